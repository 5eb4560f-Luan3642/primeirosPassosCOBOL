      * Area de comentarios
      * OBJETIVO: RECICLAGEM DAS TRANSACOES REJEITADAS PELA
      *           PRE-EDICAO (PROGRAMA18) - AS REJEITADAS DO DIA
      *           (TRANSREJ, MOTIVOS NV/UX/DP/AX) DEIXAM DE SER
      *           ESQUECIDAS NO SYSOUT: CADA UMA E CARREGADA NO
      *           ARQUIVO DE SUSPENSAO DATADO (LAYOUT CPSUSP) COM A
      *           DATA DA PRIMEIRA REJEICAO E O CONTADOR DE
      * VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO
      * PROGRAMA10.
      * DATA = 02/09/2026
      * ALTERACAO = 15/10/2026 - CODIGO DA APLICACAO DA TRANSACAO
      *             (NOVO MOTIVO AX DA PRE-EDICAO = SEM ACESSO NA
      *             APLICACAO) - A REJEITADA E SUSPENSA E RECICLADA
      *             COM A MESMA APLICACAO; A SUSPENSAO E O ARQUIVO
      *             DE TRABALHO PASSAM A SER POR USUARIO + APLICACAO
      *             E AS LINHAS DO RELATORIO TRAZEM A APLICACAO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-REJ-USUARIO    PIC X(20).
           05  WRK-REJ-NIVEL      PIC X(02).
           05  WRK-REJ-MOTIVO     PIC X(02).
           05  WRK-REJ-APLICACAO  PIC X(06).

       FD  SUSPENSA-ANT-FILE.
           COPY CPSUSP.

       FD  SUSPENSA-NOVA-FILE.
       01  SUSPENSA-NOVA-RECORD   PIC X(41).

       FD  RECICLO-FILE.
           COPY CPTRANS.

       FD  SUSPENSA-WORK-FILE.
      * ARQUIVO DE TRABALHO COM A SUSPENSAO ANTERIOR, INDEXADO POR
      * USUARIO + APLICACAO E RECRIADO A CADA EXECUCAO - CADA ENTRADA
      * ENCONTRADA NAS REJEITADAS DE HOJE E MARCADA (VISTO); AO
      * FINAL, AS NAO MARCADAS LIMPARAM E SAEM DA SUSPENSAO. SEM
      * TETO DE POPULACAO, COMO NAS DEMAIS CARGAS DA SUITE.
       01  SUSPENSA-WORK-RECORD.
           05  WRK-SUW-CHAVE.
               10  WRK-SUW-USUARIO     PIC X(20).
               10  WRK-SUW-APLICACAO   PIC X(06).
           05  WRK-SUW-DATA-1A     PIC X(08).
           05  WRK-SUW-TENTATIVAS  PIC 9(03).
           05  WRK-SUW-VISTO       PIC X(01).

       1500-CARREGAR-SUSPENSAO-ANT.
      * CARREGA A SUSPENSAO ANTERIOR NO ARQUIVO DE TRABALHO
      * INDEXADO, AINDA NAO VISTA. O MESMO USUARIO E APLICACAO MAIS
      * DE UMA VEZ
      * (STATUS 22) MANTEM A PRIMEIRA OCORRENCIA, QUE CARREGA A
      * DATA DE REJEICAO MAIS ANTIGA.
           IF SEM-SUSP-ANT
               END-READ
               IF NOT FIM-SUSP-ANT
                   MOVE WRK-USUARIO OF SUSPENSE-RECORD
                       TO WRK-SUW-USUARIO
                   MOVE WRK-SUSP-APLICACAO TO WRK-SUW-APLICACAO
                   MOVE WRK-SUSP-DATA-1A TO WRK-SUW-DATA-1A
                   MOVE WRK-SUSP-TENTATIVAS TO WRK-SUW-TENTATIVAS
                   MOVE 'N' TO WRK-SUW-VISTO
      * LIMITE, SEGUE PARA A NOVA SUSPENSAO E PARA O ARQUIVO DE
      * RECICLAGEM; ACIMA DO LIMITE, E DESCARTADA COM LINHA DE
      * RELATORIO PARA TRATAMENTO MANUAL.
           MOVE WRK-REJ-USUARIO TO WRK-SUW-USUARIO
           MOVE WRK-REJ-APLICACAO TO WRK-SUW-APLICACAO
           READ SUSPENSA-WORK-FILE
               INVALID KEY
                   MOVE 1 TO WRK-TENTATIVAS-ATUAL
           ADD 1 TO WRK-QTDE-DESCARTADAS
           MOVE WRK-TENTATIVAS-ATUAL TO WRK-TENTATIVAS-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING 'DESCARTADA..: ' DELIMITED BY SIZE
               WRK-REJ-USUARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-REJ-APLICACAO DELIMITED BY SIZE
               ' MOTIVO ' DELIMITED BY SIZE
               WRK-REJ-MOTIVO DELIMITED BY SIZE
               ' TENTAT. ' DELIMITED BY SIZE
               WRK-TENTATIVAS-ED DELIMITED BY SIZE
               ' DESDE ' DELIMITED BY SIZE
               WRK-DATA-1A-ATUAL DELIMITED BY SIZE
           MOVE WRK-REJ-USUARIO TO WRK-USUARIO OF SUSPENSE-RECORD
           MOVE WRK-REJ-NIVEL   TO WRK-SUSP-NIVEL
           MOVE WRK-REJ-MOTIVO  TO WRK-SUSP-MOTIVO
           MOVE WRK-REJ-APLICACAO TO WRK-SUSP-APLICACAO
           MOVE WRK-DATA-1A-ATUAL TO WRK-SUSP-DATA-1A
           MOVE WRK-TENTATIVAS-ATUAL TO WRK-SUSP-TENTATIVAS
           MOVE SUSPENSE-RECORD TO SUSPENSA-NOVA-RECORD
      * CORRIGIR OU O LIMITE DESCARTAR.
                   MOVE ZEROS TO WRK-NIVEL OF TRANSACAO-RECORD
               END-IF
               MOVE WRK-REJ-APLICACAO TO WRK-TRN-APLICACAO
               WRITE TRANSACAO-RECORD
               IF WRK-RECICLO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE RECICLAGEM '
       2300-LISTAR-REINCIDENTE.
           MOVE WRK-TENTATIVAS-ATUAL TO WRK-TENTATIVAS-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING 'REINCIDENTE.: ' DELIMITED BY SIZE
               WRK-REJ-USUARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-REJ-APLICACAO DELIMITED BY SIZE
               ' MOTIVO ' DELIMITED BY SIZE
               WRK-REJ-MOTIVO DELIMITED BY SIZE
               ' TENTAT. ' DELIMITED BY SIZE
               WRK-TENTATIVAS-ED DELIMITED BY SIZE
               ' DESDE ' DELIMITED BY SIZE
               WRK-DATA-1A-ATUAL DELIMITED BY SIZE
           IF WRK-SUW-VISTO = 'N'
               ADD 1 TO WRK-QTDE-LIMPARAM
               MOVE SPACES TO RELATORIO-LINHA
               STRING 'LIMPOU......: ' DELIMITED BY SIZE
                   WRK-SUW-USUARIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SUW-APLICACAO DELIMITED BY SIZE
                   ' (SUSPENSA DESDE ' DELIMITED BY SIZE
                   WRK-SUW-DATA-1A DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
