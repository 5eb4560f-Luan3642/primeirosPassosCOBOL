      *             PASSA A RECEBER PARM OPCIONAL COM A DATA DE
      *             MOVIMENTO (POSICOES 1-8, AAAAMMDD); SEM ELA,
      *             USA A DATA DE SISTEMA.
      * ALTERACAO = 15/10/2026 - O RESULTADO PASSA A TRAZER O CODIGO
      *             DA APLICACAO (ACESSOS POR APLICACAO) - A
      *             COMPARACAO E O ARQUIVO DE TRABALHO PASSAM A SER
      *             POR USUARIO + APLICACAO, E AS LINHAS DE
      *             DIFERENCA TRAZEM A APLICACAO. O NIVEL GERAL DA
      *             CONTA TEM APLICACAO EM BRANCO, COMO ANTES.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-ANT-USUARIO     PIC X(20).
           05  WRK-ANT-NIVEL       PIC X(02).
           05  WRK-ANT-BRANCH      PIC X(01).
           05  WRK-ANT-DEPTO       PIC X(06).
           05  WRK-ANT-APLICACAO   PIC X(06).
           05  FILLER              PIC X(13).

       FD  DELTA-FILE.
       01  DELTA-LINHA             PIC X(80).

       FD  RETRATO-WORK-FILE.
      * ARQUIVO DE TRABALHO COM O RETRATO ANTERIOR, INDEXADO POR
      * USUARIO + APLICACAO E RECRIADO A CADA EXECUCAO - CADA ENTRADA
      * ENCONTRADA NO ARQUIVO ATUAL E MARCADA (VISTO), PARA QUE AO
      * FINAL AS NAO MARCADAS SEJAM RELATADAS COMO USUARIOS QUE
      * SAIRAM. SEM TETO DE POPULACAO.
       01  RETRATO-WORK-RECORD.
           05  WRK-PRV-CHAVE.
               10  WRK-PRV-USUARIO     PIC X(20).
               10  WRK-PRV-APLICACAO   PIC X(06).
           05  WRK-PRV-RAMO        PIC X(01).
           05  WRK-PRV-VISTO       PIC X(01).

               PERFORM 1200-LER-PROXIMO-ANTERIOR
               IF NOT FIM-ANTERIOR
                       AND WRK-ANT-USUARIO(1:8) NOT = '*TRAILER'
                   MOVE WRK-ANT-USUARIO TO WRK-PRV-USUARIO
                   MOVE WRK-ANT-APLICACAO TO WRK-PRV-APLICACAO
                   MOVE WRK-ANT-BRANCH  TO WRK-PRV-RAMO
                   MOVE 'N' TO WRK-PRV-VISTO
                   WRITE RETRATO-WORK-RECORD
           END-IF.

       2050-COMPARAR-USUARIO.
           MOVE WRK-USUARIO OF CHECK-RESULT-RECORD TO WRK-PRV-USUARIO
           MOVE WRK-RESULT-APLICACAO TO WRK-PRV-APLICACAO
           READ RETRATO-WORK-FILE
               INVALID KEY
                   PERFORM 2100-RELATAR-NOVO
           MOVE SPACES TO DELTA-LINHA
           STRING 'USUARIO NOVO.....: ' DELIMITED BY SIZE
               WRK-USUARIO OF CHECK-RESULT-RECORD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-RESULT-APLICACAO DELIMITED BY SIZE
               ' RAMO ' DELIMITED BY SIZE
               WRK-RESULT-BRANCH DELIMITED BY SIZE
               INTO DELTA-LINHA
               STRING 'RAMO ALTERADO....: ' DELIMITED BY SIZE
                   WRK-USUARIO OF CHECK-RESULT-RECORD
                   DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-RESULT-APLICACAO DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   WRK-PRV-RAMO DELIMITED BY SIZE
                   ' PARA ' DELIMITED BY SIZE
               ADD 1 TO WRK-QTDE-SAIRAM
               MOVE SPACES TO DELTA-LINHA
               STRING 'USUARIO SAIU.....: ' DELIMITED BY SIZE
                   WRK-PRV-USUARIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-PRV-APLICACAO DELIMITED BY SIZE
                   ' RAMO ANTERIOR ' DELIMITED BY SIZE
                   WRK-PRV-RAMO DELIMITED BY SIZE
                   INTO DELTA-LINHA
