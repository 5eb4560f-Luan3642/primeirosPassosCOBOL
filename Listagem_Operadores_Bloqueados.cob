       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA35.
      ***************************
      * Area de comentarios
      * OBJETIVO: LISTAGEM DIARIA PARA A SEGURANCA DO CONTROLE DE
      *           BLOQUEIO DE OPERADORES (OPBLOQ.DAT, LAYOUT CPOPBLQ).
      *           LISTA, EM TRES BLOCOS, OS OPERADORES BLOQUEADOS
      *           PELA OPERCHK (COM DATA/HORA DO BLOQUEIO), OS QUE
      *           ACUMULAM RECUSAS SEGUIDAS SEM TER CHEGADO AO LIMITE
      *           E OS DESBLOQUEADOS NA DATA DE REFERENCIA, COM O
      *           OPERADOR QUE DESBLOQUEOU (PROGRAMA34). O CABECALHO
      *           TRAZ O LIMITE DE RECUSAS EM VIGOR.
      * PARM: POSICOES 1-8 = DATA DE REFERENCIA (AAAAMMDD) - SEM
      *                      ELA, USA A DATA DE SISTEMA.
      * RETURN-CODE: 0 = NENHUM OPERADOR BLOQUEADO; 4 = HA
      *           OPERADORES BLOQUEADOS AGUARDANDO DESBLOQUEIO;
      *           16 = ERRO DE ABERTURA/GRAVACAO OU PARM INVALIDO.
      * ARQUIVOS PELAS DDNAMES DO JCL (OPBLQDD/BLQLSTDD), COM VALOR
      * PADRAO QUANDO A VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA
      * DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 15/10/2026
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIO-FILE ASSIGN TO OPBLQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-BLQ-OPERADOR
               FILE STATUS IS WRK-BLOQUEIO-STATUS.
           SELECT LISTAGEM-FILE ASSIGN TO BLQLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LISTAGEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEIO-FILE.
           COPY CPOPBLQ.

       FD  LISTAGEM-FILE.
       01  LISTAGEM-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-BLOQUEIO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-LISTAGEM-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-CONTROLE-VAZIO     PIC X(01) VALUE 'N'.
         88  CONTROLE-VAZIO          VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA-X  PIC X(08) VALUE SPACES.
       77  WRK-LIMITE-FALHAS      PIC 9(03) VALUE 3.
       77  WRK-LIMITE-ORIGEM      PIC X(30) VALUE 'LIMITE PADRAO'.
       77  WRK-BLOCO              PIC X(01) VALUE SPACES.
         88  BLOCO-BLOQUEADOS        VALUE 'B'.
         88  BLOCO-RECUSAS           VALUE 'R'.
         88  BLOCO-DESBLOQUEADOS     VALUE 'D'.
       77  WRK-QTDE-BLOCO         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-BLOQUEADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-RECUSAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DESBLOQUEADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZZZ9.
       77  WRK-FALHAS-ED          PIC ZZ9.

      * CONTROLE DE EXECUCAO POR DATA DE MOVIMENTO (RUNCTL).
       77  WRK-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77  WRK-RC-FUNCAO          PIC X(01) VALUE SPACES.
       77  WRK-RC-STEP            PIC X(08) VALUE 'STEP065 '.
       77  WRK-RC-SITUACAO        PIC X(01) VALUE SPACES.
       77  WRK-RC-QTDE            PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN     PIC S9(04) COMP.
           05  LK-PARM-DATA    PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-INICIO.
           PERFORM 0050-VALOR-PADRAO-DDNAME
           PERFORM 0100-TRATAR-PARM
           IF NOT ABORTADO
               PERFORM 0200-MARCAR-INICIO-EXECUCAO
               PERFORM 1000-ABRIR-ARQUIVOS
           END-IF
           IF NOT ABORTADO
               PERFORM 3000-EMITIR-LISTAGEM
           END-IF
           PERFORM 9000-FECHAR-ARQUIVOS
      * O FIM SO E MARCADO QUANDO O INICIO FOI - UM PARM INVALIDO
      * ENCERRA ANTES DE HAVER DATA DE MOVIMENTO.
           IF WRK-DATA-MOVIMENTO NOT = SPACES
               PERFORM 0250-MARCAR-FIM-EXECUCAO
           END-IF
           STOP RUN.

       0200-MARCAR-INICIO-EXECUCAO.
           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-MOVIMENTO
           MOVE 'I' TO WRK-RC-FUNCAO
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0250-MARCAR-FIM-EXECUCAO.
           MOVE 'F' TO WRK-RC-FUNCAO
           IF RETURN-CODE > 4
               MOVE 'E' TO WRK-RC-SITUACAO
           ELSE
               MOVE 'C' TO WRK-RC-SITUACAO
           END-IF
           MOVE WRK-QTDE-BLOQUEADOS TO WRK-RC-QTDE
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_OPBLQDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_OPBLQDD' TO 'OPBLOQ.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_BLQLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_BLQLSTDD' TO 'OPBLOQ.LST'
           END-IF.

       0100-TRATAR-PARM.
           IF LK-PARM-LEN > 0
               IF LK-PARM-DATA(1:8) IS NUMERIC
                   MOVE LK-PARM-DATA(1:8) TO WRK-DATA-REFERENCIA
               ELSE
                   DISPLAY 'DATA DE REFERENCIA INVALIDA NO PARM - '
                       'INFORME AAAAMMDD'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORTADO
               IF WRK-DATA-REFERENCIA = ZEROS
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
                   MOVE WRK-DATA-HORA-ATUAL(1:8)
                       TO WRK-DATA-REFERENCIA
               END-IF
               MOVE WRK-DATA-REFERENCIA TO WRK-DATA-REFERENCIA-X
           END-IF.

       1000-ABRIR-ARQUIVOS.
      * CONTROLE AINDA INEXISTENTE (NENHUM OPERADOR FOI RECUSADO)
      * NAO E ERRO - A LISTAGEM SAI ZERADA.
           OPEN INPUT BLOQUEIO-FILE
           IF WRK-BLOQUEIO-STATUS = '35'
               MOVE 'S' TO WRK-CONTROLE-VAZIO
           END-IF
           OPEN OUTPUT LISTAGEM-FILE
           IF (WRK-BLOQUEIO-STATUS NOT = '00' AND NOT CONTROLE-VAZIO)
                   OR WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA LISTAGEM - '
                   'STATUS ' WRK-BLOQUEIO-STATUS ' '
                   WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT ABORTADO AND NOT CONTROLE-VAZIO
               PERFORM 1050-LER-LIMITE
           END-IF.

       1050-LER-LIMITE.
      * MESMA REGRA DA OPERCHK - SEM O REGISTRO *LIMITE, OU COM ELE
      * ZERADO, VALE O LIMITE PADRAO.
           MOVE 'LIMITE PADRAO' TO WRK-LIMITE-ORIGEM
           MOVE '*LIMITE' TO WRK-BLQ-PARM-ID
           READ BLOQUEIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WRK-BLQ-LIMITE IS NUMERIC
                           AND WRK-BLQ-LIMITE > ZEROS
                       MOVE WRK-BLQ-LIMITE TO WRK-LIMITE-FALHAS
                       MOVE SPACES TO WRK-LIMITE-ORIGEM
                       STRING 'DEFINIDO POR ' DELIMITED BY SIZE
                           WRK-BLQ-PARM-OPERADOR DELIMITED BY SPACE
                           INTO WRK-LIMITE-ORIGEM
                   END-IF
           END-READ.

       1100-POSICIONAR-INICIO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           IF CONTROLE-VAZIO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               MOVE LOW-VALUES TO WRK-BLQ-OPERADOR
               START BLOQUEIO-FILE
                   KEY IS NOT LESS THAN WRK-BLQ-OPERADOR
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
           END-IF
           IF NOT FIM-ARQUIVO
               PERFORM 1200-LER-PROXIMO-OPERADOR
           END-IF.

       1200-LER-PROXIMO-OPERADOR.
           READ BLOQUEIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       3000-EMITIR-LISTAGEM.
           MOVE WRK-LIMITE-FALHAS TO WRK-FALHAS-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'CONTROLE DE BLOQUEIO DE OPERADORES - '
               DELIMITED BY SIZE
               'REFERENCIA ' DELIMITED BY SIZE
               WRK-DATA-REFERENCIA-X DELIMITED BY SIZE
               ' - LIMITE ' DELIMITED BY SIZE
               WRK-FALHAS-ED DELIMITED BY SIZE
               ' RECUSAS SEGUIDAS (' DELIMITED BY SIZE
               WRK-LIMITE-ORIGEM DELIMITED BY '  '
               ')' DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'B' TO WRK-BLOCO
           PERFORM 3100-EMITIR-BLOCO
           MOVE 'R' TO WRK-BLOCO
           PERFORM 3100-EMITIR-BLOCO
           MOVE 'D' TO WRK-BLOCO
           PERFORM 3100-EMITIR-BLOCO
           IF NOT ABORTADO
               PERFORM 3700-EMITIR-TOTAIS
           END-IF.

       3100-EMITIR-BLOCO.
      * UMA PASSADA PELO CONTROLE PARA CADA BLOCO, EM ORDEM DE
      * OPERADOR - COMO NA LISTAGEM DA FILA DE RETIDAS.
           MOVE ZEROS TO WRK-QTDE-BLOCO
           MOVE SPACES TO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           EVALUATE TRUE
               WHEN BLOCO-BLOQUEADOS
                   MOVE 'OPERADORES BLOQUEADOS:' TO LISTAGEM-LINHA
               WHEN BLOCO-RECUSAS
                   MOVE 'COM RECUSAS SEGUIDAS ABAIXO DO LIMITE:'
                       TO LISTAGEM-LINHA
               WHEN OTHER
                   MOVE 'DESBLOQUEADOS NA DATA:' TO LISTAGEM-LINHA
           END-EVALUATE
           PERFORM 3900-GRAVAR-LINHA
           IF NOT ABORTADO
               PERFORM 1100-POSICIONAR-INICIO
               PERFORM 3200-SELECIONAR-OPERADOR
                   UNTIL FIM-ARQUIVO OR ABORTADO
           END-IF
           IF WRK-QTDE-BLOCO = ZEROS AND NOT ABORTADO
               MOVE '  NENHUM' TO LISTAGEM-LINHA
               PERFORM 3900-GRAVAR-LINHA
           END-IF.

       3200-SELECIONAR-OPERADOR.
      * O REGISTRO DE PARAMETRO (*LIMITE) NAO E OPERADOR.
           IF WRK-BLQ-OPERADOR(1:1) NOT = '*'
               EVALUATE TRUE
                   WHEN BLOCO-BLOQUEADOS AND BLQ-BLOQUEADO
                       ADD 1 TO WRK-QTDE-BLOQUEADOS
                       PERFORM 3300-GRAVAR-BLOQUEADO
                   WHEN BLOCO-RECUSAS AND BLQ-ATIVO
                           AND WRK-BLQ-FALHAS > ZEROS
                       ADD 1 TO WRK-QTDE-RECUSAS
                       PERFORM 3300-GRAVAR-BLOQUEADO
                   WHEN BLOCO-DESBLOQUEADOS AND BLQ-ATIVO
                           AND WRK-BLQ-DATA-DESBLOQ
                               = WRK-DATA-REFERENCIA-X
                       ADD 1 TO WRK-QTDE-DESBLOQUEADOS
                       PERFORM 3400-GRAVAR-DESBLOQUEADO
               END-EVALUATE
           END-IF
           IF NOT ABORTADO
               PERFORM 1200-LER-PROXIMO-OPERADOR
           END-IF.

       3300-GRAVAR-BLOQUEADO.
           ADD 1 TO WRK-QTDE-BLOCO
           MOVE WRK-BLQ-FALHAS TO WRK-FALHAS-ED
           MOVE SPACES TO LISTAGEM-LINHA
           IF BLQ-BLOQUEADO
               STRING '  ' DELIMITED BY SIZE
                   WRK-BLQ-OPERADOR DELIMITED BY SIZE
                   ' BLOQUEADO EM ' DELIMITED BY SIZE
                   WRK-BLQ-DATA-BLOQUEIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-BLQ-HORA-BLOQUEIO DELIMITED BY SIZE
                   ' RECUSAS ' DELIMITED BY SIZE
                   WRK-FALHAS-ED DELIMITED BY SIZE
                   ' ULTIMA EM ' DELIMITED BY SIZE
                   WRK-BLQ-DATA-FALHA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-BLQ-HORA-FALHA DELIMITED BY SIZE
                   INTO LISTAGEM-LINHA
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   WRK-BLQ-OPERADOR DELIMITED BY SIZE
                   ' RECUSAS ' DELIMITED BY SIZE
                   WRK-FALHAS-ED DELIMITED BY SIZE
                   ' ULTIMA EM ' DELIMITED BY SIZE
                   WRK-BLQ-DATA-FALHA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-BLQ-HORA-FALHA DELIMITED BY SIZE
                   INTO LISTAGEM-LINHA
           END-IF
           PERFORM 3900-GRAVAR-LINHA.

       3400-GRAVAR-DESBLOQUEADO.
           ADD 1 TO WRK-QTDE-BLOCO
           MOVE SPACES TO LISTAGEM-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-BLQ-OPERADOR DELIMITED BY SIZE
               ' BLOQUEADO EM ' DELIMITED BY SIZE
               WRK-BLQ-DATA-BLOQUEIO DELIMITED BY SIZE
               ' DESBLOQUEADO AS ' DELIMITED BY SIZE
               WRK-BLQ-HORA-DESBLOQ DELIMITED BY SIZE
               ' POR ' DELIMITED BY SIZE
               WRK-BLQ-OPER-DESBLOQ DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA.

       3700-EMITIR-TOTAIS.
           MOVE SPACES TO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WRK-QTDE-BLOQUEADOS TO WRK-QTDE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'OPERADORES BLOQUEADOS......: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY LISTAGEM-LINHA
           MOVE WRK-QTDE-RECUSAS TO WRK-QTDE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'COM RECUSAS ABAIXO DO LIMITE: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY LISTAGEM-LINHA
           MOVE WRK-QTDE-DESBLOQUEADOS TO WRK-QTDE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'DESBLOQUEADOS NA DATA......: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY LISTAGEM-LINHA
           IF WRK-QTDE-BLOQUEADOS > ZEROS AND NOT ABORTADO
      * OPERADOR BLOQUEADO AGUARDA ACAO DA SEGURANCA - O
      * RETURN-CODE AVISA O SCHEDULER.
               MOVE 4 TO RETURN-CODE
           END-IF.

       3900-GRAVAR-LINHA.
           WRITE LISTAGEM-LINHA
           IF WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A LISTAGEM DE BLOQUEIOS - '
                   'STATUS ' WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FECHAR-ARQUIVOS.
      * OS CLOSE SAO INCONDICIONAIS, COMO NO PROGRAMA22.
           CLOSE BLOQUEIO-FILE
           CLOSE LISTAGEM-FILE.
