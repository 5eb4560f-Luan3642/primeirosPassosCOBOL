      *             TOTALIZADO COMO OS DEMAIS RAMOS - E JUSTAMENTE
      *             O OPERADOR INVESTIGADO QUE COSTUMA TER
      *             TENTATIVAS NEGADAS NO HISTORICO.
      * ALTERACAO = 15/10/2026 - RAMOS BLOQUEIO (B, OPERADOR
      *             BLOQUEADO PELA OPERCHK POR RECUSAS SEGUIDAS) E
      *             DESBLOQUEIO (L, PROGRAMA34) CONTADOS E
      *             TOTALIZADOS COMO OS DEMAIS RAMOS.
      * ALTERACAO = 15/10/2026 - REGISTRO DO LOG PASSA A 55 POSICOES
      *             (SEQUENCIA E CHECK DA CADEIA) E O ARQUIVO MORTO
      *             GANHA HEADER E TRAILER DE CONTROLE DA CADEIA, QUE
      *             SAO IGNORADOS NA EXTRACAO.
      * ALTERACAO = 15/10/2026 - RAMO OPERADOR (O, AUTOR DE UM
      *             DESBLOQUEIO OU DE UMA ALTERACAO DE PARAMETRO)
      *             CONTADO E TOTALIZADO COMO OS DEMAIS RAMOS.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MORTO-FILE.
       01  MORTO-RECORD           PIC X(55).

       FD  AUDIT-LOG-FILE.
           COPY CPAUDLOG.
       77  WRK-TOTAL-INV          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-EXP          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-NEG          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-BLQ          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DBL          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-OPR          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-GERAL        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZZZZZ9.
       77  WRK-ORIGEM-LINHA       PIC X(05) VALUE SPACES.
           END-READ.

       2000-EXTRATAR-MORTO.
      * O ARQUIVO MORTO TEM O MESMO LAYOUT DE 55 POSICOES DO LOG
      * VIVO (CPAUDLOG) - O REGISTRO E MOVIDO PARA A AREA DO LOG
      * PARA REUSAR A MESMA SELECAO E EMISSAO. HEADER E TRAILER DE
      * CONTROLE DA CADEIA (ID COMECANDO COM *) NAO SAO CONFERENCIA.
           MOVE MORTO-RECORD TO AUDIT-LOG-RECORD
           IF MORTO-RECORD(1:1) NOT = '*'
               PERFORM 2500-SELECIONAR-CONFERENCIA
               MOVE 'MORTO' TO WRK-ORIGEM-LINHA
               IF CONFERENCIA-SELECIONADA
                   PERFORM 2600-EMITIR-CONFERENCIA
               END-IF
           END-IF
           IF NOT ABORTADO
               PERFORM 1300-LER-PROXIMO-MORTO
                   ADD 1 TO WRK-TOTAL-EXP
               WHEN AUDIT-NEGADO
                   ADD 1 TO WRK-TOTAL-NEG
               WHEN AUDIT-BLOQUEIO
                   ADD 1 TO WRK-TOTAL-BLQ
               WHEN AUDIT-DESBLOQUEIO
                   ADD 1 TO WRK-TOTAL-DBL
               WHEN AUDIT-OPERADOR
                   ADD 1 TO WRK-TOTAL-OPR
           END-EVALUATE
           MOVE SPACES TO EXTRATO-LINHA
           STRING WRK-AUDIT-DATA DELIMITED BY SIZE
           PERFORM 4500-GRAVAR-TOTAL-EXP
           MOVE WRK-TOTAL-NEG TO WRK-TOTAL-ED
           PERFORM 4550-GRAVAR-TOTAL-NEG
           MOVE WRK-TOTAL-BLQ TO WRK-TOTAL-ED
           PERFORM 4560-GRAVAR-TOTAL-BLQ
           MOVE WRK-TOTAL-DBL TO WRK-TOTAL-ED
           PERFORM 4570-GRAVAR-TOTAL-DBL
           MOVE WRK-TOTAL-OPR TO WRK-TOTAL-ED
           PERFORM 4580-GRAVAR-TOTAL-OPR
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED
           PERFORM 4600-GRAVAR-TOTAL-GERAL.

               INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

       4560-GRAVAR-TOTAL-BLQ.
           MOVE SPACES TO EXTRATO-LINHA
           STRING 'TOTAL RAMO BLOQUEIO (B)...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

       4570-GRAVAR-TOTAL-DBL.
           MOVE SPACES TO EXTRATO-LINHA
           STRING 'TOTAL RAMO DESBLOQUEIO (L): ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

       4580-GRAVAR-TOTAL-OPR.
           MOVE SPACES TO EXTRATO-LINHA
           STRING 'TOTAL RAMO OPERADOR (O)...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

       4600-GRAVAR-TOTAL-GERAL.
           MOVE SPACES TO EXTRATO-LINHA
           STRING 'TOTAL DE CONFERENCIAS.....: ' DELIMITED BY SIZE
