      * VALOR PADRAO QUANDO A VARIAVEL DE AMBIENTE DD_xxxxx NAO
      * ESTA DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 02/09/2026
      * ALTERACAO = 15/10/2026 - HISTORICO POR APLICACAO (CODIGO DA
      *             APLICACAO NO FIM DA CHAVE; BRANCO = NIVEL GERAL
      *             DA CONTA) - A LINHA DO TEMPO TRAZ A APLICACAO DE
      *             CADA CLASSIFICACAO E O RETRATO RETEM A ULTIMA
      *             CLASSIFICACAO DE CADA APLICACAO DO USUARIO, EM
      *             TABELA POR USUARIO (TABELA CHEIA E ERRO DURO,
      *             COMO NO PROGRAMA11).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-QTDE-LINHAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LINHAS-ED     PIC ZZZZZZ9.

      * ULTIMA CLASSIFICACAO RETIDA DE CADA APLICACAO DO USUARIO NO
      * MODO RETRATO - EMITIDAS NA QUEBRA DE USUARIO.
       77  WRK-RETIDO-USUARIO     PIC X(20) VALUE SPACES.
       77  WRK-HOUVE-RETIDO       PIC X(01) VALUE 'N'.
         88  HOUVE-RETIDO            VALUE 'S'.
       77  WRK-TOTAL-RETIDOS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-RETIDO         PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-RETIDOS.
           05  WRK-RETIDO-OCR OCCURS 99 TIMES
                   INDEXED BY WRK-RETIDO-IDX.
               10  WRK-RETIDO-APLICACAO PIC X(06).
               10  WRK-RETIDO-DATA      PIC X(08).
               10  WRK-RETIDO-NIVEL     PIC 9(02).
               10  WRK-RETIDO-BRANCH    PIC X(01).

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           MOVE WRK-USUARIO-CONSULTA
               TO WRK-USUARIO OF HISTORICO-RECORD
           MOVE WRK-DATA-INICIAL TO WRK-HST-DATA
           MOVE LOW-VALUES TO WRK-HST-APLICACAO
           START HISTORICO-FILE KEY IS NOT LESS THAN WRK-HST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HISTORICO
           ELSE
               MOVE SPACES TO CONSULTA-LINHA
               STRING WRK-HST-DATA DELIMITED BY SIZE
                   '  APLICACAO ' DELIMITED BY SIZE
                   WRK-HST-APLICACAO DELIMITED BY SIZE
                   '  NIVEL ' DELIMITED BY SIZE
                   WRK-NIVEL OF HISTORICO-RECORD DELIMITED BY SIZE
                   '  RAMO ' DELIMITED BY SIZE

       3000-CONSULTAR-RETRATO.
      * PERCORRE O HISTORICO INTEIRO EM ORDEM DE CHAVE (USUARIO +
      * DATA + APLICACAO) RETENDO, PARA CADA APLICACAO DO USUARIO,
      * A ULTIMA CLASSIFICACAO ATE A DATA DE REFERENCIA, EMITIDAS
      * NA QUEBRA DE USUARIO.
           MOVE LOW-VALUES TO WRK-HST-CHAVE
           START HISTORICO-FILE KEY IS NOT LESS THAN WRK-HST-CHAVE
               INVALID KEY
           END-IF
           PERFORM 3100-RETER-CLASSIFICACAO
               UNTIL FIM-HISTORICO
           IF HOUVE-RETIDO AND NOT ABORTADO
               PERFORM 3200-EMITIR-RETIDO
           END-IF.

               MOVE 'S' TO WRK-HOUVE-RETIDO
               MOVE WRK-USUARIO OF HISTORICO-RECORD
                   TO WRK-RETIDO-USUARIO
               PERFORM 3150-RETER-APLICACAO
           ELSE
      * DATA POSTERIOR A REFERENCIA - NAO ENTRA NO RETRATO, MAS O
      * USUARIO RETIDO (SE HOUVER) SEGUE AGUARDANDO A QUEBRA.
               CONTINUE
           END-IF
           IF NOT ABORTADO
               PERFORM 1300-LER-PROXIMO-HISTORICO
           END-IF.

       3150-RETER-APLICACAO.
      * DENTRO DO USUARIO AS DATAS VEM EM ORDEM CRESCENTE - A
      * OCORRENCIA LIDA DEPOIS PARA A MESMA APLICACAO E A MAIS
      * RECENTE E SUBSTITUI A RETIDA.
           SET WRK-RETIDO-IDX TO 1
           SEARCH WRK-RETIDO-OCR
               AT END
                   PERFORM 3160-INCLUIR-APLICACAO
               WHEN WRK-RETIDO-IDX > WRK-TOTAL-RETIDOS
                   PERFORM 3160-INCLUIR-APLICACAO
               WHEN WRK-RETIDO-APLICACAO(WRK-RETIDO-IDX)
                       = WRK-HST-APLICACAO
                   SET WRK-IDX-RETIDO TO WRK-RETIDO-IDX
                   PERFORM 3170-GUARDAR-CLASSIFICACAO
           END-SEARCH.

       3160-INCLUIR-APLICACAO.
           IF WRK-TOTAL-RETIDOS < 99
               ADD 1 TO WRK-TOTAL-RETIDOS
               MOVE WRK-TOTAL-RETIDOS TO WRK-IDX-RETIDO
               MOVE WRK-HST-APLICACAO
                   TO WRK-RETIDO-APLICACAO(WRK-IDX-RETIDO)
               PERFORM 3170-GUARDAR-CLASSIFICACAO
           ELSE
      * RETRATO COM APLICACAO FALTANDO RESPONDERIA ERRADO AO
      * AUDITOR - ERRO DURO, COMO NO PROGRAMA11.
               DISPLAY 'TABELA DE APLICACOES DO USUARIO CHEIA - '
                   WRK-RETIDO-USUARIO ' - CONSULTA ABORTADA'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 'S' TO WRK-FIM-HISTORICO
               MOVE 16 TO RETURN-CODE
           END-IF.

       3170-GUARDAR-CLASSIFICACAO.
           MOVE WRK-HST-DATA TO WRK-RETIDO-DATA(WRK-IDX-RETIDO)
           MOVE WRK-NIVEL OF HISTORICO-RECORD
               TO WRK-RETIDO-NIVEL(WRK-IDX-RETIDO)
           MOVE WRK-HST-BRANCH TO WRK-RETIDO-BRANCH(WRK-IDX-RETIDO).

       3200-EMITIR-RETIDO.
           PERFORM 3210-EMITIR-LINHA-RETIDA
               VARYING WRK-IDX-RETIDO FROM 1 BY 1
               UNTIL WRK-IDX-RETIDO > WRK-TOTAL-RETIDOS
           MOVE ZEROS TO WRK-TOTAL-RETIDOS
           MOVE 'N' TO WRK-HOUVE-RETIDO
           MOVE SPACES TO WRK-RETIDO-USUARIO.

       3210-EMITIR-LINHA-RETIDA.
           MOVE SPACES TO CONSULTA-LINHA
           STRING WRK-RETIDO-USUARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-RETIDO-APLICACAO(WRK-IDX-RETIDO) DELIMITED BY SIZE
               ' NIVEL ' DELIMITED BY SIZE
               WRK-RETIDO-NIVEL(WRK-IDX-RETIDO) DELIMITED BY SIZE
               ' RAMO ' DELIMITED BY SIZE
               WRK-RETIDO-BRANCH(WRK-IDX-RETIDO) DELIMITED BY SIZE
               ' (EM ' DELIMITED BY SIZE
               WRK-RETIDO-DATA(WRK-IDX-RETIDO) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO CONSULTA-LINHA
           WRITE CONSULTA-LINHA
           ADD 1 TO WRK-QTDE-LINHAS.

       4000-EMITIR-RODAPE.
           MOVE SPACES TO CONSULTA-LINHA
