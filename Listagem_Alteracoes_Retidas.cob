       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA33.
      ***************************
      * Area de comentarios
      * OBJETIVO: LISTAGEM DIARIA DA FILA DE ALTERACOES RETIDAS PARA
      *           DUPLO CONTROLE (HELDCHG.DAT, LAYOUT CPRETIDA).
      *           PRIMEIRO EXPIRA (SITUACAO X) TODA RETIDA AINDA
      *           PENDENTE SOLICITADA HA MAIS DIAS QUE O PRAZO DO
      *           PARM - A ALTERACAO NAO APROVADA A TEMPO PRECISA SER
      *           SOLICITADA DE NOVO NO PROGRAMA12/PROGRAMA22. DEPOIS
      *           LISTA, EM TRES BLOCOS, AS RETIDAS QUE CONTINUAM
      *           PENDENTES (COM IDADE EM DIAS E SOLICITANTE), AS
      *           EXPIRADAS NA DATA DE REFERENCIA E AS DECIDIDAS
      *           (APROVADAS/REJEITADAS NO PROGRAMA32) NA DATA, COM
      *           O APROVADOR. A FILA NUNCA E APAGADA - A LISTAGEM
      *           E A TRILHA DIARIA DO DUPLO CONTROLE.
      * PARM: POSICOES 1-3  = PRAZO DE VALIDADE EM DIAS (EX: 007),
      *                       O MESMO DO PROGRAMA32.
      *       POSICOES 4-11 = DATA DE REFERENCIA (AAAAMMDD) - SEM
      *                       ELA, USA A DATA DE SISTEMA.
      * RETURN-CODE: 0 = NADA EXPIRADO NA DATA; 4 = HOUVE RETIDAS
      *           EXPIRADAS (ALTERACOES QUE FICARAM SEM DECISAO);
      *           16 = ERRO DE ABERTURA/GRAVACAO OU PARM INVALIDO.
      * ARQUIVOS PELAS DDNAMES DO JCL (HELDDD/HLDLSTDD), COM VALOR
      * PADRAO QUANDO A VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA
      * DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - CODIGO DA APLICACAO NAS LINHAS DAS
      *             RETIDAS (APLIC) - HIFEN QUANDO A RETIDA E DO
      *             MASTER DE USUARIOS, COMO NA INTERFACE DO IDM.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIDAS-FILE ASSIGN TO HELDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RET-CHAVE
               FILE STATUS IS WRK-RETIDAS-STATUS.
           SELECT LISTAGEM-FILE ASSIGN TO HLDLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LISTAGEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIDAS-FILE.
           COPY CPRETIDA.

       FD  LISTAGEM-FILE.
       01  LISTAGEM-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-RETIDAS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-LISTAGEM-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-PRAZO-DIAS         PIC 9(03) VALUE 7.
       77  WRK-PRAZO-PARM         PIC X(03) VALUE SPACES.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA-X  PIC X(08) VALUE SPACES.
       77  WRK-DATA-CORTE         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE-X       PIC X(08) VALUE SPACES.
       77  WRK-DIAS-REFERENCIA    PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-INTEIROS      PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-RET-NUM       PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE-DIAS         PIC 9(05) VALUE ZEROS.
       77  WRK-IDADE-ED           PIC ZZZZ9.
       77  WRK-BLOCO              PIC X(01) VALUE SPACES.
         88  BLOCO-PENDENTES         VALUE 'P'.
         88  BLOCO-EXPIRADAS         VALUE 'X'.
         88  BLOCO-DECIDIDAS         VALUE 'D'.
       77  WRK-QTDE-BLOCO         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EXPIRADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EXPIRADAS-HJ  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-APROVADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZZZ9.
       77  WRK-ACAO-TEXTO         PIC X(09) VALUE SPACES.
       77  WRK-SITUACAO-TEXTO     PIC X(09) VALUE SPACES.
       77  WRK-APLICACAO-TEXTO    PIC X(06) VALUE SPACES.

      * CONTROLE DE EXECUCAO POR DATA DE MOVIMENTO (RUNCTL).
       77  WRK-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77  WRK-RC-FUNCAO          PIC X(01) VALUE SPACES.
       77  WRK-RC-STEP            PIC X(08) VALUE 'STEP060 '.
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
               PERFORM 2000-EXPIRAR-VENCIDAS
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
           MOVE WRK-QTDE-PENDENTES TO WRK-RC-QTDE
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_HELDDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_HELDDD' TO 'HELDCHG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_HLDLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_HLDLSTDD' TO 'HELDCHG.LST'
           END-IF.

       0100-TRATAR-PARM.
      * MESMO TRATAMENTO DO PROGRAMA15 - PRAZO EM DIAS COM TRES
      * DIGITOS E DATA DE REFERENCIA OPCIONAL. RETIDA SOLICITADA
      * ANTES DA DATA DE CORTE ESTA FORA DO PRAZO.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-DATA(1:3) TO WRK-PRAZO-PARM
               IF WRK-PRAZO-PARM IS NUMERIC
                   MOVE WRK-PRAZO-PARM TO WRK-PRAZO-DIAS
               ELSE
                   DISPLAY 'PRAZO INVALIDO NO PARM - INFORME OS '
                       'DIAS COM TRES DIGITOS (EX: 007)'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF LK-PARM-LEN > 3 AND NOT ABORTADO
                   IF LK-PARM-DATA(4:8) IS NUMERIC
                       MOVE LK-PARM-DATA(4:8) TO WRK-DATA-REFERENCIA
                   ELSE
                       DISPLAY 'DATA DE REFERENCIA INVALIDA NO PARM '
                           '- INFORME AAAAMMDD'
                       MOVE 'S' TO WRK-ABORTADO
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF NOT ABORTADO
               IF WRK-DATA-REFERENCIA = ZEROS
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
                   MOVE WRK-DATA-HORA-ATUAL(1:8)
                       TO WRK-DATA-REFERENCIA
               END-IF
               MOVE WRK-DATA-REFERENCIA TO WRK-DATA-REFERENCIA-X
               COMPUTE WRK-DIAS-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
               COMPUTE WRK-DIAS-INTEIROS =
                   WRK-DIAS-REFERENCIA - WRK-PRAZO-DIAS
               MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
                   TO WRK-DATA-CORTE
               MOVE WRK-DATA-CORTE TO WRK-DATA-CORTE-X
           END-IF.

       1000-ABRIR-ARQUIVOS.
      * FILA AINDA INEXISTENTE (NENHUMA ALTERACAO FOI RETIDA) E
      * CRIADA VAZIA, COMO NO PROGRAMA12 - A LISTAGEM SAI ZERADA.
           OPEN I-O RETIDAS-FILE
           IF WRK-RETIDAS-STATUS = '35'
               OPEN OUTPUT RETIDAS-FILE
               CLOSE RETIDAS-FILE
               OPEN I-O RETIDAS-FILE
           END-IF
           OPEN OUTPUT LISTAGEM-FILE
           IF WRK-RETIDAS-STATUS NOT = '00'
                   OR WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA LISTAGEM - '
                   'STATUS ' WRK-RETIDAS-STATUS ' '
                   WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-POSICIONAR-INICIO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           MOVE LOW-VALUES TO WRK-RET-CHAVE
           START RETIDAS-FILE KEY IS NOT LESS THAN WRK-RET-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           IF NOT FIM-ARQUIVO
               PERFORM 1200-LER-PROXIMA-RETIDA
           END-IF.

       1200-LER-PROXIMA-RETIDA.
           READ RETIDAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2000-EXPIRAR-VENCIDAS.
      * PRIMEIRA PASSADA - SO REGRAVA AS PENDENTES FORA DO PRAZO; A
      * LISTAGEM E FEITA DEPOIS, JA COM A FILA ATUALIZADA.
           PERFORM 1100-POSICIONAR-INICIO
           PERFORM 2100-VERIFICAR-PRAZO
               UNTIL FIM-ARQUIVO OR ABORTADO.

       2100-VERIFICAR-PRAZO.
           IF RET-PENDENTE AND WRK-RET-DATA < WRK-DATA-CORTE-X
               MOVE 'X' TO WRK-RET-SITUACAO
               MOVE SPACES TO WRK-RET-APROVADOR
               MOVE WRK-DATA-REFERENCIA-X TO WRK-RET-DATA-DECISAO
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-RET-HORA-DECISAO
               REWRITE RETIDA-RECORD
               IF WRK-RETIDAS-STATUS NOT = '00'
                   DISPLAY 'ERRO AO EXPIRAR A RETIDA DE '
                       WRK-USUARIO OF RETIDA-RECORD
                       ' - STATUS ' WRK-RETIDAS-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-QTDE-EXPIRADAS
               END-IF
           END-IF
           IF NOT ABORTADO
               PERFORM 1200-LER-PROXIMA-RETIDA
           END-IF.

       3000-EMITIR-LISTAGEM.
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'ALTERACOES RETIDAS PARA DUPLO CONTROLE - '
               DELIMITED BY SIZE
               'REFERENCIA ' DELIMITED BY SIZE
               WRK-DATA-REFERENCIA-X DELIMITED BY SIZE
               ' - PRAZO ' DELIMITED BY SIZE
               WRK-PRAZO-DIAS DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE 'P' TO WRK-BLOCO
           PERFORM 3100-EMITIR-BLOCO
           MOVE 'X' TO WRK-BLOCO
           PERFORM 3100-EMITIR-BLOCO
           MOVE 'D' TO WRK-BLOCO
           PERFORM 3100-EMITIR-BLOCO
           IF NOT ABORTADO
               PERFORM 3700-EMITIR-TOTAIS
           END-IF.

       3100-EMITIR-BLOCO.
      * UMA PASSADA PELA FILA PARA CADA BLOCO - A ORDEM DE CHAVE E
      * A ORDEM DE CHEGADA DAS SOLICITACOES.
           MOVE ZEROS TO WRK-QTDE-BLOCO
           MOVE SPACES TO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           EVALUATE TRUE
               WHEN BLOCO-PENDENTES
                   MOVE 'PENDENTES DE APROVACAO:' TO LISTAGEM-LINHA
               WHEN BLOCO-EXPIRADAS
                   MOVE 'EXPIRADAS NA DATA (SEM DECISAO NO PRAZO):'
                       TO LISTAGEM-LINHA
               WHEN OTHER
                   MOVE 'DECIDIDAS NA DATA:' TO LISTAGEM-LINHA
           END-EVALUATE
           PERFORM 3900-GRAVAR-LINHA
           IF NOT ABORTADO
               PERFORM 1100-POSICIONAR-INICIO
               PERFORM 3200-SELECIONAR-RETIDA
                   UNTIL FIM-ARQUIVO OR ABORTADO
           END-IF
           IF WRK-QTDE-BLOCO = ZEROS AND NOT ABORTADO
               MOVE '  NENHUMA' TO LISTAGEM-LINHA
               PERFORM 3900-GRAVAR-LINHA
           END-IF.

       3200-SELECIONAR-RETIDA.
           EVALUATE TRUE
               WHEN BLOCO-PENDENTES AND RET-PENDENTE
                   ADD 1 TO WRK-QTDE-PENDENTES
                   PERFORM 3300-GRAVAR-PENDENTE
               WHEN BLOCO-EXPIRADAS AND RET-EXPIRADA
                       AND WRK-RET-DATA-DECISAO = WRK-DATA-REFERENCIA-X
                   ADD 1 TO WRK-QTDE-EXPIRADAS-HJ
                   PERFORM 3400-GRAVAR-DECIDIDA
               WHEN BLOCO-DECIDIDAS AND RET-APROVADA
                       AND WRK-RET-DATA-DECISAO = WRK-DATA-REFERENCIA-X
                   ADD 1 TO WRK-QTDE-APROVADAS
                   PERFORM 3400-GRAVAR-DECIDIDA
               WHEN BLOCO-DECIDIDAS AND RET-REJEITADA
                       AND WRK-RET-DATA-DECISAO = WRK-DATA-REFERENCIA-X
                   ADD 1 TO WRK-QTDE-REJEITADAS
                   PERFORM 3400-GRAVAR-DECIDIDA
           END-EVALUATE
           IF NOT ABORTADO
               PERFORM 1200-LER-PROXIMA-RETIDA
           END-IF.

       3300-GRAVAR-PENDENTE.
           ADD 1 TO WRK-QTDE-BLOCO
           PERFORM 3500-OBTER-TEXTO-ACAO
           MOVE ZEROS TO WRK-IDADE-DIAS
           IF WRK-RET-DATA IS NUMERIC
               MOVE WRK-RET-DATA TO WRK-DATA-RET-NUM
               IF WRK-DATA-RET-NUM NOT > WRK-DATA-REFERENCIA
                   COMPUTE WRK-IDADE-DIAS = WRK-DIAS-REFERENCIA
                       - FUNCTION INTEGER-OF-DATE(WRK-DATA-RET-NUM)
               END-IF
           END-IF
           MOVE WRK-IDADE-DIAS TO WRK-IDADE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-RET-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-RET-HORA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-ACAO-TEXTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-USUARIO OF RETIDA-RECORD DELIMITED BY SIZE
               ' APLIC ' DELIMITED BY SIZE
               WRK-APLICACAO-TEXTO DELIMITED BY SIZE
               ' NIVEL ' DELIMITED BY SIZE
               WRK-RET-NIVEL DELIMITED BY SIZE
               ' IDADE ' DELIMITED BY SIZE
               WRK-IDADE-ED DELIMITED BY SIZE
               ' DIAS POR ' DELIMITED BY SIZE
               WRK-RET-SOLICITANTE DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA.

       3400-GRAVAR-DECIDIDA.
           ADD 1 TO WRK-QTDE-BLOCO
           PERFORM 3500-OBTER-TEXTO-ACAO
           EVALUATE TRUE
               WHEN RET-APROVADA
                   MOVE 'APROVADA' TO WRK-SITUACAO-TEXTO
               WHEN RET-REJEITADA
                   MOVE 'REJEITADA' TO WRK-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE 'EXPIRADA' TO WRK-SITUACAO-TEXTO
           END-EVALUATE
           MOVE SPACES TO LISTAGEM-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-RET-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-ACAO-TEXTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-USUARIO OF RETIDA-RECORD DELIMITED BY SIZE
               ' APLIC ' DELIMITED BY SIZE
               WRK-APLICACAO-TEXTO DELIMITED BY SIZE
               ' NIVEL ' DELIMITED BY SIZE
               WRK-RET-NIVEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO-TEXTO DELIMITED BY SIZE
               ' SOLIC ' DELIMITED BY SIZE
               WRK-RET-SOLICITANTE DELIMITED BY SIZE
               ' APROV ' DELIMITED BY SIZE
               WRK-RET-APROVADOR DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA.

       3500-OBTER-TEXTO-ACAO.
           IF RET-INCLUSAO
               MOVE 'INCLUSAO' TO WRK-ACAO-TEXTO
           ELSE
               MOVE 'ALTERACAO' TO WRK-ACAO-TEXTO
           END-IF
           IF WRK-RET-APLICACAO = SPACES
               MOVE '-' TO WRK-APLICACAO-TEXTO
           ELSE
               MOVE WRK-RET-APLICACAO TO WRK-APLICACAO-TEXTO
           END-IF.

       3700-EMITIR-TOTAIS.
           MOVE SPACES TO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WRK-QTDE-PENDENTES TO WRK-QTDE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'RETIDAS PENDENTES..........: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY LISTAGEM-LINHA
           MOVE WRK-QTDE-EXPIRADAS TO WRK-QTDE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'EXPIRADAS NESTA EXECUCAO...: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY LISTAGEM-LINHA
           MOVE WRK-QTDE-APROVADAS TO WRK-QTDE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'APROVADAS NA DATA..........: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY LISTAGEM-LINHA
           MOVE WRK-QTDE-REJEITADAS TO WRK-QTDE-ED
           MOVE SPACES TO LISTAGEM-LINHA
           STRING 'REJEITADAS NA DATA.........: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO LISTAGEM-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY LISTAGEM-LINHA
           IF WRK-QTDE-EXPIRADAS-HJ > ZEROS AND NOT ABORTADO
      * ALTERACAO QUE EXPIROU SEM DECISAO - O RETURN-CODE AVISA O
      * SCHEDULER PARA O ACOMPANHAMENTO COM O SOLICITANTE.
               MOVE 4 TO RETURN-CODE
           END-IF.

       3900-GRAVAR-LINHA.
           WRITE LISTAGEM-LINHA
           IF WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A LISTAGEM DE RETIDAS - '
                   'STATUS ' WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FECHAR-ARQUIVOS.
      * OS CLOSE SAO INCONDICIONAIS, COMO NO PROGRAMA22.
           CLOSE RETIDAS-FILE
           CLOSE LISTAGEM-FILE.
