      *             UMA EXCLUSAO RESTAURE TAMBEM A LOTACAO. A
      *             OCORRENCIA DA TABELA DE ESTORNOS ACOMPANHA O
      *             NOVO TAMANHO DO REGISTRO DO JOURNAL (87).
      * ALTERACAO = 15/10/2026 - O ESTORNO PASSA A GRAVAR NO JOURNAL
      *             A ACAO INVERSA DE CADA ACAO DESFEITA (INCLUSAO
      *             VIRA EXCLUSAO E VICE-VERSA; ALTERACAO COM ANTES
      *             E DEPOIS TROCADOS), COM O OPERADOR RESPONSAVEL -
      *             SEM ISSO O ESTORNO MUDAVA O MASTER SEM RASTRO E
      *             A CONFERENCIA NOTURNA DA FOTO DO MASTER
      *             (PROGRAMA42) O RELATAVA COMO ALTERACAO NAO
      *             EXPLICADA. A REAPLICACAO NAO GRAVA NADA - AS
      *             ACOES REAPLICADAS JA ESTAO NO JOURNAL.
      * ALTERACAO = 15/10/2026 - ESTORNO QUE DEVOLVE A CONTA A UM
      *             NIVEL COM CAPACIDADE ADM/SUPERVISOR QUE ELA NAO
      *             TEM (MESMA REGRA DO PROGRAMA12) OU QUE RECRIA
      *             UMA CONTA EXCLUIDA COM ESSE NIVEL NAO E GRAVADO
      *             NO MASTER: FICA RETIDO NA FILA HELDCHG.DAT PARA
      *             APROVACAO DE UM SEGUNDO OPERADOR NO PROGRAMA32.
      *             AS ACOES MAIS ANTIGAS DO MESMO USUARIO FICAM
      *             ADIADAS NESTA EXECUCAO. RETURN-CODE 4 QUANDO HA
      *             ESTORNO RETIDO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-USUARIO OF USERS-RECORD
               FILE STATUS IS WRK-USERS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
           SELECT RETIDAS-FILE ASSIGN TO "HELDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RET-CHAVE
               FILE STATUS IS WRK-RETIDAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
       FD  JOURNAL-FILE.
           COPY CPUSRJRN.

       FD  RETIDAS-FILE.
           COPY CPRETIDA.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS     PIC X(02) VALUE '00'.
         88  OPERADOR-AUTORIZADO    VALUE 'S'.
       77  WRK-LIMITE-DATA-HORA   PIC X(14) VALUE SPACES.
       77  WRK-JRN-DATA-HORA      PIC X(14) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-TROCA-NIVEL        PIC 9(02) VALUE ZEROS.
       77  WRK-TROCA-EXPIRACAO    PIC X(08) VALUE SPACES.
       77  WRK-TROCA-DEPTO        PIC X(06) VALUE SPACES.
       77  WRK-QTDE-APLICADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ERROS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-APLICADAS-ED  PIC ZZZZ9.
       77  WRK-QTDE-ERROS-ED      PIC ZZZZ9.

      * DUPLO CONTROLE DO ESTORNO QUE ELEVA PRIVILEGIO.
       77  WRK-RETIDAS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-IS-ADM             PIC X(01) VALUE 'N'.
         88  E-ADM                   VALUE 'S'.
       77  WRK-IS-USER            PIC X(01) VALUE 'N'.
       77  WRK-IS-VALIDO          PIC X(01) VALUE 'N'.
         88  E-VALIDO                VALUE 'S'.
       77  WRK-ADM-ANTES          PIC X(01) VALUE 'N'.
         88  ADM-ANTES               VALUE 'S'.
       77  WRK-USER-ANTES         PIC X(01) VALUE 'N'.
       77  WRK-VALIDO-ANTES       PIC X(01) VALUE 'N'.
         88  VALIDO-ANTES            VALUE 'S'.
       77  WRK-ELEVA-PRIVILEGIO   PIC X(01) VALUE 'N'.
         88  ELEVA-PRIVILEGIO        VALUE 'S'.
       77  WRK-CONTA-AUSENTE      PIC X(01) VALUE 'N'.
         88  CONTA-AUSENTE           VALUE 'S'.
       77  WRK-USUARIO-RETIDO     PIC X(01) VALUE 'N'.
         88  USUARIO-RETIDO          VALUE 'S'.
       77  WRK-QTDE-RETIDAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ADIADAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-RETIDAS-ED    PIC ZZZZ9.
       77  WRK-QTDE-ADIADAS-ED    PIC ZZZZ9.

      * TABELA EM MEMORIA COM AS ACOES A ESTORNAR - O ESTORNO E
      * APLICADO DA MAIS RECENTE PARA A MAIS ANTIGA E O JOURNAL E
      * SEQUENCIAL, ENTAO AS ACOES POSTERIORES AO PONTO ESCOLHIDO
           05  WRK-ESTORNO-OCR     PIC X(87)
                   OCCURS 9999 TIMES.

      * USUARIOS COM ESTORNO RETIDO NESTA EXECUCAO - AS ACOES MAIS
      * ANTIGAS DELES NAO SAO ESTORNADAS, POIS A RETIDA APROVADA
      * DEPOIS SOBREPORIA O RESULTADO.
       77  WRK-TOTAL-RETIDOS      PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-RETIDO         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-RETIDOS.
           05  WRK-RETIDO-OCR      PIC X(20)
                   OCCURS 9999 TIMES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN     PIC S9(04) COMP.
                   MOVE 16 TO RETURN-CODE
                   CLOSE JOURNAL-FILE
               ELSE
                   IF MODO-ESTORNAR
                       PERFORM 1050-ABRIR-RETIDAS
                   END-IF
               END-IF
               IF NOT ABORTADO
                   PERFORM 1100-LER-PROXIMO-JOURNAL
               END-IF
           END-IF.

       1050-ABRIR-RETIDAS.
      * MESMO TRATAMENTO DO PROGRAMA12 - A FILA AINDA INEXISTENTE E
      * CRIADA VAZIA.
           OPEN I-O RETIDAS-FILE
           IF WRK-RETIDAS-STATUS = '35'
               OPEN OUTPUT RETIDAS-FILE
               CLOSE RETIDAS-FILE
               OPEN I-O RETIDAS-FILE
           END-IF
           IF WRK-RETIDAS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FILA DE ALTERACOES RETIDAS - '
                   'STATUS ' WRK-RETIDAS-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
               CLOSE JOURNAL-FILE
               CLOSE USERS-FILE
           END-IF.

       1100-LER-PROXIMO-JOURNAL.
           READ JOURNAL-FILE
               AT END
               DISPLAY 'NENHUMA ACAO POSTERIOR AO PONTO INFORMADO - '
                   'NADA A ESTORNAR'
           ELSE
      * O JOURNAL JA FOI LIDO ATE O FIM - E REABERTO EM EXTEND PARA
      * RECEBER AS ACOES INVERSAS.
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
               IF WRK-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REABRIR O JOURNAL PARA GRAVAR O '
                       'ESTORNO - STATUS ' WRK-JOURNAL-STATUS
                       ' - NADA FOI ESTORNADO'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3600-ESTORNAR-ACAO
                       VARYING WRK-IDX-ESTORNO
                       FROM WRK-TOTAL-ESTORNOS BY -1
                       UNTIL WRK-IDX-ESTORNO < 1
               END-IF
           END-IF.

       3600-ESTORNAR-ACAO.
           MOVE WRK-ESTORNO-OCR(WRK-IDX-ESTORNO) TO JOURNAL-RECORD
           MOVE 'N' TO WRK-USUARIO-RETIDO
           PERFORM 3650-PROCURAR-RETIDO
               VARYING WRK-IDX-RETIDO FROM 1 BY 1
               UNTIL WRK-IDX-RETIDO > WRK-TOTAL-RETIDOS
                   OR USUARIO-RETIDO
           IF USUARIO-RETIDO
               DISPLAY 'ESTORNO DE ' WRK-USUARIO OF JOURNAL-RECORD
                   ' DE ' WRK-JRN-DATA ' ' WRK-JRN-HORA
                   ' ADIADO - HA ESTORNO MAIS RECENTE RETIDO PARA '
                   'APROVACAO'
               ADD 1 TO WRK-QTDE-ADIADAS
           ELSE
               EVALUATE TRUE
                   WHEN JRN-INCLUSAO
                       PERFORM 3610-ESTORNAR-INCLUSAO
                   WHEN JRN-ALTERACAO
                       PERFORM 3620-ESTORNAR-ALTERACAO
                   WHEN JRN-EXCLUSAO
                       PERFORM 3630-ESTORNAR-EXCLUSAO
                   WHEN OTHER
                       DISPLAY 'ACAO DESCONHECIDA NO JOURNAL - '
                           WRK-JRN-ACAO
                       ADD 1 TO WRK-QTDE-ERROS
               END-EVALUATE
           END-IF.

       3610-ESTORNAR-INCLUSAO.
           MOVE WRK-USUARIO OF JOURNAL-RECORD
                   ADD 1 TO WRK-QTDE-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-APLICADAS
                   PERFORM 3700-GRAVAR-ACAO-INVERSA
           END-DELETE.

       3620-ESTORNAR-ALTERACAO.
                       ' - USUARIO NAO ENCONTRADO'
                   ADD 1 TO WRK-QTDE-ERROS
               NOT INVALID KEY
                   MOVE 'N' TO WRK-CONTA-AUSENTE
                   PERFORM 3800-VERIFICAR-ELEVACAO
                   IF ELEVA-PRIVILEGIO
                       MOVE 'A' TO WRK-RET-ACAO
                       PERFORM 3850-RETER-ESTORNO
                   ELSE
                       PERFORM 3625-GRAVAR-ESTORNO-ALTERACAO
                   END-IF
           END-READ.

       3625-GRAVAR-ESTORNO-ALTERACAO.
           MOVE WRK-JRN-NIVEL-ANTES TO WRK-NIVEL
           MOVE WRK-JRN-EXPIR-ANTES TO WRK-DATA-EXPIRACAO
           MOVE WRK-JRN-DEPTO-ANTES TO WRK-DEPARTAMENTO
           REWRITE USERS-RECORD
           IF WRK-USERS-STATUS = '00'
               ADD 1 TO WRK-QTDE-APLICADAS
               PERFORM 3700-GRAVAR-ACAO-INVERSA
           ELSE
               DISPLAY 'ERRO AO ESTORNAR ALTERACAO DE '
                   WRK-USUARIO OF JOURNAL-RECORD
                   ' - STATUS ' WRK-USERS-STATUS
               ADD 1 TO WRK-QTDE-ERROS
           END-IF.

       3630-ESTORNAR-EXCLUSAO.
           MOVE WRK-USUARIO OF JOURNAL-RECORD
               TO WRK-USUARIO OF USERS-RECORD
           MOVE 'S' TO WRK-CONTA-AUSENTE
           PERFORM 3800-VERIFICAR-ELEVACAO
           IF ELEVA-PRIVILEGIO
               PERFORM 3640-RETER-INCLUSAO
           ELSE
               PERFORM 3635-GRAVAR-ESTORNO-EXCLUSAO
           END-IF.

       3635-GRAVAR-ESTORNO-EXCLUSAO.
           MOVE WRK-JRN-NIVEL-ANTES TO WRK-NIVEL
           MOVE WRK-JRN-EXPIR-ANTES TO WRK-DATA-EXPIRACAO
           MOVE WRK-JRN-DEPTO-ANTES TO WRK-DEPARTAMENTO
                   ADD 1 TO WRK-QTDE-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-APLICADAS
                   PERFORM 3700-GRAVAR-ACAO-INVERSA
           END-WRITE.

       3640-RETER-INCLUSAO.
      * COMO NO PROGRAMA12 (3200) - A RECRIACAO SO E RETIDA SE O
      * USUARIO AINDA NAO EXISTE; SE EXISTE, O ESTORNO FALHARIA DO
      * MESMO JEITO NA GRAVACAO.
           READ USERS-FILE
               INVALID KEY
                   MOVE 'I' TO WRK-RET-ACAO
                   PERFORM 3850-RETER-ESTORNO
               NOT INVALID KEY
                   DISPLAY 'ERRO AO ESTORNAR EXCLUSAO DE '
                       WRK-USUARIO OF JOURNAL-RECORD
                       ' - USUARIO JA CONSTA NO MASTER'
                   ADD 1 TO WRK-QTDE-ERROS
           END-READ.

       3650-PROCURAR-RETIDO.
           IF WRK-RETIDO-OCR(WRK-IDX-RETIDO)
                   = WRK-USUARIO OF JOURNAL-RECORD
               MOVE 'S' TO WRK-USUARIO-RETIDO
           END-IF.

       3700-GRAVAR-ACAO-INVERSA.
      * O REGISTRO DO JOURNAL AINDA E A ACAO DESFEITA - VIRA A SUA
      * INVERSA, DATADA AGORA E EM NOME DO OPERADOR DA RECUPERACAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JRN-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JRN-HORA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           EVALUATE TRUE
               WHEN JRN-INCLUSAO
                   MOVE 'E' TO WRK-JRN-ACAO
               WHEN JRN-EXCLUSAO
                   MOVE 'I' TO WRK-JRN-ACAO
           END-EVALUATE
           MOVE WRK-JRN-NIVEL-ANTES TO WRK-TROCA-NIVEL
           MOVE WRK-JRN-NIVEL-DEPOIS TO WRK-JRN-NIVEL-ANTES
           MOVE WRK-TROCA-NIVEL TO WRK-JRN-NIVEL-DEPOIS
           MOVE WRK-JRN-EXPIR-ANTES TO WRK-TROCA-EXPIRACAO
           MOVE WRK-JRN-EXPIR-DEPOIS TO WRK-JRN-EXPIR-ANTES
           MOVE WRK-TROCA-EXPIRACAO TO WRK-JRN-EXPIR-DEPOIS
           MOVE WRK-JRN-DEPTO-ANTES TO WRK-TROCA-DEPTO
           MOVE WRK-JRN-DEPTO-DEPOIS TO WRK-JRN-DEPTO-ANTES
           MOVE WRK-TROCA-DEPTO TO WRK-JRN-DEPTO-DEPOIS
           WRITE JOURNAL-RECORD
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NO JOURNAL O ESTORNO DE '
                   WRK-USUARIO OF JOURNAL-RECORD
                   ' - STATUS ' WRK-JOURNAL-STATUS
               ADD 1 TO WRK-QTDE-ERROS
           END-IF.

       3800-VERIFICAR-ELEVACAO.
      * MESMA REGRA DO PROGRAMA12 (4100) - O ESTORNO ELEVA
      * PRIVILEGIO QUANDO O NIVEL RESTAURADO (ANTES DO JOURNAL) TEM
      * CAPACIDADE ADM/SUPERVISOR E A CONTA NAO A TEM: AUSENTE DO
      * MASTER (ESTORNO DE EXCLUSAO), NIVEL ATUAL SEM O FLAG ADM,
      * NIVEL ATUAL INVALIDO/RETIRADO OU CONTA EXPIRADA. NIVEL
      * RESTAURADO JA RETIRADO NAO DA CAPACIDADE NENHUMA.
           MOVE 'N' TO WRK-ELEVA-PRIVILEGIO
           CALL 'NIVELCHK' USING WRK-JRN-NIVEL-ANTES WRK-IS-ADM
               WRK-IS-USER WRK-IS-VALIDO
           IF E-ADM AND E-VALIDO
               IF CONTA-AUSENTE
                   MOVE 'S' TO WRK-ELEVA-PRIVILEGIO
               ELSE
                   CALL 'NIVELCHK' USING WRK-NIVEL WRK-ADM-ANTES
                       WRK-USER-ANTES WRK-VALIDO-ANTES
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
                   IF NOT VALIDO-ANTES OR NOT ADM-ANTES
                       MOVE 'S' TO WRK-ELEVA-PRIVILEGIO
                   END-IF
                   IF WRK-DATA-EXPIRACAO IS NUMERIC
                           AND WRK-DATA-EXPIRACAO > '00000000'
                           AND WRK-DATA-HORA-ATUAL(1:8)
                               > WRK-DATA-EXPIRACAO
                       MOVE 'S' TO WRK-ELEVA-PRIVILEGIO
                   END-IF
               END-IF
           END-IF.

       3850-RETER-ESTORNO.
      * O ESTORNO VAI PARA A FILA DE RETIDAS (SITUACAO P) COM O
      * NIVEL, A EXPIRACAO E A LOTACAO ANTERIORES DO JOURNAL E O
      * OPERADOR DA RECUPERACAO COMO SOLICITANTE - O MASTER E O
      * JOURNAL SO SAO ATUALIZADOS NA APROVACAO DO PROGRAMA32. A
      * ACAO (I/A) CHEGA EM WRK-RET-ACAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-RET-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-RET-HORA
           MOVE WRK-USUARIO OF JOURNAL-RECORD
               TO WRK-USUARIO OF RETIDA-RECORD
           MOVE WRK-JRN-NIVEL-ANTES TO WRK-RET-NIVEL
           MOVE WRK-JRN-EXPIR-ANTES TO WRK-RET-EXPIRACAO
           MOVE WRK-JRN-DEPTO-ANTES TO WRK-RET-DEPTO
           MOVE WRK-OPERADOR       TO WRK-RET-SOLICITANTE
           MOVE 'PROGRAMA16'       TO WRK-RET-ORIGEM
           MOVE 'P'                TO WRK-RET-SITUACAO
           MOVE SPACES TO WRK-RET-APROVADOR
           MOVE SPACES TO WRK-RET-DATA-DECISAO
           MOVE SPACES TO WRK-RET-HORA-DECISAO
           MOVE SPACES TO WRK-RET-APLICACAO
           WRITE RETIDA-RECORD
           IF WRK-RETIDAS-STATUS = '00'
               DISPLAY WRK-USUARIO OF RETIDA-RECORD
                   ' - ESTORNO PARA NIVEL COM CAPACIDADE '
                   'ADM/SUPERVISOR: RETIDO PARA APROVACAO DE UM '
                   'SEGUNDO OPERADOR'
               ADD 1 TO WRK-QTDE-RETIDAS
               ADD 1 TO WRK-TOTAL-RETIDOS
               MOVE WRK-USUARIO OF RETIDA-RECORD
                   TO WRK-RETIDO-OCR(WRK-TOTAL-RETIDOS)
           ELSE
               DISPLAY 'ERRO AO RETER O ESTORNO DE '
                   WRK-USUARIO OF RETIDA-RECORD ' - STATUS '
                   WRK-RETIDAS-STATUS ' - MASTER NAO ALTERADO'
               ADD 1 TO WRK-QTDE-ERROS
           END-IF.

       8000-EMITIR-RESULTADO.
           MOVE WRK-QTDE-APLICADAS TO WRK-QTDE-APLICADAS-ED
           MOVE WRK-QTDE-ERROS     TO WRK-QTDE-ERROS-ED
               DISPLAY 'ACOES REAPLICADAS.: ' WRK-QTDE-APLICADAS-ED
           ELSE
               DISPLAY 'ACOES ESTORNADAS..: ' WRK-QTDE-APLICADAS-ED
               MOVE WRK-QTDE-RETIDAS TO WRK-QTDE-RETIDAS-ED
               MOVE WRK-QTDE-ADIADAS TO WRK-QTDE-ADIADAS-ED
               DISPLAY 'ACOES RETIDAS.....: ' WRK-QTDE-RETIDAS-ED
               DISPLAY 'ACOES ADIADAS.....: ' WRK-QTDE-ADIADAS-ED
           END-IF
           DISPLAY 'ACOES COM ERRO....: ' WRK-QTDE-ERROS-ED
           IF WRK-QTDE-ERROS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-RETIDAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE JOURNAL-FILE
           CLOSE USERS-FILE
           IF MODO-ESTORNAR
               CLOSE RETIDAS-FILE
           END-IF.
