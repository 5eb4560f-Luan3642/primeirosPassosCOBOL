       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA32.
      ***************************
      * Area de comentarios
      * OBJETIVO: APROVACAO EM DUPLO CONTROLE DAS ALTERACOES RETIDAS
      *           (HELDCHG.DAT, LAYOUT CPRETIDA) - INCLUSOES E
      *           ALTERACOES DO MASTER DE USUARIOS QUE LEVAM A CONTA
      *           A UM NIVEL COM CAPACIDADE ADM/SUPERVISOR, RETIDAS
      *           PELO PROGRAMA12 E PELO PROGRAMA22. UM SEGUNDO
      *           OPERADOR, VALIDADO PELA OPERCHK, APROVA OU REJEITA
      *           CADA RETIDA PENDENTE NO CONSOLE. ELE NAO PODE SER O
      *           OPERADOR QUE SOLICITOU A ALTERACAO NEM O USUARIO
      *           OBJETO DELA - ESSAS RETIDAS SAO EXIBIDAS E
      *           MANTIDAS PENDENTES. A APROVADA E APLICADA AO
      *           USERS.DAT E GRAVADA NO JOURNAL DE MANUTENCAO
      *           (CPUSRJRN) COM O APROVADOR COMO OPERADOR, COMO NO
      *           PROGRAMA17. A RETIDA PENDENTE HA MAIS DIAS QUE O
      *           PRAZO DO PARM E MARCADA COMO EXPIRADA (X) SEM SER
      *           OFERECIDA - A ALTERACAO PRECISA SER SOLICITADA DE
      *           NOVO. CADA DECISAO REGRAVA A RETIDA COM A SITUACAO,
      *           O APROVADOR E A DATA/HORA DA DECISAO.
      * PARM: POSICOES 1-3 = PRAZO DE VALIDADE EM DIAS (EX: 007) -
      *       SEM PARM, ASSUME 7 DIAS.
      * RETURN-CODE: 0 = TUDO DECIDIDO/APLICADO; 8 = APROVADA QUE NAO
      *           PODE SER APLICADA (MARCADA COMO REJEITADA); 16 =
      *           ERRO DE ABERTURA, PARM INVALIDO OU OPERADOR SEM
      *           AUTORIZACAO.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - RETIDAS DO MASTER DE ACESSOS POR
      *             APLICACAO (PROGRAMA44, CODIGO DA APLICACAO
      *             PREENCHIDO NA RETIDA) - A APROVADA E APLICADA AO
      *             USRAPL.DAT E GRAVADA NO JOURNAL DE ACESSOS
      *             (CPAPLJRN). A INCLUSAO DE ACESSO EXIGE O USUARIO
      *             NO MASTER DE USUARIOS.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIDAS-FILE ASSIGN TO "HELDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RET-CHAVE
               FILE STATUS IS WRK-RETIDAS-STATUS.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-USUARIO OF USERS-RECORD
               FILE STATUS IS WRK-USERS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO "USRAPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
           SELECT JOURNAL-APL-FILE ASSIGN TO "APLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-APL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIDAS-FILE.
           COPY CPRETIDA.

       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  JOURNAL-FILE.
           COPY CPUSRJRN.

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       FD  JOURNAL-APL-FILE.
           COPY CPAPLJRN.

       WORKING-STORAGE SECTION.
       77  WRK-RETIDAS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS     PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-APL-STATUS PIC X(02) VALUE '00'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-OPERADOR           PIC X(20) VALUE SPACES.
       77  WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE 'N'.
         88  OPERADOR-AUTORIZADO    VALUE 'S'.
       77  WRK-DECISAO            PIC X(01) VALUE SPACES.
         88  DECISAO-APROVAR         VALUE 'A'.
         88  DECISAO-REJEITAR        VALUE 'J'.
         88  DECISAO-MANTER          VALUE 'P'.
       77  WRK-APLICADA           PIC X(01) VALUE 'N'.
         88  APLICADA                VALUE 'S'.
       77  WRK-PRAZO-DIAS         PIC 9(03) VALUE 7.
       77  WRK-PRAZO-PARM         PIC X(03) VALUE SPACES.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE-X       PIC X(08) VALUE SPACES.
       77  WRK-DIAS-INTEIROS      PIC 9(07) VALUE ZEROS.
       77  WRK-NIVEL-VALIDO       PIC X(01) VALUE 'N'.
         88  NIVEL-VALIDO            VALUE 'S'.
       77  WRK-IS-ADM             PIC X(01) VALUE 'N'.
       77  WRK-IS-USER            PIC X(01) VALUE 'N'.
       77  WRK-ACAO-JOURNAL       PIC X(01) VALUE SPACES.
       77  WRK-NIVEL-ANTES        PIC 9(02) VALUE ZEROS.
       77  WRK-NIVEL-DEPOIS       PIC 9(02) VALUE ZEROS.
       77  WRK-EXPIR-ANTES        PIC X(08) VALUE SPACES.
       77  WRK-EXPIR-DEPOIS       PIC X(08) VALUE SPACES.
       77  WRK-DEPTO-ANTES        PIC X(06) VALUE SPACES.
       77  WRK-DEPTO-DEPOIS       PIC X(06) VALUE SPACES.
       77  WRK-QTDE-APLICADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-MANTIDAS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-IMPEDIDAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EXPIRADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ERROS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-APLICADAS-ED  PIC ZZZZ9.
       77  WRK-QTDE-REJEITADAS-ED PIC ZZZZ9.
       77  WRK-QTDE-MANTIDAS-ED   PIC ZZZZ9.
       77  WRK-QTDE-IMPEDIDAS-ED  PIC ZZZZ9.
       77  WRK-QTDE-EXPIRADAS-ED  PIC ZZZZ9.
       77  WRK-QTDE-ERROS-ED      PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN     PIC S9(04) COMP.
           05  LK-PARM-DATA    PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-INICIO.
           PERFORM 0100-TRATAR-PARM
           IF NOT ABORTADO
               PERFORM 0200-IDENTIFICAR-OPERADOR
           END-IF
           IF NOT ABORTADO
               PERFORM 1000-ABRIR-ARQUIVOS
           END-IF
           IF NOT ABORTADO
               PERFORM 2000-DECIDIR-RETIDA
                   UNTIL FIM-ARQUIVO
               PERFORM 3000-EMITIR-RESUMO
               PERFORM 9000-FECHAR-ARQUIVOS
           END-IF
           STOP RUN.

       0100-TRATAR-PARM.
      * A DATA DE CORTE E CALCULADA COMO NO PROGRAMA15 - RETIDA
      * SOLICITADA ANTES DELA ESTA FORA DO PRAZO DE VALIDADE.
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
           END-IF
           IF NOT ABORTADO
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-DATA-HOJE
               COMPUTE WRK-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - WRK-PRAZO-DIAS
               MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
                   TO WRK-DATA-CORTE
               MOVE WRK-DATA-CORTE TO WRK-DATA-CORTE-X
           END-IF.

       0200-IDENTIFICAR-OPERADOR.
      * O APROVADOR E O SEGUNDO OPERADOR DO DUPLO CONTROLE - E
      * VALIDADO PELA OPERCHK (CONTA ATIVA, NAO EXPIRADA E COM
      * CAPACIDADE ADM/SUPERVISOR); A RECUSA FICA NO LOG DE
      * AUDITORIA. A SEGREGACAO EM RELACAO AO SOLICITANTE E AO
      * USUARIO OBJETO E VERIFICADA RETIDA A RETIDA.
           DISPLAY 'DIGITE O OPERADOR APROVADOR'
           ACCEPT WRK-OPERADOR FROM CONSOLE
           IF WRK-OPERADOR = SPACES
               DISPLAY 'OPERADOR E OBRIGATORIO'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               CALL 'OPERCHK' USING WRK-OPERADOR
                   WRK-OPERADOR-AUTORIZADO
               IF NOT OPERADOR-AUTORIZADO
                   DISPLAY 'OPERADOR SEM AUTORIZACAO PARA '
                       'APROVACAO - ENCERRANDO'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O RETIDAS-FILE
           IF WRK-RETIDAS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FILA DE ALTERACOES RETIDAS - '
                   'STATUS ' WRK-RETIDAS-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O USERS-FILE
               IF WRK-USERS-STATUS = '35'
                   OPEN OUTPUT USERS-FILE
                   CLOSE USERS-FILE
                   OPEN I-O USERS-FILE
               END-IF
               IF WRK-USERS-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O MASTER DE USUARIOS - '
                       'STATUS ' WRK-USERS-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
                   CLOSE RETIDAS-FILE
               ELSE
                   OPEN EXTEND JOURNAL-FILE
                   IF WRK-JOURNAL-STATUS = '35'
                       OPEN OUTPUT JOURNAL-FILE
                   END-IF
                   IF WRK-JOURNAL-STATUS NOT = '00'
                       DISPLAY 'ERRO AO ABRIR O JOURNAL DE '
                           'MANUTENCAO - STATUS ' WRK-JOURNAL-STATUS
                       MOVE 'S' TO WRK-ABORTADO
                       MOVE 16 TO RETURN-CODE
                       CLOSE RETIDAS-FILE
                       CLOSE USERS-FILE
                   ELSE
                       PERFORM 1050-ABRIR-ACESSOS-APLICACAO
                   END-IF
               END-IF
           END-IF.

       1050-ABRIR-ACESSOS-APLICACAO.
      * MASTER DE ACESSOS POR APLICACAO E SEU JOURNAL, PARA AS
      * RETIDAS DO PROGRAMA44 - CRIADOS VAZIOS NA PRIMEIRA VEZ, COMO
      * NO PROGRAMA44.
           OPEN I-O APLICACAO-FILE
           IF WRK-APLICACAO-STATUS = '35'
               OPEN OUTPUT APLICACAO-FILE
               CLOSE APLICACAO-FILE
               OPEN I-O APLICACAO-FILE
           END-IF
           IF WRK-APLICACAO-STATUS = '00'
               OPEN EXTEND JOURNAL-APL-FILE
               IF WRK-JOURNAL-APL-STATUS = '35'
                   OPEN OUTPUT JOURNAL-APL-FILE
               END-IF
               IF WRK-JOURNAL-APL-STATUS NOT = '00'
                   CLOSE APLICACAO-FILE
               END-IF
           END-IF
           IF WRK-APLICACAO-STATUS NOT = '00'
                   OR WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE ACESSOS POR '
                   'APLICACAO - STATUS ' WRK-APLICACAO-STATUS ' '
                   WRK-JOURNAL-APL-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
               CLOSE RETIDAS-FILE
               CLOSE USERS-FILE
               CLOSE JOURNAL-FILE
           ELSE
               PERFORM 1100-LER-PROXIMA-RETIDA
           END-IF.

       1100-LER-PROXIMA-RETIDA.
           READ RETIDAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2000-DECIDIR-RETIDA.
           IF RET-PENDENTE
               EVALUATE TRUE
                   WHEN WRK-RET-DATA < WRK-DATA-CORTE-X
                       MOVE 'X' TO WRK-RET-SITUACAO
                       MOVE SPACES TO WRK-RET-APROVADOR
                       PERFORM 2500-REGRAVAR-RETIDA
                       ADD 1 TO WRK-QTDE-EXPIRADAS
                   WHEN WRK-RET-SOLICITANTE = WRK-OPERADOR
                       OR WRK-USUARIO OF RETIDA-RECORD = WRK-OPERADOR
                       PERFORM 2100-EXIBIR-RETIDA
                       DISPLAY 'APROVADOR NAO PODE SER O SOLICITANTE '
                           'NEM O USUARIO DA ALTERACAO - MANTIDA '
                           'PENDENTE'
                       ADD 1 TO WRK-QTDE-IMPEDIDAS
                   WHEN OTHER
                       PERFORM 2100-EXIBIR-RETIDA
                       MOVE SPACES TO WRK-DECISAO
                       PERFORM 2200-OBTER-DECISAO
                           UNTIL DECISAO-APROVAR OR DECISAO-REJEITAR
                               OR DECISAO-MANTER
                       PERFORM 2050-APLICAR-DECISAO
               END-EVALUATE
           END-IF
           PERFORM 1100-LER-PROXIMA-RETIDA.

       2050-APLICAR-DECISAO.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 2300-APLICAR-RETIDA
                   IF APLICADA
                       MOVE 'A' TO WRK-RET-SITUACAO
                       ADD 1 TO WRK-QTDE-APLICADAS
                   ELSE
                       MOVE 'J' TO WRK-RET-SITUACAO
                       ADD 1 TO WRK-QTDE-ERROS
                   END-IF
                   MOVE WRK-OPERADOR TO WRK-RET-APROVADOR
                   PERFORM 2500-REGRAVAR-RETIDA
               WHEN DECISAO-REJEITAR
                   MOVE 'J' TO WRK-RET-SITUACAO
                   MOVE WRK-OPERADOR TO WRK-RET-APROVADOR
                   PERFORM 2500-REGRAVAR-RETIDA
                   ADD 1 TO WRK-QTDE-REJEITADAS
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-MANTIDAS
           END-EVALUATE.

       2100-EXIBIR-RETIDA.
           DISPLAY ' '
           IF WRK-RET-APLICACAO NOT = SPACES
               DISPLAY 'ACESSO NA APLICACAO ' WRK-RET-APLICACAO
           END-IF
           EVALUATE TRUE
               WHEN RET-INCLUSAO
                   DISPLAY 'INCLUIR ' WRK-USUARIO OF RETIDA-RECORD
                       ' COM NIVEL ' WRK-RET-NIVEL
               WHEN RET-ALTERACAO
                   DISPLAY 'ALTERAR ' WRK-USUARIO OF RETIDA-RECORD
                       ' PARA O NIVEL ' WRK-RET-NIVEL
           END-EVALUATE
           DISPLAY 'EXPIRACAO: ' WRK-RET-EXPIRACAO
               ' DEPARTAMENTO: ' WRK-RET-DEPTO
           DISPLAY 'SOLICITADA POR ' WRK-RET-SOLICITANTE
               ' EM ' WRK-RET-DATA ' ' WRK-RET-HORA
               ' (' WRK-RET-ORIGEM ')'.

       2200-OBTER-DECISAO.
           DISPLAY 'APROVAR (A), REJEITAR (J) OU MANTER PENDENTE (P)?'
           ACCEPT WRK-DECISAO FROM CONSOLE
           IF NOT DECISAO-APROVAR AND NOT DECISAO-REJEITAR
                   AND NOT DECISAO-MANTER
               DISPLAY 'DECISAO INVALIDA'
           END-IF.

       2300-APLICAR-RETIDA.
      * O NIVEL E CRITICADO DE NOVO - PODE TER SIDO RETIRADO DO
      * MASTER DE NIVEIS ENQUANTO A ALTERACAO ESPERAVA APROVACAO.
           MOVE 'N' TO WRK-APLICADA
           CALL 'NIVELCHK' USING WRK-RET-NIVEL WRK-IS-ADM
               WRK-IS-USER WRK-NIVEL-VALIDO
           IF NOT NIVEL-VALIDO
               DISPLAY 'NIVEL ' WRK-RET-NIVEL ' NAO E MAIS VALIDO - '
                   'ALTERACAO NAO APLICADA'
           ELSE
               MOVE WRK-USUARIO OF RETIDA-RECORD
                   TO WRK-USUARIO OF USERS-RECORD
               EVALUATE TRUE
                   WHEN WRK-RET-APLICACAO NOT = SPACES
                       PERFORM 2400-APLICAR-ACESSO
                   WHEN RET-INCLUSAO
                       PERFORM 2310-APLICAR-INCLUSAO
                   WHEN RET-ALTERACAO
                       PERFORM 2320-APLICAR-ALTERACAO
                   WHEN OTHER
                       DISPLAY 'ACAO DESCONHECIDA - ' WRK-RET-ACAO
               END-EVALUATE
           END-IF.

       2310-APLICAR-INCLUSAO.
           MOVE WRK-RET-NIVEL TO WRK-NIVEL OF USERS-RECORD
           MOVE WRK-RET-EXPIRACAO TO WRK-DATA-EXPIRACAO
           MOVE WRK-RET-DEPTO TO WRK-DEPARTAMENTO
           WRITE USERS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR '
                       WRK-USUARIO OF RETIDA-RECORD
                       ' - STATUS ' WRK-USERS-STATUS
               NOT INVALID KEY
                   MOVE 'S' TO WRK-APLICADA
                   MOVE 'I' TO WRK-ACAO-JOURNAL
                   MOVE ZEROS TO WRK-NIVEL-ANTES
                   MOVE WRK-RET-NIVEL TO WRK-NIVEL-DEPOIS
                   MOVE SPACES TO WRK-EXPIR-ANTES
                   MOVE WRK-RET-EXPIRACAO TO WRK-EXPIR-DEPOIS
                   MOVE SPACES TO WRK-DEPTO-ANTES
                   MOVE WRK-RET-DEPTO TO WRK-DEPTO-DEPOIS
                   PERFORM 7000-GRAVAR-JOURNAL
           END-WRITE.

       2320-APLICAR-ALTERACAO.
      * A IMAGEM ANTERIOR DO JOURNAL E A DO MASTER NO MOMENTO DA
      * APROVACAO, NAO A DO MOMENTO DA SOLICITACAO.
           READ USERS-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR '
                       WRK-USUARIO OF RETIDA-RECORD
                       ' - USUARIO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ANTES
                   MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ANTES
                   MOVE WRK-RET-NIVEL TO WRK-NIVEL OF USERS-RECORD
                   MOVE WRK-RET-EXPIRACAO TO WRK-DATA-EXPIRACAO
                   MOVE WRK-RET-DEPTO TO WRK-DEPARTAMENTO
                   REWRITE USERS-RECORD
                   IF WRK-USERS-STATUS = '00'
                       MOVE 'S' TO WRK-APLICADA
                       MOVE 'A' TO WRK-ACAO-JOURNAL
                       MOVE WRK-RET-NIVEL TO WRK-NIVEL-DEPOIS
                       MOVE WRK-RET-EXPIRACAO TO WRK-EXPIR-DEPOIS
                       MOVE WRK-RET-DEPTO TO WRK-DEPTO-DEPOIS
                       PERFORM 7000-GRAVAR-JOURNAL
                   ELSE
                       DISPLAY 'ERRO AO ALTERAR '
                           WRK-USUARIO OF RETIDA-RECORD
                           ' - STATUS ' WRK-USERS-STATUS
                   END-IF
           END-READ.

       2400-APLICAR-ACESSO.
      * RETIDA DO MASTER DE ACESSOS POR APLICACAO - A CHAVE E O
      * USUARIO DA RETIDA MAIS O CODIGO DA APLICACAO.
           MOVE WRK-USUARIO OF RETIDA-RECORD
               TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE WRK-RET-APLICACAO TO WRK-APL-CODIGO
           EVALUATE TRUE
               WHEN RET-INCLUSAO
                   PERFORM 2410-APLICAR-INCLUSAO-ACESSO
               WHEN RET-ALTERACAO
                   PERFORM 2420-APLICAR-ALTERACAO-ACESSO
               WHEN OTHER
                   DISPLAY 'ACAO DESCONHECIDA - ' WRK-RET-ACAO
           END-EVALUATE.

       2410-APLICAR-INCLUSAO-ACESSO.
      * O USUARIO PODE TER SIDO EXCLUIDO DO MASTER ENQUANTO O
      * ACESSO ESPERAVA APROVACAO.
           READ USERS-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR O ACESSO DE '
                       WRK-USUARIO OF RETIDA-RECORD
                       ' - USUARIO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE WRK-RET-NIVEL TO WRK-NIVEL OF APLICACAO-RECORD
                   MOVE WRK-RET-EXPIRACAO TO WRK-APL-EXPIRACAO
                   WRITE APLICACAO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO INCLUIR O ACESSO DE '
                               WRK-USUARIO OF RETIDA-RECORD
                               ' - STATUS ' WRK-APLICACAO-STATUS
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-APLICADA
                           MOVE 'I' TO WRK-ACAO-JOURNAL
                           MOVE ZEROS TO WRK-NIVEL-ANTES
                           MOVE WRK-RET-NIVEL TO WRK-NIVEL-DEPOIS
                           MOVE SPACES TO WRK-EXPIR-ANTES
                           MOVE WRK-RET-EXPIRACAO TO WRK-EXPIR-DEPOIS
                           PERFORM 7100-GRAVAR-JOURNAL-ACESSO
                   END-WRITE
           END-READ.

       2420-APLICAR-ALTERACAO-ACESSO.
      * A IMAGEM ANTERIOR DO JOURNAL E A DO MASTER DE ACESSOS NO
      * MOMENTO DA APROVACAO, COMO NO MASTER DE USUARIOS.
           READ APLICACAO-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR O ACESSO DE '
                       WRK-USUARIO OF RETIDA-RECORD
                       ' - ACESSO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF APLICACAO-RECORD
                       TO WRK-NIVEL-ANTES
                   MOVE WRK-APL-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-RET-NIVEL TO WRK-NIVEL OF APLICACAO-RECORD
                   MOVE WRK-RET-EXPIRACAO TO WRK-APL-EXPIRACAO
                   REWRITE APLICACAO-RECORD
                   IF WRK-APLICACAO-STATUS = '00'
                       MOVE 'S' TO WRK-APLICADA
                       MOVE 'A' TO WRK-ACAO-JOURNAL
                       MOVE WRK-RET-NIVEL TO WRK-NIVEL-DEPOIS
                       MOVE WRK-RET-EXPIRACAO TO WRK-EXPIR-DEPOIS
                       PERFORM 7100-GRAVAR-JOURNAL-ACESSO
                   ELSE
                       DISPLAY 'ERRO AO ALTERAR O ACESSO DE '
                           WRK-USUARIO OF RETIDA-RECORD
                           ' - STATUS ' WRK-APLICACAO-STATUS
                   END-IF
           END-READ.

       2500-REGRAVAR-RETIDA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-RET-DATA-DECISAO
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-RET-HORA-DECISAO
           REWRITE RETIDA-RECORD
           IF WRK-RETIDAS-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR A RETIDA DE '
                   WRK-USUARIO OF RETIDA-RECORD
                   ' - STATUS ' WRK-RETIDAS-STATUS
               ADD 1 TO WRK-QTDE-ERROS
           END-IF.

       7000-GRAVAR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JRN-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JRN-HORA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE WRK-ACAO-JOURNAL TO WRK-JRN-ACAO
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF JOURNAL-RECORD
           MOVE WRK-NIVEL-ANTES  TO WRK-JRN-NIVEL-ANTES
           MOVE WRK-NIVEL-DEPOIS TO WRK-JRN-NIVEL-DEPOIS
           MOVE WRK-EXPIR-ANTES  TO WRK-JRN-EXPIR-ANTES
           MOVE WRK-EXPIR-DEPOIS TO WRK-JRN-EXPIR-DEPOIS
           MOVE WRK-DEPTO-ANTES  TO WRK-JRN-DEPTO-ANTES
           MOVE WRK-DEPTO-DEPOIS TO WRK-JRN-DEPTO-DEPOIS
           WRITE JOURNAL-RECORD
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE MANUTENCAO - '
                   'STATUS ' WRK-JOURNAL-STATUS
           END-IF.

       7100-GRAVAR-JOURNAL-ACESSO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JAP-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JAP-HORA
           MOVE WRK-OPERADOR TO WRK-JAP-OPERADOR
           MOVE WRK-ACAO-JOURNAL TO WRK-JAP-ACAO
           MOVE WRK-USUARIO OF APLICACAO-RECORD
               TO WRK-USUARIO OF JOURNAL-APL-RECORD
           MOVE WRK-APL-CODIGO   TO WRK-JAP-APLICACAO
           MOVE WRK-NIVEL-ANTES  TO WRK-JAP-NIVEL-ANTES
           MOVE WRK-NIVEL-DEPOIS TO WRK-JAP-NIVEL-DEPOIS
           MOVE WRK-EXPIR-ANTES  TO WRK-JAP-EXPIR-ANTES
           MOVE WRK-EXPIR-DEPOIS TO WRK-JAP-EXPIR-DEPOIS
           WRITE JOURNAL-APL-RECORD
           IF WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-APL-STATUS
           END-IF.

       3000-EMITIR-RESUMO.
           MOVE WRK-QTDE-APLICADAS  TO WRK-QTDE-APLICADAS-ED
           MOVE WRK-QTDE-REJEITADAS TO WRK-QTDE-REJEITADAS-ED
           MOVE WRK-QTDE-MANTIDAS   TO WRK-QTDE-MANTIDAS-ED
           MOVE WRK-QTDE-IMPEDIDAS  TO WRK-QTDE-IMPEDIDAS-ED
           MOVE WRK-QTDE-EXPIRADAS  TO WRK-QTDE-EXPIRADAS-ED
           MOVE WRK-QTDE-ERROS      TO WRK-QTDE-ERROS-ED
           DISPLAY ' '
           DISPLAY 'RETIDAS APROVADAS E APLICADAS..: '
               WRK-QTDE-APLICADAS-ED
           DISPLAY 'RETIDAS REJEITADAS.............: '
               WRK-QTDE-REJEITADAS-ED
           DISPLAY 'RETIDAS MANTIDAS PENDENTES.....: '
               WRK-QTDE-MANTIDAS-ED
           DISPLAY 'IMPEDIDAS (SOLICITANTE/OBJETO).: '
               WRK-QTDE-IMPEDIDAS-ED
           DISPLAY 'EXPIRADAS (FORA DO PRAZO)......: '
               WRK-QTDE-EXPIRADAS-ED
           DISPLAY 'APROVADAS COM ERRO NA APLICACAO: '
               WRK-QTDE-ERROS-ED
           IF WRK-QTDE-ERROS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE RETIDAS-FILE
           CLOSE USERS-FILE
           CLOSE JOURNAL-FILE
           CLOSE APLICACAO-FILE
           CLOSE JOURNAL-APL-FILE.
