      *             (BRANCO = SEM LOTACAO) CAPTURADO NA INCLUSAO E
      *             NA ALTERACAO, GRAVADO NO MASTER E NO JOURNAL
      *             (ANTES/DEPOIS), COMO A DATA DE EXPIRACAO.
      * ALTERACAO = 15/10/2026 - DUPLO CONTROLE: INCLUSAO COM NIVEL
      *             DE CAPACIDADE ADM/SUPERVISOR, OU ALTERACAO QUE
      *             LEVA A ESSA CAPACIDADE UMA CONTA QUE NAO A TINHA
      *             (OU ESTAVA EXPIRADA), NAO E GRAVADA NO MASTER -
      *             FICA RETIDA NA FILA HELDCHG.DAT (LAYOUT CPRETIDA)
      *             ATE A APROVACAO DE UM SEGUNDO OPERADOR NO
      *             PROGRAMA32, QUE APLICA E GRAVA O JOURNAL.
      * ALTERACAO = 15/10/2026 - A RETIDA GRAVADA AQUI LEVA O CODIGO
      *             DE APLICACAO EM BRANCO - E DO MASTER DE USUARIOS;
      *             OS ACESSOS POR APLICACAO SAO DO PROGRAMA44.
      * ALTERACAO = 15/10/2026 - A EXCLUSAO DO USUARIO EXCLUI TAMBEM OS
      *             ACESSOS DELE POR APLICACAO (USRAPL.DAT), CADA UM
      *             GRAVADO NO JOURNAL DE ACESSOS (APLJRNL.DAT) COM O
      *             OPERADOR, COMO NA EXCLUSAO DO PROGRAMA44.
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
       FD  USERS-FILE.
       FD  JOURNAL-FILE.
           COPY CPUSRJRN.

       FD  RETIDAS-FILE.
           COPY CPRETIDA.

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       FD  JOURNAL-APL-FILE.
           COPY CPAPLJRN.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       77  WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE 'N'.
         88  OPERADOR-AUTORIZADO   VALUE 'S'.

      * DUPLO CONTROLE DAS ALTERACOES QUE ELEVAM PRIVILEGIO.
       77  WRK-RETIDAS-STATUS  PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-APL-STATUS PIC X(02) VALUE '00'.
       77  WRK-FIM-ACESSOS     PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS          VALUE 'S'.
       77  WRK-ELEVA-PRIVILEGIO PIC X(01) VALUE 'N'.
         88  ELEVA-PRIVILEGIO     VALUE 'S'.
       77  WRK-ADM-ANTES       PIC X(01) VALUE 'N'.
         88  ADM-ANTES            VALUE 'S'.
       77  WRK-USER-ANTES      PIC X(01) VALUE 'N'.
       77  WRK-VALIDO-ANTES    PIC X(01) VALUE 'N'.
         88  VALIDO-ANTES         VALUE 'S'.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-ABRIR-ARQUIVO
               DISPLAY 'ERRO AO ABRIR O JOURNAL DE MANUTENCAO - '
                   'STATUS ' WRK-JOURNAL-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN I-O RETIDAS-FILE
           IF WRK-RETIDAS-STATUS = '35'
               OPEN OUTPUT RETIDAS-FILE
               CLOSE RETIDAS-FILE
               OPEN I-O RETIDAS-FILE
           END-IF
           IF WRK-RETIDAS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FILA DE ALTERACOES RETIDAS - '
                   'STATUS ' WRK-RETIDAS-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN I-O APLICACAO-FILE
           IF WRK-APLICACAO-STATUS = '35'
               OPEN OUTPUT APLICACAO-FILE
               CLOSE APLICACAO-FILE
               OPEN I-O APLICACAO-FILE
           END-IF
           IF WRK-APLICACAO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE ACESSOS POR '
                   'APLICACAO - STATUS ' WRK-APLICACAO-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN EXTEND JOURNAL-APL-FILE
           IF WRK-JOURNAL-APL-STATUS = '35'
               OPEN OUTPUT JOURNAL-APL-FILE
           END-IF
           IF WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-APL-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF.

       1500-IDENTIFICAR-OPERADOR.
           END-IF
           IF NIVEL-VALIDO AND EXPIR-VALIDA
               PERFORM 6600-OBTER-DEPARTAMENTO
               IF E-ADM
                   PERFORM 3200-RETER-INCLUSAO
               ELSE
                   PERFORM 3100-GRAVAR-INCLUSAO
               END-IF
           END-IF.

       3100-GRAVAR-INCLUSAO.
           MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL OF USERS-RECORD
           MOVE WRK-EXPIR-DIGITADA TO WRK-DATA-EXPIRACAO
           MOVE WRK-DEPTO-DIGITADO TO WRK-DEPARTAMENTO
           WRITE USERS-RECORD
           IF WRK-USERS-STATUS = '00'
               DISPLAY WRK-USUARIO OF USERS-RECORD
                   ' INCLUIDO COM SUCESSO'
               MOVE 'I' TO WRK-ACAO-JOURNAL
               MOVE ZEROS TO WRK-NIVEL-ANTES
               MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL-DEPOIS
               MOVE SPACES TO WRK-EXPIR-ANTES
               MOVE WRK-EXPIR-DIGITADA TO WRK-EXPIR-DEPOIS
               MOVE SPACES TO WRK-DEPTO-ANTES
               MOVE WRK-DEPTO-DIGITADO TO WRK-DEPTO-DEPOIS
               PERFORM 7000-GRAVAR-JOURNAL
           ELSE
               DISPLAY 'ERRO AO INCLUIR O USUARIO - STATUS '
                   WRK-USERS-STATUS
           END-IF.

       3200-RETER-INCLUSAO.
      * INCLUSAO COM NIVEL ADM/SUPERVISOR - SO E RETIDA SE O
      * USUARIO AINDA NAO EXISTE, PARA NAO OCUPAR A FILA COM UMA
      * INCLUSAO QUE A APROVACAO NAO CONSEGUIRIA APLICAR.
           READ USERS-FILE
               INVALID KEY
                   MOVE 'I' TO WRK-ACAO-JOURNAL
                   PERFORM 7500-RETER-ALTERACAO
               NOT INVALID KEY
                   DISPLAY 'USUARIO JA CADASTRADO NO MASTER - USE '
                       'ALTERAR'
           END-READ.

       4000-ALTERAR-USUARIO.
           DISPLAY 'DIGITE O USUARIO'
           ACCEPT WRK-USUARIO OF USERS-RECORD FROM CONSOLE
               INVALID KEY
                   DISPLAY 'USUARIO NAO ENCONTRADO NO MASTER'
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ANTES
                   MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ANTES
                   PERFORM 6000-OBTER-NIVEL-VALIDO
                   END-IF
                   IF NIVEL-VALIDO AND EXPIR-VALIDA
                       PERFORM 6600-OBTER-DEPARTAMENTO
                       PERFORM 4100-VERIFICAR-ELEVACAO
                       IF ELEVA-PRIVILEGIO
                           MOVE 'A' TO WRK-ACAO-JOURNAL
                           PERFORM 7500-RETER-ALTERACAO
                       ELSE
                           PERFORM 4200-GRAVAR-ALTERACAO
                       END-IF
                   END-IF
           END-READ.

       4100-VERIFICAR-ELEVACAO.
      * A ALTERACAO ELEVA PRIVILEGIO QUANDO O NIVEL NOVO TEM
      * CAPACIDADE ADM/SUPERVISOR E A CONTA NAO A TINHA - NIVEL
      * ANTERIOR SEM O FLAG ADM, NIVEL ANTERIOR INVALIDO/RETIRADO
      * OU CONTA EXPIRADA (A ALTERACAO A REABRIRIA COM ADM). A
      * EXPIRACAO SEGUE A REGRA DA OPERCHK.
           MOVE 'N' TO WRK-ELEVA-PRIVILEGIO
           IF E-ADM
               CALL 'NIVELCHK' USING WRK-NIVEL-ANTES WRK-ADM-ANTES
                   WRK-USER-ANTES WRK-VALIDO-ANTES
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               IF NOT VALIDO-ANTES OR NOT ADM-ANTES
                   MOVE 'S' TO WRK-ELEVA-PRIVILEGIO
               END-IF
               IF WRK-EXPIR-ANTES IS NUMERIC
                       AND WRK-EXPIR-ANTES > '00000000'
                       AND WRK-DATA-HORA-ATUAL(1:8) > WRK-EXPIR-ANTES
                   MOVE 'S' TO WRK-ELEVA-PRIVILEGIO
               END-IF
           END-IF.

       4200-GRAVAR-ALTERACAO.
           MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL OF USERS-RECORD
           MOVE WRK-EXPIR-DIGITADA TO WRK-DATA-EXPIRACAO
           MOVE WRK-DEPTO-DIGITADO TO WRK-DEPARTAMENTO
           REWRITE USERS-RECORD
           IF WRK-USERS-STATUS = '00'
               DISPLAY WRK-USUARIO OF USERS-RECORD
                   ' ALTERADO COM SUCESSO'
               MOVE 'A' TO WRK-ACAO-JOURNAL
               MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL-DEPOIS
               MOVE WRK-EXPIR-DIGITADA TO WRK-EXPIR-DEPOIS
               MOVE WRK-DEPTO-DIGITADO TO WRK-DEPTO-DEPOIS
               PERFORM 7000-GRAVAR-JOURNAL
           ELSE
               DISPLAY 'ERRO AO ALTERAR O USUARIO - '
                   'STATUS ' WRK-USERS-STATUS
           END-IF.

       6500-OBTER-EXPIRACAO-VALIDA.
      * DATA DE EXPIRACAO DA CONTA - BRANCO SIGNIFICA SEM EXPIRACAO
      * (FUNCIONARIO EFETIVO); PARA CONTRATADO, INFORMAR O FIM DO
               INVALID KEY
                   DISPLAY 'USUARIO NAO ENCONTRADO NO MASTER'
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ANTES
                   MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ANTES
                   DELETE USERS-FILE RECORD
                           MOVE SPACES TO WRK-EXPIR-DEPOIS
                           MOVE SPACES TO WRK-DEPTO-DEPOIS
                           PERFORM 7000-GRAVAR-JOURNAL
                           PERFORM 5100-EXCLUIR-ACESSOS-APL
                   END-DELETE
           END-READ.

       5100-EXCLUIR-ACESSOS-APL.
      * SEM O USUARIO NO MASTER, UM ACESSO POR APLICACAO QUE FICASSE
      * SERIA UM PRIVILEGIO SEM DONO - SE O USUARIO FOSSE RECRIADO,
      * VOLTARIA COM ELE SEM PASSAR PELO DUPLO CONTROLE.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 5110-EXCLUIR-ACESSO-APL
               UNTIL FIM-ACESSOS.

       5110-EXCLUIR-ACESSO-APL.
           READ APLICACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ACESSOS
               NOT AT END
                   IF WRK-USUARIO OF APLICACAO-RECORD
                           NOT = WRK-USUARIO OF USERS-RECORD
                       MOVE 'S' TO WRK-FIM-ACESSOS
                   ELSE
                       DELETE APLICACAO-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR O ACESSO '
                                   WRK-APL-CODIGO ' - STATUS '
                                   WRK-APLICACAO-STATUS
                           NOT INVALID KEY
                               DISPLAY '  ACESSO ' WRK-APL-CODIGO
                                   ' EXCLUIDO'
                               PERFORM 7100-GRAVAR-JOURNAL-APL
                       END-DELETE
                   END-IF
           END-READ.

       6000-OBTER-NIVEL-VALIDO.
           MOVE 'N' TO WRK-NIVEL-VALIDO
           DISPLAY 'DIGITE O NIVEL (CODIGO DO MASTER DE NIVEIS)'
                   'STATUS ' WRK-JOURNAL-STATUS
           END-IF.

       7100-GRAVAR-JOURNAL-APL.
      * MESMO REGISTRO DA EXCLUSAO DO PROGRAMA44 - NIVEL DEPOIS ZERO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JAP-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JAP-HORA
           MOVE WRK-OPERADOR TO WRK-JAP-OPERADOR
           MOVE 'E' TO WRK-JAP-ACAO
           MOVE WRK-USUARIO OF APLICACAO-RECORD
               TO WRK-USUARIO OF JOURNAL-APL-RECORD
           MOVE WRK-APL-CODIGO TO WRK-JAP-APLICACAO
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-JAP-NIVEL-ANTES
           MOVE ZEROS TO WRK-JAP-NIVEL-DEPOIS
           MOVE WRK-APL-EXPIRACAO TO WRK-JAP-EXPIR-ANTES
           MOVE SPACES TO WRK-JAP-EXPIR-DEPOIS
           WRITE JOURNAL-APL-RECORD
           IF WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-APL-STATUS
           END-IF.

       7500-RETER-ALTERACAO.
      * A ALTERACAO VAI PARA A FILA DE RETIDAS (SITUACAO P) COM O
      * OPERADOR SOLICITANTE - O MASTER E O JOURNAL SO SAO
      * ATUALIZADOS QUANDO UM SEGUNDO OPERADOR, QUE NAO SEJA O
      * SOLICITANTE NEM O USUARIO DA ALTERACAO, A APROVAR NO
      * PROGRAMA32.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-RET-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-RET-HORA
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF RETIDA-RECORD
           MOVE WRK-ACAO-JOURNAL   TO WRK-RET-ACAO
           MOVE WRK-NIVEL-DIGITADO TO WRK-RET-NIVEL
           MOVE WRK-EXPIR-DIGITADA TO WRK-RET-EXPIRACAO
           MOVE WRK-DEPTO-DIGITADO TO WRK-RET-DEPTO
           MOVE WRK-OPERADOR       TO WRK-RET-SOLICITANTE
           MOVE 'PROGRAMA12'       TO WRK-RET-ORIGEM
           MOVE 'P'                TO WRK-RET-SITUACAO
           MOVE SPACES TO WRK-RET-APROVADOR
           MOVE SPACES TO WRK-RET-DATA-DECISAO
           MOVE SPACES TO WRK-RET-HORA-DECISAO
           MOVE SPACES TO WRK-RET-APLICACAO
           WRITE RETIDA-RECORD
           IF WRK-RETIDAS-STATUS = '00'
               DISPLAY WRK-USUARIO OF RETIDA-RECORD
                   ' - NIVEL COM CAPACIDADE ADM/SUPERVISOR: '
                   'ALTERACAO RETIDA PARA APROVACAO DE UM SEGUNDO '
                   'OPERADOR'
           ELSE
               DISPLAY 'ERRO AO RETER A ALTERACAO - STATUS '
                   WRK-RETIDAS-STATUS ' - MASTER NAO ALTERADO'
           END-IF.

       9000-FECHAR-ARQUIVO.
           CLOSE USERS-FILE
           CLOSE JOURNAL-FILE
           CLOSE RETIDAS-FILE
           CLOSE APLICACAO-FILE
           CLOSE JOURNAL-APL-FILE.
