       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA44.
      ***************************
      * Area de comentarios
      * OBJETIVO: MENU INTERATIVO PARA MANTER O MASTER DE ACESSOS
      *           POR APLICACAO (USRAPL.DAT, LAYOUT CPUSRAPL) - PARA
      *           CADA USUARIO DO MASTER DE USUARIOS E CODIGO DE
      *           APLICACAO, O NIVEL E A DATA DE EXPIRACAO DAQUELE
      *           ACESSO. INCLUIR, ALTERAR, EXCLUIR E LISTAR OS
      *           ACESSOS DE UM USUARIO. O USUARIO TEM DE EXISTIR NO
      *           MASTER DE USUARIOS E O NIVEL TEM DE SER VALIDO NA
      *           NIVELCHK. CADA INCLUSAO, ALTERACAO E EXCLUSAO E
      *           GRAVADA NO JOURNAL DE ACESSOS (APLJRNL.DAT, LAYOUT
      *           CPAPLJRN) COM OPERADOR, DATA/HORA E A IMAGEM ANTES
      *           E DEPOIS, COMO NO PROGRAMA12.
      *           DUPLO CONTROLE: A INCLUSAO COM NIVEL DE CAPACIDADE
      *           ADM/SUPERVISOR, OU A ALTERACAO QUE LEVA A ESSA
      *           CAPACIDADE UM ACESSO QUE NAO A TINHA (OU ESTAVA
      *           EXPIRADO), NAO E GRAVADA NO MASTER - FICA RETIDA
      *           NA FILA HELDCHG.DAT (CPRETIDA) COM O CODIGO DA
      *           APLICACAO, ATE A APROVACAO DE UM SEGUNDO OPERADOR
      *           NO PROGRAMA32, QUE APLICA E GRAVA O JOURNAL.
      *           O OPERADOR E VALIDADO PELA SUBROTINA OPERCHK, COMO
      *           NOS DEMAIS PROGRAMAS DE MANUTENCAO.
      * DATA = 15/10/2026
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACAO-FILE ASSIGN TO "USRAPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-USUARIO OF USERS-RECORD
               FILE STATUS IS WRK-USERS-STATUS.
           SELECT JOURNAL-APL-FILE ASSIGN TO "APLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
           SELECT RETIDAS-FILE ASSIGN TO "HELDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RET-CHAVE
               FILE STATUS IS WRK-RETIDAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  JOURNAL-APL-FILE.
           COPY CPAPLJRN.

       FD  RETIDAS-FILE.
           COPY CPRETIDA.

       WORKING-STORAGE SECTION.
       77  WRK-APLICACAO-STATUS PIC X(02) VALUE '00'.
       77  WRK-USERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RETIDAS-STATUS  PIC X(02) VALUE '00'.
       77  WRK-DATA-HORA-ATUAL PIC X(21) VALUE SPACES.
       77  WRK-OPERADOR        PIC X(20) VALUE SPACES.
       77  WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE 'N'.
         88  OPERADOR-AUTORIZADO   VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZERO.
         88  OPCAO-INCLUIR        VALUE 1.
         88  OPCAO-ALTERAR        VALUE 2.
         88  OPCAO-EXCLUIR        VALUE 3.
         88  OPCAO-LISTAR         VALUE 4.
         88  OPCAO-SAIR           VALUE 5.
       77  WRK-FIM-MENU        PIC X(01) VALUE 'N'.
         88  FIM-MENU             VALUE 'S'.
       77  WRK-FIM-LISTAGEM    PIC X(01) VALUE 'N'.
         88  FIM-LISTAGEM         VALUE 'S'.
       77  WRK-CHAVE-VALIDA    PIC X(01) VALUE 'N'.
         88  CHAVE-VALIDA         VALUE 'S'.
       77  WRK-CONFIRMACAO     PIC X(01) VALUE 'N'.
         88  CONFIRMADO           VALUE 'S'.
       77  WRK-USUARIO-DIGITADO PIC X(20) VALUE SPACES.
       77  WRK-APL-DIGITADA    PIC X(06) VALUE SPACES.
       77  WRK-NIVEL-DIGITADO  PIC 9(02) VALUE ZEROS.
       77  WRK-NIVEL-VALIDO    PIC X(01) VALUE 'N'.
         88  NIVEL-VALIDO         VALUE 'S'.
       77  WRK-IS-ADM          PIC X(01) VALUE 'N'.
         88  E-ADM                 VALUE 'S'.
       77  WRK-IS-USER         PIC X(01) VALUE 'N'.
       77  WRK-EXPIR-DIGITADA  PIC X(08) VALUE SPACES.
       77  WRK-EXPIR-VALIDA    PIC X(01) VALUE 'N'.
         88  EXPIR-VALIDA         VALUE 'S'.
       77  WRK-ACAO-JOURNAL    PIC X(01) VALUE SPACES.
       77  WRK-NIVEL-ANTES     PIC 9(02) VALUE ZEROS.
       77  WRK-NIVEL-DEPOIS    PIC 9(02) VALUE ZEROS.
       77  WRK-EXPIR-ANTES     PIC X(08) VALUE SPACES.
       77  WRK-EXPIR-DEPOIS    PIC X(08) VALUE SPACES.
       77  WRK-EXPIRACAO-TEXTO PIC X(08) VALUE SPACES.
       77  WRK-QTDE-ACESSOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED         PIC ZZZZ9.

      * DUPLO CONTROLE DAS ALTERACOES QUE ELEVAM PRIVILEGIO.
       77  WRK-ELEVA-PRIVILEGIO PIC X(01) VALUE 'N'.
         88  ELEVA-PRIVILEGIO     VALUE 'S'.
       77  WRK-ADM-ANTES       PIC X(01) VALUE 'N'.
         88  ADM-ANTES            VALUE 'S'.
       77  WRK-USER-ANTES      PIC X(01) VALUE 'N'.
       77  WRK-VALIDO-ANTES    PIC X(01) VALUE 'N'.
         88  VALIDO-ANTES         VALUE 'S'.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1500-IDENTIFICAR-OPERADOR
           PERFORM 2000-EXIBIR-MENU
               UNTIL FIM-MENU
           PERFORM 9000-FECHAR-ARQUIVOS
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O APLICACAO-FILE
           IF WRK-APLICACAO-STATUS = '35'
      * PRIMEIRA EXECUCAO - O MASTER DE ACESSOS E CRIADO VAZIO; ATE
      * O PRIMEIRO ACESSO, TODA CONFERENCIA COM APLICACAO E
      * REJEITADA NA PRE-EDICAO (MOTIVO AX).
               OPEN OUTPUT APLICACAO-FILE
               CLOSE APLICACAO-FILE
               OPEN I-O APLICACAO-FILE
           END-IF
           IF WRK-APLICACAO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE ACESSOS POR '
                   'APLICACAO - STATUS ' WRK-APLICACAO-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
      * O MASTER DE USUARIOS SO E CONSULTADO - O ACESSO NAO PODE
      * SER DE UM USUARIO QUE NAO EXISTE NELE.
           OPEN INPUT USERS-FILE
           IF WRK-USERS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE USUARIOS - STATUS '
                   WRK-USERS-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN EXTEND JOURNAL-APL-FILE
           IF WRK-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-APL-FILE
           END-IF
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O JOURNAL DE ACESSOS - '
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
           END-IF.

       1500-IDENTIFICAR-OPERADOR.
      * MESMA VALIDACAO DO PROGRAMA12 (CONTA ATIVA, NAO EXPIRADA E
      * COM CAPACIDADE ADM/SUPERVISOR); A RECUSA FICA REGISTRADA NO
      * LOG DE AUDITORIA PELA PROPRIA OPERCHK.
           IF NOT FIM-MENU
               DISPLAY 'DIGITE O OPERADOR'
               ACCEPT WRK-OPERADOR FROM CONSOLE
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'OPERADOR E OBRIGATORIO'
                   MOVE 'S' TO WRK-FIM-MENU
               ELSE
                   CALL 'OPERCHK' USING WRK-OPERADOR
                       WRK-OPERADOR-AUTORIZADO
                   IF NOT OPERADOR-AUTORIZADO
                       DISPLAY 'OPERADOR SEM AUTORIZACAO PARA '
                           'MANUTENCAO - ENCERRANDO'
                       MOVE 'S' TO WRK-FIM-MENU
                   END-IF
               END-IF
           END-IF.

       2000-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '1 - INCLUIR ACESSO DO USUARIO NA APLICACAO'
           DISPLAY '2 - ALTERAR NIVEL/EXPIRACAO DO ACESSO'
           DISPLAY '3 - EXCLUIR ACESSO'
           DISPLAY '4 - LISTAR ACESSOS DO USUARIO'
           DISPLAY '5 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA'
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR-ACESSO
               WHEN OPCAO-ALTERAR
                   PERFORM 4000-ALTERAR-ACESSO
               WHEN OPCAO-EXCLUIR
                   PERFORM 5000-EXCLUIR-ACESSO
               WHEN OPCAO-LISTAR
                   PERFORM 6000-LISTAR-ACESSOS
               WHEN OPCAO-SAIR
                   MOVE 'S' TO WRK-FIM-MENU
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       3000-INCLUIR-ACESSO.
           PERFORM 7000-OBTER-CHAVE
           IF CHAVE-VALIDA
               READ APLICACAO-FILE
                   INVALID KEY
                       PERFORM 3050-OBTER-DADOS-INCLUSAO
                   NOT INVALID KEY
                       DISPLAY 'ACESSO JA CADASTRADO - USE ALTERAR'
               END-READ
           END-IF.

       3050-OBTER-DADOS-INCLUSAO.
           PERFORM 7100-OBTER-NIVEL-VALIDO
           IF NIVEL-VALIDO
               PERFORM 7200-OBTER-EXPIRACAO-VALIDA
           END-IF
           IF NIVEL-VALIDO AND EXPIR-VALIDA
               IF E-ADM
                   MOVE 'I' TO WRK-ACAO-JOURNAL
                   PERFORM 7500-RETER-ALTERACAO
               ELSE
                   PERFORM 3100-GRAVAR-INCLUSAO
               END-IF
           END-IF.

       3100-GRAVAR-INCLUSAO.
           MOVE WRK-USUARIO-DIGITADO TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE WRK-APL-DIGITADA   TO WRK-APL-CODIGO
           MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL OF APLICACAO-RECORD
           MOVE WRK-EXPIR-DIGITADA TO WRK-APL-EXPIRACAO
           WRITE APLICACAO-RECORD
           IF WRK-APLICACAO-STATUS = '00'
               DISPLAY WRK-USUARIO OF APLICACAO-RECORD ' '
                   WRK-APL-CODIGO ' INCLUIDO COM SUCESSO'
               MOVE 'I' TO WRK-ACAO-JOURNAL
               MOVE ZEROS TO WRK-NIVEL-ANTES
               MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL-DEPOIS
               MOVE SPACES TO WRK-EXPIR-ANTES
               MOVE WRK-EXPIR-DIGITADA TO WRK-EXPIR-DEPOIS
               PERFORM 7400-GRAVAR-JOURNAL
           ELSE
               DISPLAY 'ERRO AO INCLUIR O ACESSO - STATUS '
                   WRK-APLICACAO-STATUS
           END-IF.

       4000-ALTERAR-ACESSO.
           PERFORM 7000-OBTER-CHAVE
           IF CHAVE-VALIDA
               READ APLICACAO-FILE
                   INVALID KEY
                       DISPLAY 'ACESSO NAO ENCONTRADO NO MASTER'
                   NOT INVALID KEY
                       PERFORM 4050-OBTER-DADOS-ALTERACAO
               END-READ
           END-IF.

       4050-OBTER-DADOS-ALTERACAO.
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-NIVEL-ANTES
           MOVE WRK-APL-EXPIRACAO TO WRK-EXPIR-ANTES
           DISPLAY 'NIVEL ATUAL: ' WRK-NIVEL-ANTES
               ' EXPIRACAO ATUAL: ' WRK-EXPIR-ANTES
           PERFORM 7100-OBTER-NIVEL-VALIDO
           IF NIVEL-VALIDO
               PERFORM 7200-OBTER-EXPIRACAO-VALIDA
           END-IF
           IF NIVEL-VALIDO AND EXPIR-VALIDA
               PERFORM 4100-VERIFICAR-ELEVACAO
               IF ELEVA-PRIVILEGIO
                   MOVE 'A' TO WRK-ACAO-JOURNAL
                   PERFORM 7500-RETER-ALTERACAO
               ELSE
                   PERFORM 4200-GRAVAR-ALTERACAO
               END-IF
           END-IF.

       4100-VERIFICAR-ELEVACAO.
      * MESMA REGRA DO PROGRAMA12, APLICADA AO ACESSO: ELEVA
      * PRIVILEGIO QUANDO O NIVEL NOVO TEM CAPACIDADE ADM/SUPERVISOR
      * E O ACESSO NAO A TINHA - NIVEL ANTERIOR SEM O FLAG ADM,
      * NIVEL ANTERIOR INVALIDO/RETIRADO OU ACESSO EXPIRADO.
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
           MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL OF APLICACAO-RECORD
           MOVE WRK-EXPIR-DIGITADA TO WRK-APL-EXPIRACAO
           REWRITE APLICACAO-RECORD
           IF WRK-APLICACAO-STATUS = '00'
               DISPLAY WRK-USUARIO OF APLICACAO-RECORD ' '
                   WRK-APL-CODIGO ' ALTERADO COM SUCESSO'
               MOVE 'A' TO WRK-ACAO-JOURNAL
               MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL-DEPOIS
               MOVE WRK-EXPIR-DIGITADA TO WRK-EXPIR-DEPOIS
               PERFORM 7400-GRAVAR-JOURNAL
           ELSE
               DISPLAY 'ERRO AO ALTERAR O ACESSO - STATUS '
                   WRK-APLICACAO-STATUS
           END-IF.

       5000-EXCLUIR-ACESSO.
      * O REGISTRO E LIDO ANTES DO DELETE PARA QUE O JOURNAL TENHA
      * A IMAGEM ANTERIOR, COMO NO PROGRAMA12; A EXCLUSAO PEDE
      * CONFIRMACAO, COMO NO PROGRAMA37.
           PERFORM 7000-OBTER-CHAVE
           IF CHAVE-VALIDA
               READ APLICACAO-FILE
                   INVALID KEY
                       DISPLAY 'ACESSO NAO ENCONTRADO NO MASTER'
                   NOT INVALID KEY
                       DISPLAY WRK-USUARIO OF APLICACAO-RECORD ' '
                           WRK-APL-CODIGO ' NIVEL '
                           WRK-NIVEL OF APLICACAO-RECORD
                       DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
                       MOVE 'N' TO WRK-CONFIRMACAO
                       ACCEPT WRK-CONFIRMACAO FROM CONSOLE
                       IF CONFIRMADO
                           PERFORM 5100-GRAVAR-EXCLUSAO
                       ELSE
                           DISPLAY 'EXCLUSAO CANCELADA'
                       END-IF
               END-READ
           END-IF.

       5100-GRAVAR-EXCLUSAO.
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-NIVEL-ANTES
           MOVE WRK-APL-EXPIRACAO TO WRK-EXPIR-ANTES
           DELETE APLICACAO-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O ACESSO - STATUS '
                       WRK-APLICACAO-STATUS
               NOT INVALID KEY
                   DISPLAY WRK-USUARIO OF APLICACAO-RECORD ' '
                       WRK-APL-CODIGO ' EXCLUIDO COM SUCESSO'
                   MOVE 'E' TO WRK-ACAO-JOURNAL
                   MOVE ZEROS TO WRK-NIVEL-DEPOIS
                   MOVE SPACES TO WRK-EXPIR-DEPOIS
                   PERFORM 7400-GRAVAR-JOURNAL
           END-DELETE.

       6000-LISTAR-ACESSOS.
      * A CHAVE COMECA PELO USUARIO - O START NO USUARIO COM
      * APLICACAO EM LOW-VALUES POSICIONA NO PRIMEIRO ACESSO DELE.
           DISPLAY 'DIGITE O USUARIO'
           MOVE SPACES TO WRK-USUARIO-DIGITADO
           ACCEPT WRK-USUARIO-DIGITADO FROM CONSOLE
           MOVE 'N' TO WRK-FIM-LISTAGEM
           MOVE ZEROS TO WRK-QTDE-ACESSOS
           MOVE WRK-USUARIO-DIGITADO TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LISTAGEM
           END-START
           DISPLAY 'APLIC. NIVEL EXPIRACAO'
           IF NOT FIM-LISTAGEM
               PERFORM 6100-LER-PROXIMO-ACESSO
           END-IF
           PERFORM 6200-EXIBIR-ACESSO
               UNTIL FIM-LISTAGEM
           MOVE WRK-QTDE-ACESSOS TO WRK-QTDE-ED
           DISPLAY 'TOTAL DE ACESSOS DO USUARIO: ' WRK-QTDE-ED.

       6100-LER-PROXIMO-ACESSO.
           READ APLICACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LISTAGEM
               NOT AT END
                   IF WRK-USUARIO OF APLICACAO-RECORD
                           NOT = WRK-USUARIO-DIGITADO
                       MOVE 'S' TO WRK-FIM-LISTAGEM
                   END-IF
           END-READ.

       6200-EXIBIR-ACESSO.
           ADD 1 TO WRK-QTDE-ACESSOS
           IF WRK-APL-EXPIRACAO = SPACES
               MOVE 'NENHUMA ' TO WRK-EXPIRACAO-TEXTO
           ELSE
               MOVE WRK-APL-EXPIRACAO TO WRK-EXPIRACAO-TEXTO
           END-IF
           DISPLAY WRK-APL-CODIGO ' ' WRK-NIVEL OF APLICACAO-RECORD
               '    ' WRK-EXPIRACAO-TEXTO
           PERFORM 6100-LER-PROXIMO-ACESSO.

       7000-OBTER-CHAVE.
      * O USUARIO TEM DE EXISTIR NO MASTER DE USUARIOS; O CODIGO DA
      * APLICACAO E TEXTO LIVRE DE SEIS POSICOES, OBRIGATORIO - O
      * NIVEL GERAL DA CONTA CONTINUA NO PROGRAMA12.
           MOVE 'N' TO WRK-CHAVE-VALIDA
           DISPLAY 'DIGITE O USUARIO'
           MOVE SPACES TO WRK-USUARIO-DIGITADO
           ACCEPT WRK-USUARIO-DIGITADO FROM CONSOLE
           DISPLAY 'DIGITE O CODIGO DA APLICACAO (ATE 6 POSICOES)'
           MOVE SPACES TO WRK-APL-DIGITADA
           ACCEPT WRK-APL-DIGITADA FROM CONSOLE
           IF WRK-APL-DIGITADA = SPACES
               DISPLAY 'CODIGO DA APLICACAO E OBRIGATORIO'
           ELSE
               MOVE WRK-USUARIO-DIGITADO
                   TO WRK-USUARIO OF USERS-RECORD
               READ USERS-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO NO MASTER DE '
                           'USUARIOS'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CHAVE-VALIDA
               END-READ
           END-IF
           MOVE WRK-USUARIO-DIGITADO TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE WRK-APL-DIGITADA TO WRK-APL-CODIGO.

       7100-OBTER-NIVEL-VALIDO.
           MOVE 'N' TO WRK-NIVEL-VALIDO
           DISPLAY 'DIGITE O NIVEL NA APLICACAO (CODIGO DO MASTER DE '
               'NIVEIS)'
           ACCEPT WRK-NIVEL-DIGITADO FROM CONSOLE
           IF WRK-NIVEL-DIGITADO IS NOT NUMERIC
               DISPLAY 'ENTRADA NUMERICA INVALIDA PARA O NIVEL'
           ELSE
               CALL 'NIVELCHK' USING WRK-NIVEL-DIGITADO WRK-IS-ADM
                   WRK-IS-USER WRK-NIVEL-VALIDO
               IF NOT NIVEL-VALIDO
                   DISPLAY 'O VALOR INFORMADO NAO E VALIDO'
               END-IF
           END-IF.

       7200-OBTER-EXPIRACAO-VALIDA.
      * MESMA CRITICA DO PROGRAMA12 - BRANCO E SEM EXPIRACAO; SO A
      * FORMA (OITO DIGITOS NUMERICOS) E CRITICADA.
           MOVE 'N' TO WRK-EXPIR-VALIDA
           DISPLAY 'DIGITE A DATA DE EXPIRACAO DO ACESSO (AAAAMMDD) '
               'OU BRANCO PARA SEM EXPIRACAO'
           MOVE SPACES TO WRK-EXPIR-DIGITADA
           ACCEPT WRK-EXPIR-DIGITADA FROM CONSOLE
           IF WRK-EXPIR-DIGITADA = SPACES
                   OR WRK-EXPIR-DIGITADA = '00000000'
               MOVE SPACES TO WRK-EXPIR-DIGITADA
               MOVE 'S' TO WRK-EXPIR-VALIDA
           ELSE
               IF WRK-EXPIR-DIGITADA IS NUMERIC
                   MOVE 'S' TO WRK-EXPIR-VALIDA
               ELSE
                   DISPLAY 'DATA DE EXPIRACAO INVALIDA - INFORME '
                       'AAAAMMDD OU BRANCO'
               END-IF
           END-IF.

       7400-GRAVAR-JOURNAL.
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
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-STATUS
           END-IF.

       7500-RETER-ALTERACAO.
      * O ACESSO VAI PARA A FILA DE RETIDAS (SITUACAO P) COM O
      * CODIGO DA APLICACAO E O OPERADOR SOLICITANTE - O MASTER DE
      * ACESSOS E O JOURNAL SO SAO ATUALIZADOS NA APROVACAO DO
      * PROGRAMA32. O DEPARTAMENTO NAO SE APLICA AO ACESSO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-RET-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-RET-HORA
           MOVE WRK-USUARIO-DIGITADO TO WRK-USUARIO OF RETIDA-RECORD
           MOVE WRK-ACAO-JOURNAL   TO WRK-RET-ACAO
           MOVE WRK-NIVEL-DIGITADO TO WRK-RET-NIVEL
           MOVE WRK-EXPIR-DIGITADA TO WRK-RET-EXPIRACAO
           MOVE SPACES             TO WRK-RET-DEPTO
           MOVE WRK-OPERADOR       TO WRK-RET-SOLICITANTE
           MOVE 'PROGRAMA44'       TO WRK-RET-ORIGEM
           MOVE 'P'                TO WRK-RET-SITUACAO
           MOVE SPACES TO WRK-RET-APROVADOR
           MOVE SPACES TO WRK-RET-DATA-DECISAO
           MOVE SPACES TO WRK-RET-HORA-DECISAO
           MOVE WRK-APL-DIGITADA   TO WRK-RET-APLICACAO
           WRITE RETIDA-RECORD
           IF WRK-RETIDAS-STATUS = '00'
               DISPLAY WRK-USUARIO OF RETIDA-RECORD ' '
                   WRK-RET-APLICACAO
                   ' - NIVEL COM CAPACIDADE ADM/SUPERVISOR: '
                   'ALTERACAO RETIDA PARA APROVACAO DE UM SEGUNDO '
                   'OPERADOR'
           ELSE
               DISPLAY 'ERRO AO RETER A ALTERACAO - STATUS '
                   WRK-RETIDAS-STATUS ' - MASTER NAO ALTERADO'
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE APLICACAO-FILE
           CLOSE USERS-FILE
           CLOSE JOURNAL-APL-FILE
           CLOSE RETIDAS-FILE.
