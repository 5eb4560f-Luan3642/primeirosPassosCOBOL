       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA34.
      ***************************
      * Area de comentarios
      * OBJETIVO: MANUTENCAO DO CONTROLE DE BLOQUEIO DE OPERADORES
      *           (OPBLOQ.DAT, LAYOUT CPOPBLQ) - DESBLOQUEIO DO
      *           OPERADOR BLOQUEADO PELA OPERCHK POR RECUSAS
      *           SEGUIDAS, CONSULTA DA SITUACAO DE UMA
      *           IDENTIFICACAO E ALTERACAO DO LIMITE DE RECUSAS
      *           (REGISTRO *LIMITE). O OPERADOR E VALIDADO PELA
      *           OPERCHK COMO NOS DEMAIS PROGRAMAS DE MANUTENCAO -
      *           UM OPERADOR BLOQUEADO NAO ENTRA - E SO PODE
      *           DESBLOQUEAR OUTRA IDENTIFICACAO, NUNCA A PROPRIA.
      *           O DESBLOQUEIO ZERA O CONTADOR, GUARDA QUEM E
      *           QUANDO DESBLOQUEOU E E GRAVADO NO LOG DE AUDITORIA
      *           (RAMO L, CPAUDLOG).
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - REGISTRO DO LOG DE AUDITORIA RECEBE
      *             NUMERO DE SEQUENCIA E CHECK ENCADEADO PELA
      *             SUBROTINA AUDCHAIN (AREA CPAUDCAD), COMO NO
      *             PROGRAMA10.
      * ALTERACAO = 15/10/2026 - QUEM DESBLOQUEOU PASSA A CONSTAR DO
      *             LOG DE AUDITORIA (RAMO O LOGO APOS O RAMO L) E A
      *             ALTERACAO DO LIMITE DE RECUSAS E GRAVADA NO LOG
      *             COM O LIMITE ANTERIOR E O NOVO (RAMO P, SEGUIDO
      *             DO RAMO O COM O OPERADOR).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIO-FILE ASSIGN TO "OPBLOQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-BLQ-OPERADOR
               FILE STATUS IS WRK-BLOQUEIO-STATUS.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-USUARIO OF USERS-RECORD
               FILE STATUS IS WRK-USERS-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEIO-FILE.
           COPY CPOPBLQ.

       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  AUDIT-LOG-FILE.
           COPY CPAUDLOG.

       WORKING-STORAGE SECTION.
       77  WRK-BLOQUEIO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-OPERADOR           PIC X(20) VALUE SPACES.
       77  WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE 'N'.
         88  OPERADOR-AUTORIZADO    VALUE 'S'.
       77  WRK-OPERADOR-ALVO      PIC X(20) VALUE SPACES.
       77  WRK-NIVEL-ALVO         PIC 9(02) VALUE ZEROS.
       77  WRK-LOG-GRAVADO        PIC X(01) VALUE 'N'.
         88  LOG-GRAVADO             VALUE 'S'.
       77  WRK-OPCAO              PIC 9(01) VALUE ZERO.
         88  OPCAO-DESBLOQUEAR       VALUE 1.
         88  OPCAO-CONSULTAR         VALUE 2.
         88  OPCAO-LIMITE            VALUE 3.
         88  OPCAO-SAIR              VALUE 4.
       77  WRK-FIM-MENU           PIC X(01) VALUE 'N'.
         88  FIM-MENU                VALUE 'S'.
       77  WRK-CONFIRMACAO        PIC X(01) VALUE SPACES.
         88  CONFIRMADO              VALUE 'S'.
       77  WRK-LIMITE-ATUAL       PIC 9(03) VALUE 3.
       77  WRK-LIMITE-DIGITADO    PIC X(03) VALUE SPACES.
       77  WRK-LIMITE-NOVO        PIC 9(03) VALUE ZEROS.
       77  WRK-PARM-EXISTE        PIC X(01) VALUE 'N'.
         88  PARM-EXISTE             VALUE 'S'.
       77  WRK-FALHAS-ED          PIC ZZ9.
       77  WRK-LIMITE-ED          PIC ZZ9.

      * CADEIA DE SEQUENCIA/CHECK DO LOG DE AUDITORIA (AUDCHAIN).
           COPY CPAUDCAD.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1500-IDENTIFICAR-OPERADOR
           IF NOT FIM-MENU
               PERFORM 1000-ABRIR-ARQUIVOS
           END-IF
           PERFORM 2000-EXIBIR-MENU
               UNTIL FIM-MENU
           PERFORM 9000-FECHAR-ARQUIVOS
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O BLOQUEIO-FILE
           IF WRK-BLOQUEIO-STATUS = '35'
               OPEN OUTPUT BLOQUEIO-FILE
               CLOSE BLOQUEIO-FILE
               OPEN I-O BLOQUEIO-FILE
           END-IF
           IF WRK-BLOQUEIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE BLOQUEIO - '
                   'STATUS ' WRK-BLOQUEIO-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN INPUT USERS-FILE
           IF WRK-USERS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE USUARIOS - STATUS '
                   WRK-USERS-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WRK-AUDITLOG-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WRK-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O LOG DE AUDITORIA - STATUS '
                   WRK-AUDITLOG-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF.

       1500-IDENTIFICAR-OPERADOR.
      * VALIDADO PELA OPERCHK COMO NOS DEMAIS PROGRAMAS DE
      * MANUTENCAO. DEPOIS DA VALIDACAO A SUBROTINA E CANCELADA
      * PARA FECHAR O CONTROLE DE BLOQUEIO E O LOG DE AUDITORIA QUE
      * ELA MANTEM ABERTOS - ESTE PROGRAMA ATUALIZA OS DOIS.
           DISPLAY 'DIGITE O OPERADOR'
           ACCEPT WRK-OPERADOR FROM CONSOLE
           IF WRK-OPERADOR = SPACES
               DISPLAY 'OPERADOR E OBRIGATORIO'
               MOVE 'S' TO WRK-FIM-MENU
           ELSE
               CALL 'OPERCHK' USING WRK-OPERADOR
                   WRK-OPERADOR-AUTORIZADO
               CANCEL 'OPERCHK'
               IF NOT OPERADOR-AUTORIZADO
                   DISPLAY 'OPERADOR SEM AUTORIZACAO PARA '
                       'MANUTENCAO - ENCERRANDO'
                   MOVE 'S' TO WRK-FIM-MENU
               END-IF
           END-IF.

       2000-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '1 - DESBLOQUEAR OPERADOR'
           DISPLAY '2 - CONSULTAR SITUACAO DE OPERADOR'
           DISPLAY '3 - ALTERAR LIMITE DE RECUSAS'
           DISPLAY '4 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA'
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-DESBLOQUEAR
                   PERFORM 3000-DESBLOQUEAR-OPERADOR
               WHEN OPCAO-CONSULTAR
                   PERFORM 4000-CONSULTAR-OPERADOR
               WHEN OPCAO-LIMITE
                   PERFORM 5000-ALTERAR-LIMITE
               WHEN OPCAO-SAIR
                   MOVE 'S' TO WRK-FIM-MENU
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       3000-DESBLOQUEAR-OPERADOR.
           DISPLAY 'DIGITE O OPERADOR A DESBLOQUEAR'
           ACCEPT WRK-OPERADOR-ALVO FROM CONSOLE
           EVALUATE TRUE
               WHEN WRK-OPERADOR-ALVO = SPACES
                       OR WRK-OPERADOR-ALVO(1:1) = '*'
                   DISPLAY 'IDENTIFICACAO INVALIDA'
               WHEN WRK-OPERADOR-ALVO = WRK-OPERADOR
                   DISPLAY 'O DESBLOQUEIO EXIGE OUTRO OPERADOR - '
                       'NINGUEM DESBLOQUEIA A PROPRIA IDENTIFICACAO'
               WHEN OTHER
                   MOVE WRK-OPERADOR-ALVO TO WRK-BLQ-OPERADOR
                   READ BLOQUEIO-FILE
                       INVALID KEY
                           DISPLAY 'OPERADOR SEM REGISTRO NO '
                               'CONTROLE DE BLOQUEIO'
                       NOT INVALID KEY
                           IF BLQ-BLOQUEADO
                               PERFORM 3100-CONFIRMAR-DESBLOQUEIO
                           ELSE
                               DISPLAY 'OPERADOR NAO ESTA BLOQUEADO'
                           END-IF
                   END-READ
           END-EVALUATE.

       3100-CONFIRMAR-DESBLOQUEIO.
           PERFORM 4100-EXIBIR-SITUACAO
           DISPLAY 'CONFIRMA O DESBLOQUEIO (S/N)?'
           ACCEPT WRK-CONFIRMACAO FROM CONSOLE
           IF CONFIRMADO
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               MOVE 'A' TO WRK-BLQ-SITUACAO
               MOVE ZEROS TO WRK-BLQ-FALHAS
               MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-BLQ-DATA-DESBLOQ
               MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-BLQ-HORA-DESBLOQ
               MOVE WRK-OPERADOR TO WRK-BLQ-OPER-DESBLOQ
               REWRITE BLOQUEIO-RECORD
               IF WRK-BLOQUEIO-STATUS = '00'
                   DISPLAY WRK-OPERADOR-ALVO ' DESBLOQUEADO'
                   PERFORM 7000-GRAVAR-DESBLOQUEIO
               ELSE
                   DISPLAY 'ERRO AO DESBLOQUEAR - STATUS '
                       WRK-BLOQUEIO-STATUS
               END-IF
           ELSE
               DISPLAY 'DESBLOQUEIO CANCELADO'
           END-IF.

       4000-CONSULTAR-OPERADOR.
           DISPLAY 'DIGITE O OPERADOR'
           ACCEPT WRK-OPERADOR-ALVO FROM CONSOLE
           IF WRK-OPERADOR-ALVO = SPACES
                   OR WRK-OPERADOR-ALVO(1:1) = '*'
               DISPLAY 'IDENTIFICACAO INVALIDA'
           ELSE
               MOVE WRK-OPERADOR-ALVO TO WRK-BLQ-OPERADOR
               READ BLOQUEIO-FILE
                   INVALID KEY
                       DISPLAY 'OPERADOR SEM RECUSAS REGISTRADAS'
                   NOT INVALID KEY
                       PERFORM 4100-EXIBIR-SITUACAO
               END-READ
           END-IF.

       4100-EXIBIR-SITUACAO.
           MOVE WRK-BLQ-FALHAS TO WRK-FALHAS-ED
           IF BLQ-BLOQUEADO
               DISPLAY WRK-BLQ-OPERADOR ' BLOQUEADO EM '
                   WRK-BLQ-DATA-BLOQUEIO ' ' WRK-BLQ-HORA-BLOQUEIO
           ELSE
               DISPLAY WRK-BLQ-OPERADOR ' ATIVO'
           END-IF
           DISPLAY 'RECUSAS SEGUIDAS: ' WRK-FALHAS-ED
               ' - ULTIMA EM ' WRK-BLQ-DATA-FALHA ' '
               WRK-BLQ-HORA-FALHA
           IF WRK-BLQ-OPER-DESBLOQ NOT = SPACES
               DISPLAY 'ULTIMO DESBLOQUEIO EM ' WRK-BLQ-DATA-DESBLOQ
                   ' ' WRK-BLQ-HORA-DESBLOQ ' POR '
                   WRK-BLQ-OPER-DESBLOQ
           END-IF.

       5000-ALTERAR-LIMITE.
      * O LIMITE VALE A PARTIR DA PROXIMA CHAMADA DA OPERCHK EM
      * CADA PROGRAMA - ELA O LE NA ABERTURA DOS ARQUIVOS.
           MOVE 'N' TO WRK-PARM-EXISTE
           MOVE 3 TO WRK-LIMITE-ATUAL
           MOVE '*LIMITE' TO WRK-BLQ-PARM-ID
           READ BLOQUEIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PARM-EXISTE
                   IF WRK-BLQ-LIMITE IS NUMERIC
                           AND WRK-BLQ-LIMITE > ZEROS
                       MOVE WRK-BLQ-LIMITE TO WRK-LIMITE-ATUAL
                   END-IF
           END-READ
           MOVE WRK-LIMITE-ATUAL TO WRK-LIMITE-ED
           DISPLAY 'LIMITE ATUAL DE RECUSAS SEGUIDAS: ' WRK-LIMITE-ED
           DISPLAY 'DIGITE O NOVO LIMITE (001 A 999)'
           ACCEPT WRK-LIMITE-DIGITADO FROM CONSOLE
           IF WRK-LIMITE-DIGITADO IS NOT NUMERIC
               DISPLAY 'LIMITE INVALIDO - INFORME TRES DIGITOS'
           ELSE
               MOVE WRK-LIMITE-DIGITADO TO WRK-LIMITE-NOVO
               IF WRK-LIMITE-NOVO = ZEROS
                   DISPLAY 'LIMITE INVALIDO - DEVE SER MAIOR QUE ZERO'
               ELSE
                   PERFORM 5100-GRAVAR-LIMITE
               END-IF
           END-IF.

       5100-GRAVAR-LIMITE.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE SPACES TO BLOQUEIO-PARAMETRO
           MOVE '*LIMITE' TO WRK-BLQ-PARM-ID
           MOVE WRK-LIMITE-NOVO TO WRK-BLQ-LIMITE
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-BLQ-PARM-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-BLQ-PARM-HORA
           MOVE WRK-OPERADOR TO WRK-BLQ-PARM-OPERADOR
           IF PARM-EXISTE
               REWRITE BLOQUEIO-PARAMETRO
           ELSE
               WRITE BLOQUEIO-PARAMETRO
           END-IF
           IF WRK-BLOQUEIO-STATUS = '00'
               MOVE WRK-LIMITE-NOVO TO WRK-LIMITE-ED
               DISPLAY 'LIMITE ALTERADO PARA ' WRK-LIMITE-ED
               PERFORM 7200-GRAVAR-PARAMETRO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LIMITE - STATUS '
                   WRK-BLOQUEIO-STATUS
           END-IF.

       7000-GRAVAR-DESBLOQUEIO.
      * MESMO REGISTRO DO RAMO N DA OPERCHK - USUARIO E O OPERADOR
      * DESBLOQUEADO E NIVEL E O QUE ELE CARREGA NO MASTER (ZEROS
      * QUANDO NAO CADASTRADO). QUEM DESBLOQUEOU SAI NO REGISTRO
      * SEGUINTE (RAMO O).
           MOVE WRK-OPERADOR-ALVO TO WRK-USUARIO OF USERS-RECORD
           PERFORM 7800-OBTER-NIVEL
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WRK-OPERADOR-ALVO TO WRK-USUARIO OF AUDIT-LOG-RECORD
           MOVE WRK-NIVEL-ALVO TO WRK-NIVEL OF AUDIT-LOG-RECORD
           MOVE 'L' TO WRK-AUDIT-BRANCH
           PERFORM 7900-GRAVAR-LOG
           IF LOG-GRAVADO
               PERFORM 7100-GRAVAR-OPERADOR
           ELSE
               DISPLAY 'ERRO AO GRAVAR O DESBLOQUEIO NO LOG DE '
                   'AUDITORIA - STATUS ' WRK-AUDITLOG-STATUS
           END-IF.

       7100-GRAVAR-OPERADOR.
      * RAMO O - O OPERADOR DESTA SESSAO, AUTOR DA ACAO DO REGISTRO
      * ANTERIOR, COM O NIVEL QUE ELE CARREGA NO MASTER.
           MOVE WRK-OPERADOR TO WRK-USUARIO OF USERS-RECORD
           PERFORM 7800-OBTER-NIVEL
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WRK-OPERADOR TO WRK-USUARIO OF AUDIT-LOG-RECORD
           MOVE WRK-NIVEL-ALVO TO WRK-NIVEL OF AUDIT-LOG-RECORD
           MOVE 'O' TO WRK-AUDIT-BRANCH
           PERFORM 7900-GRAVAR-LOG
           IF NOT LOG-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O OPERADOR NO LOG DE '
                   'AUDITORIA - STATUS ' WRK-AUDITLOG-STATUS
           END-IF.

       7200-GRAVAR-PARAMETRO.
      * RAMO P - LIMITE ANTERIOR (O PADRAO QUANDO AINDA NAO HAVIA
      * REGISTRO *LIMITE) E O NOVO, SEGUIDO DO RAMO O COM O OPERADOR.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE ZEROS TO WRK-NIVEL OF AUDIT-LOG-RECORD
           MOVE '*LIMITE' TO WRK-AUDIT-PRM-ID
           MOVE WRK-LIMITE-ATUAL TO WRK-AUDIT-PRM-ANTES
           MOVE WRK-LIMITE-NOVO TO WRK-AUDIT-PRM-DEPOIS
           MOVE 'P' TO WRK-AUDIT-BRANCH
           PERFORM 7900-GRAVAR-LOG
           IF LOG-GRAVADO
               PERFORM 7100-GRAVAR-OPERADOR
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LIMITE NO LOG DE '
                   'AUDITORIA - STATUS ' WRK-AUDITLOG-STATUS
           END-IF.

       7800-OBTER-NIVEL.
           MOVE ZEROS TO WRK-NIVEL-ALVO
           READ USERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ALVO
           END-READ.

       7900-GRAVAR-LOG.
           MOVE 'N' TO WRK-LOG-GRAVADO
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-AUDIT-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-AUDIT-HORA
           MOVE 'P' TO WRK-CAD-FUNCAO
           CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD WRK-CADEIA-AUDITORIA
           WRITE AUDIT-LOG-RECORD
           IF WRK-AUDITLOG-STATUS = '00'
               MOVE 'S' TO WRK-LOG-GRAVADO
               IF NOT CAD-INDISPONIVEL
                   MOVE 'G' TO WRK-CAD-FUNCAO
                   CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD
                       WRK-CADEIA-AUDITORIA
               END-IF
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE BLOQUEIO-FILE
           CLOSE USERS-FILE
           CLOSE AUDIT-LOG-FILE.
