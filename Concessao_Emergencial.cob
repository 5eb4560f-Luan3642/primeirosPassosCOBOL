       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA40.
      ***************************
      * Area de comentarios
      * OBJETIVO: MENU INTERATIVO DE CONCESSAO EMERGENCIAL DE NIVEL
      *           (ACESSO "QUEBRA-VIDRO") - QUANDO A PRODUCAO PARA
      *           FORA DO HORARIO, O SUPORTE RECEBE UM NIVEL COM
      *           CAPACIDADE ADM POR UMA JANELA DEFINIDA, EM VEZ DE
      *           UMA ALTERACAO NO PROGRAMA12 QUE ALGUEM PRECISA
      *           LEMBRAR DE DESFAZER. A CONCESSAO (EMERG.DAT,
      *           LAYOUT CPEMERG) GUARDA O USUARIO, O NIVEL BASE E O
      *           ELEVADO, INICIO E FIM (DATA/HORA), CHAMADO E MOTIVO
      *           E O OPERADOR QUE CONCEDEU; O NIVEL ELEVADO E GRAVADO
      *           NO USERS.DAT E NO JOURNAL DE MANUTENCAO (USRJRNL).
      *           O PROGRAMA10 SO ACEITA O NIVEL ELEVADO DENTRO DA
      *           JANELA, E O PROGRAMA41 (NOTURNO) DEVOLVE O NIVEL
      *           BASE AO FIM DELA E LISTA O USO PARA A SEGURANCA.
      *           A CONCESSAO NAO PASSA PELO DUPLO CONTROLE DO
      *           PROGRAMA32 - E O CAMINHO DE EMERGENCIA, SEM SEGUNDO
      *           OPERADOR DISPONIVEL - MAS EXIGE CHAMADO, COMECA NA
      *           HORA (INICIO FUTURO E RECUSADO), DURA NO MAXIMO A
      *           JANELA MAXIMA (REGISTRO *JANELA) E O OPERADOR NAO
      *           PODE CONCEDER A SI MESMO. ELEVACAO MAIS LONGA QUE A
      *           JANELA MAXIMA E RECUSADA AQUI E VAI PELO PROGRAMA12,
      *           ONDE A ALTERACAO PARA NIVEL ADM FICA RETIDA
      *           (HELDCHG) ATE A APROVACAO NO PROGRAMA32.
      *           O ENCERRAMENTO ANTECIPADO DEVOLVE O NIVEL BASE NA
      *           HORA, COMO A REVERSAO NOTURNA.
      *           O OPERADOR E VALIDADO PELA SUBROTINA OPERCHK, COMO
      *           NOS DEMAIS PROGRAMAS DE MANUTENCAO.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - JANELA MAXIMA DA CONCESSAO EM HORAS
      *             (REGISTRO *JANELA DO EMERG.DAT, PADRAO 8, TETO 72),
      *             MANTIDA NA OPCAO 4 COM GRAVACAO NO LOG DE
      *             AUDITORIA (RAMO P SEGUIDO DO RAMO O). INICIO
      *             FUTURO E JANELA ACIMA DA MAXIMA SAO RECUSADOS - O
      *             NIVEL ELEVADO VAI PARA O MASTER NA CONCESSAO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-USUARIO OF USERS-RECORD
               FILE STATUS IS WRK-USERS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
           SELECT EMERGENCIA-FILE ASSIGN TO "EMERG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMG-CHAVE
               FILE STATUS IS WRK-EMERG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  JOURNAL-FILE.
           COPY CPUSRJRN.

       FD  EMERGENCIA-FILE.
           COPY CPEMERG.

       FD  AUDIT-LOG-FILE.
           COPY CPAUDLOG.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EMERG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-AUDITLOG-STATUS PIC X(02) VALUE '00'.
       77  WRK-DATA-HORA-ATUAL PIC X(21) VALUE SPACES.
       77  WRK-MOMENTO-ATUAL   PIC X(14) VALUE SPACES.
       77  WRK-OPERADOR        PIC X(20) VALUE SPACES.
       77  WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE 'N'.
         88  OPERADOR-AUTORIZADO   VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZERO.
         88  OPCAO-CONCEDER       VALUE 1.
         88  OPCAO-ENCERRAR       VALUE 2.
         88  OPCAO-LISTAR         VALUE 3.
         88  OPCAO-JANELA         VALUE 4.
         88  OPCAO-SAIR           VALUE 5.
       77  WRK-FIM-MENU        PIC X(01) VALUE 'N'.
         88  FIM-MENU             VALUE 'S'.
       77  WRK-FIM-CONCESSOES  PIC X(01) VALUE 'N'.
         88  FIM-CONCESSOES       VALUE 'S'.
       77  WRK-ENTRADA-VALIDA  PIC X(01) VALUE 'N'.
         88  ENTRADA-VALIDA       VALUE 'S'.
       77  WRK-CONFIRMACAO     PIC X(01) VALUE 'N'.
         88  CONFIRMADO           VALUE 'S'.
       77  WRK-TEM-ATIVA       PIC X(01) VALUE 'N'.
         88  TEM-CONCESSAO-ATIVA  VALUE 'S'.
       77  WRK-USUARIO-DIGITADO PIC X(20) VALUE SPACES.
       77  WRK-NIVEL-DIGITADO  PIC X(02) VALUE SPACES.
       77  WRK-NIVEL-BASE      PIC 9(02) VALUE ZEROS.
       77  WRK-NIVEL-ELEVADO   PIC 9(02) VALUE ZEROS.
       77  WRK-IS-ADM          PIC X(01) VALUE 'N'.
         88  E-ADM                 VALUE 'S'.
       77  WRK-IS-USER         PIC X(01) VALUE 'N'.
       77  WRK-IS-VALIDO       PIC X(01) VALUE 'N'.
         88  E-VALIDO              VALUE 'S'.
       77  WRK-QTDE-ATIVAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED         PIC ZZZZ9.

      * JANELA DIGITADA - DATA AAAAMMDD E HORA HHMM (OS SEGUNDOS
      * SAO SEMPRE ZERO).
       77  WRK-DATA-DIGITADA   PIC X(08) VALUE SPACES.
       77  WRK-HORA-DIGITADA   PIC X(04) VALUE SPACES.
       77  WRK-DATA-HORA-VALIDA PIC X(01) VALUE 'N'.
         88  DATA-HORA-VALIDA     VALUE 'S'.
       01  WRK-JANELA-INICIO.
           05  WRK-JAN-DATA-INICIO PIC X(08) VALUE SPACES.
           05  WRK-JAN-HORA-INICIO PIC X(06) VALUE SPACES.
       01  WRK-JANELA-FIM.
           05  WRK-JAN-DATA-FIM    PIC X(08) VALUE SPACES.
           05  WRK-JAN-HORA-FIM    PIC X(06) VALUE SPACES.
       01  WRK-HORA-MINUTO.
           05  WRK-HM-HORA         PIC 9(02) VALUE ZEROS.
           05  WRK-HM-MINUTO       PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-NUM        PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-INICIO     PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-FIM        PIC 9(07) VALUE ZEROS.
       77  WRK-MINUTOS-INICIO  PIC 9(05) VALUE ZEROS.
       77  WRK-MINUTOS-FIM     PIC 9(05) VALUE ZEROS.
       77  WRK-MINUTOS-JANELA  PIC S9(09) VALUE ZEROS.
       77  WRK-CHAMADO-DIGITADO PIC X(12) VALUE SPACES.
       77  WRK-MOTIVO-DIGITADO PIC X(40) VALUE SPACES.

      * JANELA MAXIMA EM HORAS - PADRAO SEM O REGISTRO *JANELA E TETO
      * ACEITO NA ALTERACAO, PARA O PARAMETRO NAO ANULAR O PRAZO.
       77  WRK-JANELA-MAXIMA   PIC 9(03) VALUE 8.
       77  WRK-JANELA-TETO     PIC 9(03) VALUE 72.
       77  WRK-JANELA-DIGITADA PIC X(03) VALUE SPACES.
       77  WRK-JANELA-NOVA     PIC 9(03) VALUE ZEROS.
       77  WRK-JANELA-ED       PIC ZZ9.
       77  WRK-PARM-EXISTE     PIC X(01) VALUE 'N'.
         88  PARM-EXISTE          VALUE 'S'.
       77  WRK-NIVEL-OPERADOR  PIC 9(02) VALUE ZEROS.
       77  WRK-LOG-GRAVADO     PIC X(01) VALUE 'N'.
         88  LOG-GRAVADO          VALUE 'S'.

      * IMAGEM DO JOURNAL DE MANUTENCAO.
       77  WRK-NIVEL-ANTES     PIC 9(02) VALUE ZEROS.
       77  WRK-NIVEL-DEPOIS    PIC 9(02) VALUE ZEROS.

      * CADEIA DE SEQUENCIA/CHECK DO LOG DE AUDITORIA (AUDCHAIN).
           COPY CPAUDCAD.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1500-IDENTIFICAR-OPERADOR
           PERFORM 1600-ABRIR-AUDITORIA
           PERFORM 2000-EXIBIR-MENU
               UNTIL FIM-MENU
           PERFORM 9000-FECHAR-ARQUIVOS
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O USERS-FILE
           IF WRK-USERS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE USUARIOS - STATUS '
                   WRK-USERS-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WRK-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O JOURNAL DE MANUTENCAO - '
                   'STATUS ' WRK-JOURNAL-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN I-O EMERGENCIA-FILE
           IF WRK-EMERG-STATUS = '35'
               OPEN OUTPUT EMERGENCIA-FILE
               CLOSE EMERGENCIA-FILE
               OPEN I-O EMERGENCIA-FILE
           END-IF
           IF WRK-EMERG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AS CONCESSOES EMERGENCIAIS - '
                   'STATUS ' WRK-EMERG-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF.

       1500-IDENTIFICAR-OPERADOR.
      * O OPERADOR FICA GRAVADO NA CONCESSAO E NO JOURNAL - QUEM
      * ELEVA O ACESSO DE OUTRA PESSOA NAO PODE SER ANONIMO.
           IF NOT FIM-MENU
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
               END-IF
           END-IF.

       1600-ABRIR-AUDITORIA.
      * ABERTO SO DEPOIS DA OPERCHK, QUE GRAVA NO MESMO LOG E E
      * CANCELADA EM SEGUIDA, COMO NO PROGRAMA34.
           IF NOT FIM-MENU
               OPEN EXTEND AUDIT-LOG-FILE
               IF WRK-AUDITLOG-STATUS = '35'
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               IF WRK-AUDITLOG-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O LOG DE AUDITORIA - STATUS '
                       WRK-AUDITLOG-STATUS
                   MOVE 'S' TO WRK-FIM-MENU
               END-IF
           END-IF.

       1700-LER-JANELA-MAXIMA.
      * RELIDO A CADA CONCESSAO - OUTRA SESSAO PODE TER ALTERADO.
           MOVE 'N' TO WRK-PARM-EXISTE
           MOVE 8 TO WRK-JANELA-MAXIMA
           MOVE SPACES TO EMERGENCIA-PARAMETRO
           MOVE '*JANELA' TO WRK-EMG-PARM-ID
           READ EMERGENCIA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PARM-EXISTE
                   IF WRK-EMG-JANELA-MAXIMA IS NUMERIC
                           AND WRK-EMG-JANELA-MAXIMA > ZEROS
                           AND WRK-EMG-JANELA-MAXIMA
                               NOT > WRK-JANELA-TETO
                       MOVE WRK-EMG-JANELA-MAXIMA TO WRK-JANELA-MAXIMA
                   END-IF
           END-READ.

       2000-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '1 - CONCEDER ACESSO EMERGENCIAL'
           DISPLAY '2 - ENCERRAR CONCESSAO ANTES DO FIM DA JANELA'
           DISPLAY '3 - LISTAR CONCESSOES ATIVAS'
           DISPLAY '4 - ALTERAR JANELA MAXIMA DA CONCESSAO'
           DISPLAY '5 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA'
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-CONCEDER
                   PERFORM 3000-CONCEDER-ACESSO
               WHEN OPCAO-ENCERRAR
                   PERFORM 4000-ENCERRAR-CONCESSAO
               WHEN OPCAO-LISTAR
                   PERFORM 5000-LISTAR-ATIVAS
               WHEN OPCAO-JANELA
                   PERFORM 8000-ALTERAR-JANELA
               WHEN OPCAO-SAIR
                   MOVE 'S' TO WRK-FIM-MENU
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       3000-CONCEDER-ACESSO.
           DISPLAY 'DIGITE O USUARIO'
           MOVE SPACES TO WRK-USUARIO-DIGITADO
           ACCEPT WRK-USUARIO-DIGITADO FROM CONSOLE
           IF WRK-USUARIO-DIGITADO = WRK-OPERADOR
               DISPLAY 'O OPERADOR NAO PODE CONCEDER ACESSO '
                   'EMERGENCIAL A SI MESMO'
           ELSE
               MOVE WRK-USUARIO-DIGITADO
                   TO WRK-USUARIO OF USERS-RECORD
               READ USERS-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO NO MASTER'
                   NOT INVALID KEY
                       PERFORM 3100-CRITICAR-CONTA
               END-READ
           END-IF.

       3100-CRITICAR-CONTA.
      * SO CONTA ATIVA E SEM CAPACIDADE ADM RECEBE A CONCESSAO -
      * CONTA EXPIRADA NAO E REABERTA POR ESTE CAMINHO, E QUEM JA TEM
      * ADM NAO PRECISA DELA. UMA CONCESSAO ATIVA POR USUARIO: A
      * SEGUNDA DEPENDE DO ENCERRAMENTO DA PRIMEIRA.
           MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-BASE
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           CALL 'NIVELCHK' USING WRK-NIVEL-BASE WRK-IS-ADM
               WRK-IS-USER WRK-IS-VALIDO
           PERFORM 7500-LOCALIZAR-ATIVA
           EVALUATE TRUE
               WHEN WRK-DATA-EXPIRACAO IS NUMERIC
                       AND WRK-DATA-EXPIRACAO > '00000000'
                       AND WRK-DATA-HORA-ATUAL(1:8)
                           > WRK-DATA-EXPIRACAO
                   DISPLAY 'CONTA EXPIRADA EM ' WRK-DATA-EXPIRACAO
                       ' - CONCESSAO RECUSADA'
               WHEN E-VALIDO AND E-ADM
                   DISPLAY 'O NIVEL ATUAL ' WRK-NIVEL-BASE
                       ' JA TEM CAPACIDADE ADM - CONCESSAO '
                       'DESNECESSARIA'
               WHEN TEM-CONCESSAO-ATIVA
                   DISPLAY 'USUARIO JA TEM CONCESSAO ATIVA ATE '
                       WRK-EMG-DATA-FIM ' ' WRK-EMG-HORA-FIM(1:4)
                       ' - ENCERRE-A ANTES DE CONCEDER OUTRA'
               WHEN OTHER
                   PERFORM 3200-OBTER-CONCESSAO
           END-EVALUATE.

       3200-OBTER-CONCESSAO.
           DISPLAY 'NIVEL BASE ATUAL: ' WRK-NIVEL-BASE
           PERFORM 6000-OBTER-NIVEL-ELEVADO
           IF ENTRADA-VALIDA
               PERFORM 6100-OBTER-JANELA
           END-IF
           IF ENTRADA-VALIDA
               PERFORM 6300-OBTER-CHAMADO
           END-IF
           IF ENTRADA-VALIDA
               DISPLAY 'CONCEDER NIVEL ' WRK-NIVEL-ELEVADO ' A '
                   WRK-USUARIO-DIGITADO ' DE ' WRK-JAN-DATA-INICIO
                   ' ' WRK-JAN-HORA-INICIO(1:4) ' ATE '
                   WRK-JAN-DATA-FIM ' ' WRK-JAN-HORA-FIM(1:4)
               DISPLAY 'CONFIRMA A CONCESSAO (S/N)?'
               MOVE 'N' TO WRK-CONFIRMACAO
               ACCEPT WRK-CONFIRMACAO FROM CONSOLE
               IF CONFIRMADO
                   PERFORM 3300-GRAVAR-CONCESSAO
               ELSE
                   DISPLAY 'CONCESSAO CANCELADA'
               END-IF
           END-IF.

       3300-GRAVAR-CONCESSAO.
      * A CONCESSAO E GRAVADA ANTES DO MASTER - SE A REGRAVACAO DO
      * MASTER FALHAR, A CONCESSAO E DESFEITA; O CONTRARIO DEIXARIA
      * UM NIVEL ADM NO MASTER SEM JANELA NEM REVERSAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-USUARIO-DIGITADO
               TO WRK-USUARIO OF EMERGENCIA-RECORD
           MOVE WRK-JANELA-INICIO  TO WRK-EMG-INICIO
           MOVE WRK-JANELA-FIM     TO WRK-EMG-FIM
           MOVE WRK-NIVEL-BASE     TO WRK-EMG-NIVEL-BASE
           MOVE WRK-NIVEL-ELEVADO  TO WRK-EMG-NIVEL-ELEVADO
           MOVE WRK-CHAMADO-DIGITADO TO WRK-EMG-CHAMADO
           MOVE WRK-MOTIVO-DIGITADO TO WRK-EMG-MOTIVO
           MOVE WRK-OPERADOR       TO WRK-EMG-OPERADOR
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-EMG-DATA-CONCESSAO
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-EMG-HORA-CONCESSAO
           MOVE 'A'                TO WRK-EMG-SITUACAO
           MOVE SPACES TO WRK-EMG-DATA-REVERSAO
           MOVE SPACES TO WRK-EMG-HORA-REVERSAO
           WRITE EMERGENCIA-RECORD
           IF WRK-EMERG-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A CONCESSAO - STATUS '
                   WRK-EMERG-STATUS ' - MASTER NAO ALTERADO'
           ELSE
               MOVE WRK-NIVEL-ELEVADO TO WRK-NIVEL OF USERS-RECORD
               REWRITE USERS-RECORD
               IF WRK-USERS-STATUS = '00'
                   MOVE WRK-NIVEL-BASE    TO WRK-NIVEL-ANTES
                   MOVE WRK-NIVEL-ELEVADO TO WRK-NIVEL-DEPOIS
                   PERFORM 7000-GRAVAR-JOURNAL
                   DISPLAY WRK-USUARIO OF USERS-RECORD
                       ' ELEVADO PARA O NIVEL ' WRK-NIVEL-ELEVADO
                       ' ATE ' WRK-JAN-DATA-FIM ' '
                       WRK-JAN-HORA-FIM(1:4)
               ELSE
                   DISPLAY 'ERRO AO ALTERAR O USUARIO - STATUS '
                       WRK-USERS-STATUS ' - CONCESSAO DESFEITA'
                   DELETE EMERGENCIA-FILE RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO DESFAZER A CONCESSAO - '
                               'STATUS ' WRK-EMERG-STATUS
                   END-DELETE
               END-IF
           END-IF.

       4000-ENCERRAR-CONCESSAO.
      * O FIM DA JANELA PASSA A SER O MOMENTO DO ENCERRAMENTO E O
      * NIVEL BASE VOLTA AO MASTER NA HORA, COMO NA REVERSAO NOTURNA
      * DO PROGRAMA41.
           DISPLAY 'DIGITE O USUARIO'
           MOVE SPACES TO WRK-USUARIO-DIGITADO
           ACCEPT WRK-USUARIO-DIGITADO FROM CONSOLE
           PERFORM 7500-LOCALIZAR-ATIVA
           IF NOT TEM-CONCESSAO-ATIVA
               DISPLAY 'USUARIO SEM CONCESSAO ATIVA'
           ELSE
               DISPLAY 'CONCESSAO DO NIVEL ' WRK-EMG-NIVEL-ELEVADO
                   ' DE ' WRK-EMG-DATA-INICIO ' '
                   WRK-EMG-HORA-INICIO(1:4) ' ATE ' WRK-EMG-DATA-FIM
                   ' ' WRK-EMG-HORA-FIM(1:4) ' - CHAMADO '
                   WRK-EMG-CHAMADO
               DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)?'
               MOVE 'N' TO WRK-CONFIRMACAO
               ACCEPT WRK-CONFIRMACAO FROM CONSOLE
               IF CONFIRMADO
                   PERFORM 4100-REVERTER-CONCESSAO
               ELSE
                   DISPLAY 'ENCERRAMENTO CANCELADO'
               END-IF
           END-IF.

       4100-REVERTER-CONCESSAO.
      * SE O NIVEL DO MASTER JA NAO E O ELEVADO (ALTERADO POR OUTRA
      * MANUTENCAO DURANTE A JANELA), ELE NAO E SOBREPOSTO - A
      * CONCESSAO FECHA SEM REVERSAO, COMO NO PROGRAMA41.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-EMG-DATA-FIM
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-EMG-HORA-FIM
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-EMG-DATA-REVERSAO
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-EMG-HORA-REVERSAO
           MOVE 'N' TO WRK-EMG-SITUACAO
           MOVE WRK-USUARIO OF EMERGENCIA-RECORD
               TO WRK-USUARIO OF USERS-RECORD
           READ USERS-FILE
               INVALID KEY
                   DISPLAY 'USUARIO NAO ESTA MAIS NO MASTER - '
                       'CONCESSAO ENCERRADA SEM REVERSAO'
               NOT INVALID KEY
                   IF WRK-NIVEL OF USERS-RECORD
                           = WRK-EMG-NIVEL-ELEVADO
                       MOVE WRK-EMG-NIVEL-BASE
                           TO WRK-NIVEL OF USERS-RECORD
                       REWRITE USERS-RECORD
                       IF WRK-USERS-STATUS = '00'
                           MOVE 'R' TO WRK-EMG-SITUACAO
                           MOVE WRK-EMG-NIVEL-ELEVADO
                               TO WRK-NIVEL-ANTES
                           MOVE WRK-EMG-NIVEL-BASE
                               TO WRK-NIVEL-DEPOIS
                           PERFORM 7000-GRAVAR-JOURNAL
                           DISPLAY WRK-USUARIO OF USERS-RECORD
                               ' DEVOLVIDO AO NIVEL '
                               WRK-EMG-NIVEL-BASE
                       ELSE
                           DISPLAY 'ERRO AO ALTERAR O USUARIO - '
                               'STATUS ' WRK-USERS-STATUS
                               ' - CONCESSAO MANTIDA ATIVA'
                           MOVE 'A' TO WRK-EMG-SITUACAO
                       END-IF
                   ELSE
                       DISPLAY 'NIVEL DO MASTER (' WRK-NIVEL
                           OF USERS-RECORD ') ALTERADO DURANTE A '
                           'JANELA - CONCESSAO ENCERRADA SEM REVERSAO'
                   END-IF
           END-READ
      * SEM A REVERSAO NO MASTER, A CONCESSAO CONTINUA ATIVA COM O
      * FIM ANTECIPADO - O PROGRAMA10 JA CLASSIFICA PELO NIVEL BASE
      * E O PROGRAMA41 TENTA DE NOVO NA NOITE.
           IF EMG-ATIVA
               MOVE SPACES TO WRK-EMG-DATA-REVERSAO
               MOVE SPACES TO WRK-EMG-HORA-REVERSAO
           END-IF
           REWRITE EMERGENCIA-RECORD
           IF WRK-EMERG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ATUALIZAR A CONCESSAO - STATUS '
                   WRK-EMERG-STATUS
           END-IF.

       5000-LISTAR-ATIVAS.
           MOVE 'N' TO WRK-FIM-CONCESSOES
           MOVE ZEROS TO WRK-QTDE-ATIVAS
           MOVE LOW-VALUES TO WRK-EMG-CHAVE
           START EMERGENCIA-FILE KEY IS NOT LESS THAN WRK-EMG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONCESSOES
           END-START
           DISPLAY 'USUARIO              BASE ELEV INICIO        '
               'FIM           CHAMADO      CONCEDIDA POR'
           IF NOT FIM-CONCESSOES
               PERFORM 5100-LER-PROXIMA-CONCESSAO
           END-IF
           PERFORM 5200-EXIBIR-CONCESSAO
               UNTIL FIM-CONCESSOES
           MOVE WRK-QTDE-ATIVAS TO WRK-QTDE-ED
           DISPLAY 'TOTAL DE CONCESSOES ATIVAS: ' WRK-QTDE-ED.

       5100-LER-PROXIMA-CONCESSAO.
           READ EMERGENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONCESSOES
           END-READ.

       5200-EXIBIR-CONCESSAO.
           IF EMG-ATIVA
               ADD 1 TO WRK-QTDE-ATIVAS
               DISPLAY WRK-USUARIO OF EMERGENCIA-RECORD ' '
                   WRK-EMG-NIVEL-BASE '   ' WRK-EMG-NIVEL-ELEVADO
                   '   ' WRK-EMG-DATA-INICIO ' '
                   WRK-EMG-HORA-INICIO(1:4) ' ' WRK-EMG-DATA-FIM ' '
                   WRK-EMG-HORA-FIM(1:4) ' ' WRK-EMG-CHAMADO ' '
                   WRK-EMG-OPERADOR
           END-IF
           PERFORM 5100-LER-PROXIMA-CONCESSAO.

       6000-OBTER-NIVEL-ELEVADO.
      * O NIVEL ELEVADO TEM DE SER VALIDO NA NIVELCHK E TER A
      * CAPACIDADE ADM - E PARA ISSO QUE A CONCESSAO EXISTE.
           MOVE 'N' TO WRK-ENTRADA-VALIDA
           DISPLAY 'DIGITE O NIVEL ELEVADO (DOIS DIGITOS)'
           MOVE SPACES TO WRK-NIVEL-DIGITADO
           ACCEPT WRK-NIVEL-DIGITADO FROM CONSOLE
           IF WRK-NIVEL-DIGITADO IS NOT NUMERIC
               DISPLAY 'ENTRADA NUMERICA INVALIDA PARA O NIVEL'
           ELSE
               MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL-ELEVADO
               CALL 'NIVELCHK' USING WRK-NIVEL-ELEVADO
                   WRK-IS-ADM WRK-IS-USER WRK-IS-VALIDO
               IF E-VALIDO AND E-ADM
                   MOVE 'S' TO WRK-ENTRADA-VALIDA
               ELSE
                   DISPLAY 'NIVEL ' WRK-NIVEL-ELEVADO
                       ' NAO CADASTRADO, RETIRADO OU SEM CAPACIDADE '
                       'ADM NO MASTER DE NIVEIS'
               END-IF
           END-IF.

       6100-OBTER-JANELA.
      * INICIO EM BRANCO = AGORA; INICIO FUTURO E RECUSADO, PORQUE O
      * NIVEL ELEVADO VAI PARA O MASTER NA HORA DA CONCESSAO. O FIM E
      * OBRIGATORIO, POSTERIOR AO INICIO E AO MOMENTO DA CONCESSAO, E
      * A JANELA NAO PASSA DA JANELA MAXIMA.
           PERFORM 1700-LER-JANELA-MAXIMA
           MOVE WRK-JANELA-MAXIMA TO WRK-JANELA-ED
           DISPLAY 'JANELA MAXIMA DA CONCESSAO: ' WRK-JANELA-ED
               ' HORAS'
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:14) TO WRK-MOMENTO-ATUAL
           DISPLAY 'DIGITE A DATA DE INICIO (AAAAMMDD) OU BRANCO '
               'PARA AGORA'
           MOVE SPACES TO WRK-DATA-DIGITADA
           ACCEPT WRK-DATA-DIGITADA FROM CONSOLE
           IF WRK-DATA-DIGITADA = SPACES
               MOVE WRK-MOMENTO-ATUAL TO WRK-JANELA-INICIO
               MOVE 'S' TO WRK-DATA-HORA-VALIDA
           ELSE
               DISPLAY 'DIGITE A HORA DE INICIO (HHMM)'
               MOVE SPACES TO WRK-HORA-DIGITADA
               ACCEPT WRK-HORA-DIGITADA FROM CONSOLE
               PERFORM 6200-CRITICAR-DATA-HORA
               MOVE WRK-DATA-DIGITADA TO WRK-JAN-DATA-INICIO
               MOVE WRK-HORA-DIGITADA TO WRK-JAN-HORA-INICIO
               MOVE '00' TO WRK-JAN-HORA-INICIO(5:2)
           END-IF
           IF DATA-HORA-VALIDA
                   AND WRK-JANELA-INICIO > WRK-MOMENTO-ATUAL
               DISPLAY 'INICIO FUTURO RECUSADO - A CONCESSAO ALTERA '
                   'O MASTER NA HORA; CONCEDA QUANDO A JANELA ABRIR'
               MOVE 'N' TO WRK-DATA-HORA-VALIDA
           END-IF
           IF DATA-HORA-VALIDA
               DISPLAY 'DIGITE A DATA DE FIM (AAAAMMDD)'
               MOVE SPACES TO WRK-DATA-DIGITADA
               ACCEPT WRK-DATA-DIGITADA FROM CONSOLE
               DISPLAY 'DIGITE A HORA DE FIM (HHMM)'
               MOVE SPACES TO WRK-HORA-DIGITADA
               ACCEPT WRK-HORA-DIGITADA FROM CONSOLE
               PERFORM 6200-CRITICAR-DATA-HORA
               MOVE WRK-DATA-DIGITADA TO WRK-JAN-DATA-FIM
               MOVE WRK-HORA-DIGITADA TO WRK-JAN-HORA-FIM
               MOVE '00' TO WRK-JAN-HORA-FIM(5:2)
           END-IF
           MOVE 'N' TO WRK-ENTRADA-VALIDA
           IF DATA-HORA-VALIDA
               IF WRK-JANELA-FIM NOT > WRK-JANELA-INICIO
                       OR WRK-JANELA-FIM NOT > WRK-MOMENTO-ATUAL
                   DISPLAY 'O FIM DA JANELA TEM DE SER POSTERIOR AO '
                       'INICIO E AO MOMENTO ATUAL'
               ELSE
                   PERFORM 6150-CONFERIR-DURACAO
               END-IF
           END-IF.

       6150-CONFERIR-DURACAO.
      * DURACAO EM MINUTOS PELOS DIAS CORRIDOS (INTEGER-OF-DATE DEVOLVE
      * ZERO PARA DATA INEXISTENTE) MAIS A DIFERENCA DE HORA/MINUTO.
      * ACIMA DA JANELA MAXIMA, A ELEVACAO E PERMANENTE PARA FINS DE
      * CONTROLE E PRECISA DO DUPLO CONTROLE DO PROGRAMA32.
           MOVE WRK-JAN-DATA-INICIO TO WRK-DATA-NUM
           COMPUTE WRK-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
           MOVE WRK-JAN-DATA-FIM TO WRK-DATA-NUM
           COMPUTE WRK-DIAS-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
           MOVE WRK-JAN-HORA-INICIO(1:4) TO WRK-HORA-MINUTO
           COMPUTE WRK-MINUTOS-INICIO = WRK-HM-HORA * 60 + WRK-HM-MINUTO
           MOVE WRK-JAN-HORA-FIM(1:4) TO WRK-HORA-MINUTO
           COMPUTE WRK-MINUTOS-FIM = WRK-HM-HORA * 60 + WRK-HM-MINUTO
           COMPUTE WRK-MINUTOS-JANELA =
               (WRK-DIAS-FIM - WRK-DIAS-INICIO) * 1440
               + WRK-MINUTOS-FIM - WRK-MINUTOS-INICIO
           EVALUATE TRUE
               WHEN WRK-DIAS-INICIO = ZEROS OR WRK-DIAS-FIM = ZEROS
                   DISPLAY 'DATA INEXISTENTE NA JANELA'
               WHEN WRK-MINUTOS-JANELA > WRK-JANELA-MAXIMA * 60
                   DISPLAY 'JANELA ACIMA DA MAXIMA DE ' WRK-JANELA-ED
                       ' HORAS - CONCESSAO RECUSADA'
                   DISPLAY 'ELEVACAO MAIS LONGA E FEITA NO PROGRAMA12 '
                       'E FICA RETIDA ATE A APROVACAO NO PROGRAMA32'
               WHEN OTHER
                   MOVE 'S' TO WRK-ENTRADA-VALIDA
           END-EVALUATE.

       6200-CRITICAR-DATA-HORA.
      * DA DATA SO A FORMA E CRITICADA, COMO NAS DEMAIS DATAS DA
      * SUITE; A HORA TEM DE SER HHMM ENTRE 0000 E 2359.
           MOVE 'N' TO WRK-DATA-HORA-VALIDA
           IF WRK-DATA-DIGITADA IS NUMERIC
                   AND WRK-HORA-DIGITADA IS NUMERIC
               IF WRK-HORA-DIGITADA(1:2) < '24'
                       AND WRK-HORA-DIGITADA(3:2) < '60'
                   MOVE 'S' TO WRK-DATA-HORA-VALIDA
               END-IF
           END-IF
           IF NOT DATA-HORA-VALIDA
               DISPLAY 'DATA/HORA INVALIDA - INFORME AAAAMMDD E HHMM'
           END-IF.

       6300-OBTER-CHAMADO.
      * CHAMADO E MOTIVO SAO OBRIGATORIOS - SAO O QUE A SEGURANCA
      * CONFERE NA LISTAGEM DE USO DO PROGRAMA41.
           MOVE 'N' TO WRK-ENTRADA-VALIDA
           DISPLAY 'DIGITE O NUMERO DO CHAMADO (ATE 12 POSICOES)'
           MOVE SPACES TO WRK-CHAMADO-DIGITADO
           ACCEPT WRK-CHAMADO-DIGITADO FROM CONSOLE
           DISPLAY 'DIGITE O MOTIVO (ATE 40 POSICOES)'
           MOVE SPACES TO WRK-MOTIVO-DIGITADO
           ACCEPT WRK-MOTIVO-DIGITADO FROM CONSOLE
           IF WRK-CHAMADO-DIGITADO = SPACES
                   OR WRK-MOTIVO-DIGITADO = SPACES
               DISPLAY 'CHAMADO E MOTIVO SAO OBRIGATORIOS'
           ELSE
               MOVE 'S' TO WRK-ENTRADA-VALIDA
           END-IF.

       7000-GRAVAR-JOURNAL.
      * A EXPIRACAO E O DEPARTAMENTO NAO MUDAM - ANTES E DEPOIS
      * LEVAM O VALOR DO MASTER.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JRN-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JRN-HORA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'A' TO WRK-JRN-ACAO
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF JOURNAL-RECORD
           MOVE WRK-NIVEL-ANTES  TO WRK-JRN-NIVEL-ANTES
           MOVE WRK-NIVEL-DEPOIS TO WRK-JRN-NIVEL-DEPOIS
           MOVE WRK-DATA-EXPIRACAO TO WRK-JRN-EXPIR-ANTES
           MOVE WRK-DATA-EXPIRACAO TO WRK-JRN-EXPIR-DEPOIS
           MOVE WRK-DEPARTAMENTO TO WRK-JRN-DEPTO-ANTES
           MOVE WRK-DEPARTAMENTO TO WRK-JRN-DEPTO-DEPOIS
           WRITE JOURNAL-RECORD
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE MANUTENCAO - '
                   'STATUS ' WRK-JOURNAL-STATUS
           END-IF.

       7100-GRAVAR-PARAMETRO.
      * RAMO P - JANELA ANTERIOR (O PADRAO QUANDO AINDA NAO HAVIA
      * REGISTRO *JANELA) E A NOVA, SEGUIDO DO RAMO O COM O OPERADOR
      * E O NIVEL QUE ELE CARREGA NO MASTER, COMO NO PROGRAMA34.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE ZEROS TO WRK-NIVEL OF AUDIT-LOG-RECORD
           MOVE '*JANELA' TO WRK-AUDIT-PRM-ID
           MOVE WRK-JANELA-MAXIMA TO WRK-AUDIT-PRM-ANTES
           MOVE WRK-JANELA-NOVA TO WRK-AUDIT-PRM-DEPOIS
           MOVE 'P' TO WRK-AUDIT-BRANCH
           PERFORM 7900-GRAVAR-LOG
           IF LOG-GRAVADO
               MOVE ZEROS TO WRK-NIVEL-OPERADOR
               MOVE WRK-OPERADOR TO WRK-USUARIO OF USERS-RECORD
               READ USERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-NIVEL OF USERS-RECORD
                           TO WRK-NIVEL-OPERADOR
               END-READ
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WRK-OPERADOR TO WRK-USUARIO OF AUDIT-LOG-RECORD
               MOVE WRK-NIVEL-OPERADOR TO WRK-NIVEL OF AUDIT-LOG-RECORD
               MOVE 'O' TO WRK-AUDIT-BRANCH
               PERFORM 7900-GRAVAR-LOG
           END-IF
           IF NOT LOG-GRAVADO
               DISPLAY 'ERRO AO GRAVAR A JANELA NO LOG DE AUDITORIA - '
                   'STATUS ' WRK-AUDITLOG-STATUS
           END-IF.

       7500-LOCALIZAR-ATIVA.
      * PERCORRE AS CONCESSOES DO USUARIO (CHAVE USUARIO + INICIO)
      * E PARA NA ATIVA, QUE FICA NA AREA DO REGISTRO.
           MOVE 'N' TO WRK-TEM-ATIVA
           MOVE 'N' TO WRK-FIM-CONCESSOES
           MOVE WRK-USUARIO-DIGITADO
               TO WRK-USUARIO OF EMERGENCIA-RECORD
           MOVE LOW-VALUES TO WRK-EMG-INICIO
           START EMERGENCIA-FILE KEY IS NOT LESS THAN WRK-EMG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONCESSOES
           END-START
           PERFORM 7510-LER-CONCESSAO-USUARIO
               UNTIL FIM-CONCESSOES.

       7510-LER-CONCESSAO-USUARIO.
           READ EMERGENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONCESSOES
               NOT AT END
                   IF WRK-USUARIO OF EMERGENCIA-RECORD
                           NOT = WRK-USUARIO-DIGITADO
                       MOVE 'S' TO WRK-FIM-CONCESSOES
                   ELSE
                       IF EMG-ATIVA
                           MOVE 'S' TO WRK-TEM-ATIVA
                           MOVE 'S' TO WRK-FIM-CONCESSOES
                       END-IF
                   END-IF
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

       8000-ALTERAR-JANELA.
      * A JANELA NOVA VALE A PARTIR DA PROXIMA CONCESSAO; AS ATIVAS
      * MANTEM O FIM JA GRAVADO.
           PERFORM 1700-LER-JANELA-MAXIMA
           MOVE WRK-JANELA-MAXIMA TO WRK-JANELA-ED
           DISPLAY 'JANELA MAXIMA ATUAL: ' WRK-JANELA-ED ' HORAS'
           MOVE WRK-JANELA-TETO TO WRK-JANELA-ED
           DISPLAY 'DIGITE A NOVA JANELA MAXIMA EM HORAS (001 A '
               WRK-JANELA-ED ')'
           MOVE SPACES TO WRK-JANELA-DIGITADA
           ACCEPT WRK-JANELA-DIGITADA FROM CONSOLE
           IF WRK-JANELA-DIGITADA IS NOT NUMERIC
               DISPLAY 'JANELA INVALIDA - INFORME TRES DIGITOS'
           ELSE
               MOVE WRK-JANELA-DIGITADA TO WRK-JANELA-NOVA
               IF WRK-JANELA-NOVA = ZEROS
                       OR WRK-JANELA-NOVA > WRK-JANELA-TETO
                   DISPLAY 'JANELA INVALIDA - FORA DA FAIXA ACEITA'
               ELSE
                   PERFORM 8100-GRAVAR-JANELA
               END-IF
           END-IF.

       8100-GRAVAR-JANELA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE SPACES TO EMERGENCIA-PARAMETRO
           MOVE '*JANELA' TO WRK-EMG-PARM-ID
           MOVE WRK-JANELA-NOVA TO WRK-EMG-JANELA-MAXIMA
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-EMG-PARM-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-EMG-PARM-HORA
           MOVE WRK-OPERADOR TO WRK-EMG-PARM-OPERADOR
           IF PARM-EXISTE
               REWRITE EMERGENCIA-PARAMETRO
           ELSE
               WRITE EMERGENCIA-PARAMETRO
           END-IF
           IF WRK-EMERG-STATUS = '00'
               MOVE WRK-JANELA-NOVA TO WRK-JANELA-ED
               DISPLAY 'JANELA MAXIMA ALTERADA PARA ' WRK-JANELA-ED
                   ' HORAS'
               PERFORM 7100-GRAVAR-PARAMETRO
           ELSE
               DISPLAY 'ERRO AO GRAVAR A JANELA MAXIMA - STATUS '
                   WRK-EMERG-STATUS
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE USERS-FILE
           CLOSE JOURNAL-FILE
           CLOSE EMERGENCIA-FILE
           CLOSE AUDIT-LOG-FILE.
