       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA38.
      ***************************
      * Area de comentarios
      * OBJETIVO: CONFERENCIA NOTURNA DO MASTER DE USUARIOS CONTRA O
      *           MASTER DE REGRAS DE ACESSO POR FUNCAO (REGRAS.DAT,
      *           LAYOUT CPREGFUN, MANTIDO NO PROGRAMA37). A CHAVE DA
      *           REGRA DE CADA CONTA E O DEPARTAMENTO DO USERS.DAT
      *           MAIS O CODIGO DE FUNCAO DO EXTRATO DO RH (HRFEED,
      *           LAYOUT CPHRFEED) - USUARIO FORA DO EXTRATO FICA
      *           COM A FUNCAO EM BRANCO. LISTA, POR DEPARTAMENTO, AS
      *           CONTAS COM NIVEL ACIMA DO MAXIMO DA REGRA E AS
      *           CONTAS CUJO DEPARTAMENTO/FUNCAO NAO TEM REGRA.
      *           "ACIMA" E MEDIDO PELAS CAPACIDADES DOS DOIS NIVEIS
      *           NA NIVELCHK (SO USER < SO ADM < ADM E USER); NIVEL
      *           INVALIDO/RETIRADO NAO DA CAPACIDADE NENHUMA. O
      *           EXTRATO DO RH E AS CONTAS FORA DA REGRA FICAM EM
      *           ARQUIVOS DE TRABALHO INDEXADOS RECRIADOS A CADA
      *           EXECUCAO, COMO NO PROGRAMA20.
      * PARM: POSICOES 1-8 = DATA DE REFERENCIA (AAAAMMDD) - SEM
      *                      ELA, USA A DATA DE SISTEMA.
      * RETURN-CODE: 0 = TODAS AS CONTAS CONFORMES; 4 = HA CONTAS
      *           ACIMA DA REGRA OU SEM REGRA; 16 = ERRO DE
      *           ABERTURA/GRAVACAO OU PARM INVALIDO.
      * ARQUIVOS PELAS DDNAMES DO JCL (USERSDD/HRFEEDDD/REGRASDD/
      * CNFLSTDD/FUNWRKDD/CNFWRKDD/APLDD), COM VALOR PADRAO QUANDO A
      * VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO
      * PROGRAMA10.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - CADA ACESSO POR APLICACAO (USRAPL)
      *             NAO EXPIRADO DA CONTA COM REGRA E PESADO CONTRA O
      *             MAXIMO DA REGRA E SAI COMO DESVIO PROPRIO, COM O
      *             CODIGO DA APLICACAO (APLICACAO NA CHAVE DO
      *             ARQUIVO DE TRABALHO CNFWORK).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO USERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-USUARIO OF USERS-RECORD
               FILE STATUS IS WRK-USERS-STATUS.
           SELECT HR-FEED-FILE ASSIGN TO HRFEEDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HRFEED-STATUS.
           SELECT REGRAS-FILE ASSIGN TO REGRASDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-REG-CHAVE
               FILE STATUS IS WRK-REGRAS-STATUS.
           SELECT CONFORMIDADE-FILE ASSIGN TO CNFLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFORMIDADE-STATUS.
           SELECT FUNCAO-WORK-FILE ASSIGN TO FUNWRKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FUN-CHAVE
               FILE STATUS IS WRK-FUNWORK-STATUS.
           SELECT DESVIO-WORK-FILE ASSIGN TO CNFWRKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-DSV-CHAVE
               FILE STATUS IS WRK-CNFWORK-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO APLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  HR-FEED-FILE.
           COPY CPHRFEED.

       FD  REGRAS-FILE.
           COPY CPREGFUN.

       FD  CONFORMIDADE-FILE.
       01  CONFORMIDADE-LINHA     PIC X(132).

       FD  FUNCAO-WORK-FILE.
      * CODIGO DE FUNCAO DE CADA USUARIO DO EXTRATO DO RH, INDEXADO
      * POR USUARIO.
       01  FUNCAO-WORK-RECORD.
           05  WRK-FUN-CHAVE       PIC X(20).
           05  WRK-FUN-FUNCAO      PIC X(06).

       FD  DESVIO-WORK-FILE.
      * CONTAS FORA DA REGRA NA ORDEM DO RELATORIO - TIPO (1 = ACIMA
      * DO PERMITIDO, 2 = SEM REGRA) + DEPARTAMENTO + USUARIO +
      * APLICACAO (ESPACOS = NIVEL GERAL DA CONTA, QUE SAI ANTES
      * DOS ACESSOS POR APLICACAO DO MESMO USUARIO).
       01  DESVIO-WORK-RECORD.
           05  WRK-DSV-CHAVE.
               10  WRK-DSV-TIPO    PIC X(01).
                 88  DSV-ACIMA         VALUE '1'.
                 88  DSV-SEM-REGRA     VALUE '2'.
               10  WRK-DSV-DEPTO   PIC X(06).
               10  WRK-DSV-USUARIO PIC X(20).
               10  WRK-DSV-APLICACAO PIC X(06).
           05  WRK-DSV-FUNCAO      PIC X(06).
           05  WRK-DSV-NIVEL       PIC 9(02).
           05  WRK-DSV-NIVEL-MAX   PIC 9(02).
           05  WRK-DSV-EXPIRACAO   PIC X(08).
           05  WRK-DSV-NO-RH       PIC X(01).
             88  DSV-FORA-DO-RH        VALUE 'N'.

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-HRFEED-STATUS      PIC X(02) VALUE '00'.
       77  WRK-REGRAS-STATUS      PIC X(02) VALUE '00'.
       77  WRK-CONFORMIDADE-STATUS PIC X(02) VALUE '00'.
       77  WRK-FUNWORK-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CNFWORK-STATUS     PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-SEM-ACESSOS-APL    PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL         VALUE 'S'.
       77  WRK-FIM-ACESSOS        PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS             VALUE 'S'.
       77  WRK-REGRA-ENCONTRADA   PIC X(01) VALUE 'N'.
         88  REGRA-ENCONTRADA        VALUE 'S'.
       77  WRK-CONTA-FORA         PIC X(01) VALUE 'N'.
         88  CONTA-FORA              VALUE 'S'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-FIM-MASTER         PIC X(01) VALUE 'N'.
         88  FIM-MASTER              VALUE 'S'.
       77  WRK-FIM-TRABALHO       PIC X(01) VALUE 'N'.
         88  FIM-TRABALHO            VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-SEM-REGRAS         PIC X(01) VALUE 'N'.
         88  SEM-REGRAS              VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA-X  PIC X(08) VALUE SPACES.
       77  WRK-FUNCAO-CONTA       PIC X(06) VALUE SPACES.
       77  WRK-NO-RH              PIC X(01) VALUE 'S'.
       77  WRK-NIVEL-TESTE        PIC 9(02) VALUE ZEROS.
       77  WRK-IS-ADM             PIC X(01) VALUE 'N'.
       77  WRK-IS-USER            PIC X(01) VALUE 'N'.
       77  WRK-IS-VALIDO          PIC X(01) VALUE 'N'.
      * PESO DAS CAPACIDADES DO NIVEL: 0 = NENHUMA (INVALIDO OU
      * RETIRADO), 1 = SO USER, 2 = SO ADM, 3 = ADM E USER.
       77  WRK-PESO-NIVEL         PIC 9(01) VALUE ZERO.
       77  WRK-PESO-CONTA         PIC 9(01) VALUE ZERO.
       77  WRK-PESO-MAXIMO        PIC 9(01) VALUE ZERO.
       77  WRK-TIPO-ATUAL         PIC X(01) VALUE SPACES.
       77  WRK-DEPTO-QUEBRA       PIC X(06) VALUE SPACES.
       77  WRK-PRIMEIRA-LINHA     PIC X(01) VALUE 'S'.
         88  PRIMEIRA-LINHA          VALUE 'S'.
       77  WRK-QTDE-MASTER        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONFORMES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACIMA         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ACIMA-APL     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SEM-REGRA     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-FORA-RH       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DEPTO         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZZZ9.
       77  WRK-QTDE-MASTER-ED     PIC ZZZZZZ9.

      * CONTROLE DE EXECUCAO POR DATA DE MOVIMENTO (RUNCTL).
       77  WRK-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77  WRK-RC-FUNCAO          PIC X(01) VALUE SPACES.
       77  WRK-RC-STEP            PIC X(08) VALUE 'STEP070 '.
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
               PERFORM 1500-CARREGAR-FUNCOES
                   UNTIL FIM-ARQUIVO OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 1800-REABRIR-FUNCOES
           END-IF
           IF NOT ABORTADO
               PERFORM 2000-POSICIONAR-MASTER
               PERFORM 2100-CONFERIR-CONTA
                   UNTIL FIM-MASTER OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 3000-EMITIR-RELATORIO
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
           COMPUTE WRK-RC-QTDE = WRK-QTDE-ACIMA + WRK-QTDE-ACIMA-APL
               + WRK-QTDE-SEM-REGRA
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_USERSDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_USERSDD' TO 'USERS.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_HRFEEDDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_HRFEEDDD' TO 'HRFEED.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_REGRASDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_REGRASDD' TO 'REGRAS.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CNFLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CNFLSTDD' TO 'CONFORM.LST'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_FUNWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_FUNWRKDD' TO 'FUNWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CNFWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CNFWRKDD' TO 'CNFWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLDD' TO 'USRAPL.DAT'
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
      * MASTER DE REGRAS AINDA INEXISTENTE (NENHUMA REGRA CADASTRADA
      * NO PROGRAMA37) NAO E ERRO - TODA CONTA SAI COMO SEM REGRA.
           OPEN INPUT REGRAS-FILE
           IF WRK-REGRAS-STATUS = '35'
               MOVE 'S' TO WRK-SEM-REGRAS
           END-IF
           OPEN INPUT USERS-FILE
           OPEN INPUT HR-FEED-FILE
           OPEN OUTPUT CONFORMIDADE-FILE
           OPEN OUTPUT FUNCAO-WORK-FILE
           OPEN OUTPUT DESVIO-WORK-FILE
           IF (WRK-REGRAS-STATUS NOT = '00' AND NOT SEM-REGRAS)
                   OR WRK-USERS-STATUS NOT = '00'
                   OR WRK-HRFEED-STATUS NOT = '00'
                   OR WRK-CONFORMIDADE-STATUS NOT = '00'
                   OR WRK-FUNWORK-STATUS NOT = '00'
                   OR WRK-CNFWORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA CONFERENCIA DE '
                   'REGRAS - STATUS ' WRK-REGRAS-STATUS ' '
                   WRK-USERS-STATUS ' ' WRK-HRFEED-STATUS ' '
                   WRK-CONFORMIDADE-STATUS ' ' WRK-FUNWORK-STATUS ' '
                   WRK-CNFWORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF
      * SEM O MASTER DE ACESSOS POR APLICACAO (NENHUM ACESSO JA
      * INCLUIDO NO PROGRAMA44) A CONFERENCIA E SO DO NIVEL GERAL.
           OPEN INPUT APLICACAO-FILE
           IF WRK-APLICACAO-STATUS = '35'
               MOVE 'S' TO WRK-SEM-ACESSOS-APL
           ELSE
               IF WRK-APLICACAO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O MASTER DE ACESSOS POR '
                       'APLICACAO - STATUS ' WRK-APLICACAO-STATUS
                   MOVE 'S' TO WRK-SEM-ACESSOS-APL
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1500-CARREGAR-FUNCOES.
      * O MESMO USUARIO MAIS DE UMA VEZ NO EXTRATO (STATUS 22)
      * MANTEM A PRIMEIRA OCORRENCIA, COMO NO PROGRAMA20.
           READ HR-FEED-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ
           IF NOT FIM-ARQUIVO
               MOVE WRK-USUARIO OF HR-FEED-RECORD TO WRK-FUN-CHAVE
               MOVE WRK-FUNCAO-HR TO WRK-FUN-FUNCAO
               WRITE FUNCAO-WORK-RECORD
               IF WRK-FUNWORK-STATUS NOT = '00'
                       AND WRK-FUNWORK-STATUS NOT = '22'
                   DISPLAY 'ERRO AO CARREGAR O EXTRATO DO RH - '
                       'STATUS ' WRK-FUNWORK-STATUS
                       ' - CONFERENCIA ABORTADA'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1800-REABRIR-FUNCOES.
           CLOSE FUNCAO-WORK-FILE
           OPEN INPUT FUNCAO-WORK-FILE
           IF WRK-FUNWORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR O ARQUIVO DE TRABALHO - '
                   'STATUS ' WRK-FUNWORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-POSICIONAR-MASTER.
           MOVE LOW-VALUES TO WRK-USUARIO OF USERS-RECORD
           START USERS-FILE KEY IS NOT LESS THAN WRK-USUARIO
               OF USERS-RECORD
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MASTER
           END-START
           IF NOT FIM-MASTER
               PERFORM 2050-LER-PROXIMO-USUARIO
           END-IF.

       2050-LER-PROXIMO-USUARIO.
           READ USERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

       2100-CONFERIR-CONTA.
           ADD 1 TO WRK-QTDE-MASTER
           MOVE WRK-USUARIO OF USERS-RECORD TO WRK-FUN-CHAVE
           READ FUNCAO-WORK-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-FUNCAO-CONTA
                   MOVE 'N' TO WRK-NO-RH
               NOT INVALID KEY
                   MOVE WRK-FUN-FUNCAO TO WRK-FUNCAO-CONTA
                   MOVE 'S' TO WRK-NO-RH
           END-READ
           MOVE SPACES TO DESVIO-WORK-RECORD
           MOVE 'N' TO WRK-REGRA-ENCONTRADA
           MOVE 'N' TO WRK-CONTA-FORA
           IF SEM-REGRAS
               MOVE '2' TO WRK-DSV-TIPO
               MOVE ZEROS TO WRK-DSV-NIVEL-MAX
           ELSE
               MOVE WRK-DEPARTAMENTO TO WRK-REG-DEPTO
               MOVE WRK-FUNCAO-CONTA TO WRK-REG-FUNCAO
               READ REGRAS-FILE
                   INVALID KEY
                       MOVE '2' TO WRK-DSV-TIPO
                       MOVE ZEROS TO WRK-DSV-NIVEL-MAX
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-REGRA-ENCONTRADA
                       MOVE WRK-NIVEL OF USERS-RECORD
                           TO WRK-NIVEL-TESTE
                       PERFORM 2200-COMPARAR-NIVEL
               END-READ
           END-IF
           IF WRK-DSV-TIPO NOT = SPACES
               MOVE WRK-NIVEL OF USERS-RECORD TO WRK-DSV-NIVEL
               MOVE WRK-DATA-EXPIRACAO TO WRK-DSV-EXPIRACAO
               PERFORM 2300-GRAVAR-DESVIO
           END-IF
      * CONTA SEM REGRA JA SAI UMA VEZ NO BLOCO SEM REGRA - OS
      * ACESSOS POR APLICACAO SO SAO PESADOS QUANDO HA MAXIMO.
           IF REGRA-ENCONTRADA AND NOT SEM-ACESSOS-APL
                   AND NOT ABORTADO
               PERFORM 2400-CONFERIR-ACESSOS-APL
           END-IF
           IF NOT CONTA-FORA
               ADD 1 TO WRK-QTDE-CONFORMES
           END-IF
           IF NOT ABORTADO
               PERFORM 2050-LER-PROXIMO-USUARIO
           END-IF.

       2200-COMPARAR-NIVEL.
      * O MESMO CODIGO DA REGRA E SEMPRE CONFORME; CODIGO DIFERENTE
      * SO E DESVIO QUANDO DA MAIS CAPACIDADE QUE O DA REGRA. O
      * NIVEL COMPARADO (GERAL OU DO ACESSO POR APLICACAO) CHEGA EM
      * WRK-NIVEL-TESTE.
           IF WRK-NIVEL-TESTE NOT = WRK-REG-NIVEL-MAX
               PERFORM 2250-PESAR-NIVEL
               MOVE WRK-PESO-NIVEL TO WRK-PESO-CONTA
               MOVE WRK-REG-NIVEL-MAX TO WRK-NIVEL-TESTE
               PERFORM 2250-PESAR-NIVEL
               MOVE WRK-PESO-NIVEL TO WRK-PESO-MAXIMO
               IF WRK-PESO-CONTA > WRK-PESO-MAXIMO
                   MOVE '1' TO WRK-DSV-TIPO
                   MOVE WRK-REG-NIVEL-MAX TO WRK-DSV-NIVEL-MAX
               END-IF
           END-IF.

       2250-PESAR-NIVEL.
           MOVE ZERO TO WRK-PESO-NIVEL
           CALL 'NIVELCHK' USING WRK-NIVEL-TESTE
               WRK-IS-ADM WRK-IS-USER WRK-IS-VALIDO
           IF WRK-IS-VALIDO = 'S'
               IF WRK-IS-ADM = 'S'
                   ADD 2 TO WRK-PESO-NIVEL
               END-IF
               IF WRK-IS-USER = 'S'
                   ADD 1 TO WRK-PESO-NIVEL
               END-IF
           END-IF.

       2300-GRAVAR-DESVIO.
      * NIVEL, EXPIRACAO E APLICACAO DO DESVIO VEM PREENCHIDOS PELO
      * CHAMADOR (ESPACOS NA APLICACAO = NIVEL GERAL DA CONTA).
           MOVE 'S' TO WRK-CONTA-FORA
           MOVE WRK-DEPARTAMENTO TO WRK-DSV-DEPTO
           MOVE WRK-USUARIO OF USERS-RECORD TO WRK-DSV-USUARIO
           MOVE WRK-FUNCAO-CONTA TO WRK-DSV-FUNCAO
           MOVE WRK-NO-RH TO WRK-DSV-NO-RH
           WRITE DESVIO-WORK-RECORD
           IF WRK-CNFWORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO CARREGAR A CONTA FORA DA REGRA '
                   WRK-DSV-USUARIO ' - STATUS ' WRK-CNFWORK-STATUS
                   ' - CONFERENCIA ABORTADA'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               IF DSV-ACIMA
                   IF WRK-DSV-APLICACAO = SPACES
                       ADD 1 TO WRK-QTDE-ACIMA
                   ELSE
                       ADD 1 TO WRK-QTDE-ACIMA-APL
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-REGRA
               END-IF
               IF DSV-FORA-DO-RH
                   ADD 1 TO WRK-QTDE-FORA-RH
               END-IF
           END-IF.

       2400-CONFERIR-ACESSOS-APL.
      * A CHAVE DO MASTER DE ACESSOS COMECA PELO USUARIO - O START
      * NO USUARIO COM APLICACAO EM LOW-VALUES POSICIONA NO PRIMEIRO
      * ACESSO DELE, COMO NO PROGRAMA31.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 2450-LER-PROXIMO-ACESSO
           PERFORM 2500-COMPARAR-ACESSO
               UNTIL FIM-ACESSOS OR ABORTADO.

       2450-LER-PROXIMO-ACESSO.
           IF NOT FIM-ACESSOS
               READ APLICACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ACESSOS
                   NOT AT END
                       IF WRK-USUARIO OF APLICACAO-RECORD
                               NOT = WRK-USUARIO OF USERS-RECORD
                           MOVE 'S' TO WRK-FIM-ACESSOS
                       END-IF
               END-READ
           END-IF.

       2500-COMPARAR-ACESSO.
      * ACESSO EXPIRADO NA DATA DE REFERENCIA (DATA PREENCHIDA E
      * ANTERIOR A ELA, MESMO CRITERIO DO PROGRAMA10) NAO DA
      * CAPACIDADE E NAO E CONFERIDO. O ACESSO ACIMA DO MAXIMO SAI
      * COM O NIVEL E A EXPIRACAO DO PROPRIO ACESSO.
           IF WRK-APL-EXPIRACAO IS NUMERIC
                   AND WRK-APL-EXPIRACAO > '00000000'
                   AND WRK-DATA-REFERENCIA-X > WRK-APL-EXPIRACAO
               CONTINUE
           ELSE
               MOVE SPACES TO DESVIO-WORK-RECORD
               MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-NIVEL-TESTE
               PERFORM 2200-COMPARAR-NIVEL
               IF DSV-ACIMA
                   MOVE WRK-APL-CODIGO TO WRK-DSV-APLICACAO
                   MOVE WRK-NIVEL OF APLICACAO-RECORD
                       TO WRK-DSV-NIVEL
                   MOVE WRK-APL-EXPIRACAO TO WRK-DSV-EXPIRACAO
                   PERFORM 2300-GRAVAR-DESVIO
               END-IF
           END-IF
           IF NOT ABORTADO
               PERFORM 2450-LER-PROXIMO-ACESSO
           END-IF.

       3000-EMITIR-RELATORIO.
           PERFORM 3100-GRAVAR-CABECALHO
           CLOSE DESVIO-WORK-FILE
           OPEN INPUT DESVIO-WORK-FILE
           IF WRK-CNFWORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR O ARQUIVO DE TRABALHO - '
                   'STATUS ' WRK-CNFWORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO WRK-DSV-CHAVE
               START DESVIO-WORK-FILE KEY IS NOT LESS THAN
                   WRK-DSV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TRABALHO
               END-START
               IF NOT FIM-TRABALHO
                   PERFORM 3200-LER-PROXIMO-DESVIO
               END-IF
               PERFORM 3300-RELATAR-DESVIO
                   UNTIL FIM-TRABALHO OR ABORTADO
               IF NOT PRIMEIRA-LINHA AND NOT ABORTADO
                   PERFORM 3550-FECHAR-DEPARTAMENTO
               END-IF
               IF NOT ABORTADO
                   PERFORM 3800-EMITIR-TOTAIS
               END-IF
           END-IF.

       3100-GRAVAR-CABECALHO.
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING 'CONFORMIDADE DO MASTER DE USUARIOS COM AS REGRAS '
               DELIMITED BY SIZE
               'DE ACESSO POR FUNCAO - REFERENCIA ' DELIMITED BY SIZE
               WRK-DATA-REFERENCIA-X DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           IF SEM-REGRAS
               MOVE 'ATENCAO: MASTER DE REGRAS AINDA NAO CRIADO - '
                   TO CONFORMIDADE-LINHA
               MOVE 'TODA CONTA SAI COMO SEM REGRA'
                   TO CONFORMIDADE-LINHA(46:)
               PERFORM 3900-GRAVAR-LINHA
           END-IF.

       3200-LER-PROXIMO-DESVIO.
           READ DESVIO-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       3300-RELATAR-DESVIO.
           IF PRIMEIRA-LINHA
               MOVE 'N' TO WRK-PRIMEIRA-LINHA
               PERFORM 3400-ABRIR-BLOCO
               PERFORM 3500-ABRIR-DEPARTAMENTO
           ELSE
               IF WRK-DSV-TIPO NOT = WRK-TIPO-ATUAL
                   PERFORM 3550-FECHAR-DEPARTAMENTO
                   PERFORM 3400-ABRIR-BLOCO
                   PERFORM 3500-ABRIR-DEPARTAMENTO
               ELSE
                   IF WRK-DSV-DEPTO NOT = WRK-DEPTO-QUEBRA
                       PERFORM 3550-FECHAR-DEPARTAMENTO
                       PERFORM 3500-ABRIR-DEPARTAMENTO
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WRK-QTDE-DEPTO
           PERFORM 3600-GRAVAR-LINHA-CONTA
           IF NOT ABORTADO
               PERFORM 3200-LER-PROXIMO-DESVIO
           END-IF.

       3400-ABRIR-BLOCO.
           MOVE WRK-DSV-TIPO TO WRK-TIPO-ATUAL
           MOVE SPACES TO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           IF DSV-ACIMA
               MOVE 'CONTAS COM NIVEL ACIMA DO PERMITIDO PELA REGRA'
                   TO CONFORMIDADE-LINHA
           ELSE
               MOVE 'CONTAS SEM REGRA PARA O DEPARTAMENTO/FUNCAO'
                   TO CONFORMIDADE-LINHA
           END-IF
           PERFORM 3900-GRAVAR-LINHA.

       3500-ABRIR-DEPARTAMENTO.
           MOVE WRK-DSV-DEPTO TO WRK-DEPTO-QUEBRA
           MOVE ZEROS TO WRK-QTDE-DEPTO
           MOVE SPACES TO CONFORMIDADE-LINHA
           IF WRK-DSV-DEPTO = SPACES
               MOVE '  DEPARTAMENTO (SEM LOTACAO)'
                   TO CONFORMIDADE-LINHA
           ELSE
               STRING '  DEPARTAMENTO ' DELIMITED BY SIZE
                   WRK-DSV-DEPTO DELIMITED BY SIZE
                   INTO CONFORMIDADE-LINHA
           END-IF
           PERFORM 3900-GRAVAR-LINHA.

       3550-FECHAR-DEPARTAMENTO.
           MOVE WRK-QTDE-DEPTO TO WRK-QTDE-ED
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING '  TOTAL DO DEPARTAMENTO: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA.

       3600-GRAVAR-LINHA-CONTA.
           MOVE SPACES TO CONFORMIDADE-LINHA
           IF DSV-ACIMA AND WRK-DSV-APLICACAO NOT = SPACES
               STRING '    ' DELIMITED BY SIZE
                   WRK-DSV-USUARIO DELIMITED BY SIZE
                   ' FUNCAO ' DELIMITED BY SIZE
                   WRK-DSV-FUNCAO DELIMITED BY SIZE
                   ' APLICACAO ' DELIMITED BY SIZE
                   WRK-DSV-APLICACAO DELIMITED BY SIZE
                   ' NIVEL ' DELIMITED BY SIZE
                   WRK-DSV-NIVEL DELIMITED BY SIZE
                   ' MAXIMO DA REGRA ' DELIMITED BY SIZE
                   WRK-DSV-NIVEL-MAX DELIMITED BY SIZE
                   ' EXPIRA ' DELIMITED BY SIZE
                   WRK-DSV-EXPIRACAO DELIMITED BY SIZE
                   INTO CONFORMIDADE-LINHA
           END-IF
           IF DSV-ACIMA AND WRK-DSV-APLICACAO = SPACES
               STRING '    ' DELIMITED BY SIZE
                   WRK-DSV-USUARIO DELIMITED BY SIZE
                   ' FUNCAO ' DELIMITED BY SIZE
                   WRK-DSV-FUNCAO DELIMITED BY SIZE
                   ' NIVEL ' DELIMITED BY SIZE
                   WRK-DSV-NIVEL DELIMITED BY SIZE
                   ' MAXIMO DA REGRA ' DELIMITED BY SIZE
                   WRK-DSV-NIVEL-MAX DELIMITED BY SIZE
                   ' EXPIRA ' DELIMITED BY SIZE
                   WRK-DSV-EXPIRACAO DELIMITED BY SIZE
                   INTO CONFORMIDADE-LINHA
           END-IF
           IF NOT DSV-ACIMA
               STRING '    ' DELIMITED BY SIZE
                   WRK-DSV-USUARIO DELIMITED BY SIZE
                   ' FUNCAO ' DELIMITED BY SIZE
                   WRK-DSV-FUNCAO DELIMITED BY SIZE
                   ' NIVEL ' DELIMITED BY SIZE
                   WRK-DSV-NIVEL DELIMITED BY SIZE
                   ' EXPIRA ' DELIMITED BY SIZE
                   WRK-DSV-EXPIRACAO DELIMITED BY SIZE
                   INTO CONFORMIDADE-LINHA
           END-IF
           IF DSV-FORA-DO-RH
               MOVE '(FORA DO EXTRATO DO RH)'
                   TO CONFORMIDADE-LINHA(102:)
           END-IF
           PERFORM 3900-GRAVAR-LINHA.

       3800-EMITIR-TOTAIS.
           MOVE SPACES TO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           MOVE WRK-QTDE-MASTER TO WRK-QTDE-MASTER-ED
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING 'CONTAS NO MASTER.............: ' DELIMITED BY SIZE
               WRK-QTDE-MASTER-ED DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY CONFORMIDADE-LINHA
           MOVE WRK-QTDE-CONFORMES TO WRK-QTDE-MASTER-ED
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING 'CONFORMES COM A REGRA........: ' DELIMITED BY SIZE
               WRK-QTDE-MASTER-ED DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY CONFORMIDADE-LINHA
           MOVE WRK-QTDE-ACIMA TO WRK-QTDE-ED
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING 'ACIMA DO PERMITIDO...........: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY CONFORMIDADE-LINHA
           MOVE WRK-QTDE-ACIMA-APL TO WRK-QTDE-ED
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING 'ACESSOS APL ACIMA DA REGRA...: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY CONFORMIDADE-LINHA
           MOVE WRK-QTDE-SEM-REGRA TO WRK-QTDE-ED
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING 'SEM REGRA....................: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY CONFORMIDADE-LINHA
           MOVE WRK-QTDE-FORA-RH TO WRK-QTDE-ED
           MOVE SPACES TO CONFORMIDADE-LINHA
           STRING 'DESVIOS FORA DO EXTRATO DO RH: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CONFORMIDADE-LINHA
           PERFORM 3900-GRAVAR-LINHA
           DISPLAY CONFORMIDADE-LINHA
           IF (WRK-QTDE-ACIMA > ZEROS OR WRK-QTDE-ACIMA-APL > ZEROS
                   OR WRK-QTDE-SEM-REGRA > ZEROS)
                   AND NOT ABORTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3900-GRAVAR-LINHA.
           WRITE CONFORMIDADE-LINHA
           IF WRK-CONFORMIDADE-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE CONFORMIDADE - '
                   'STATUS ' WRK-CONFORMIDADE-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE USERS-FILE
           CLOSE HR-FEED-FILE
           CLOSE REGRAS-FILE
           CLOSE CONFORMIDADE-FILE
           CLOSE FUNCAO-WORK-FILE
           CLOSE DESVIO-WORK-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF.
