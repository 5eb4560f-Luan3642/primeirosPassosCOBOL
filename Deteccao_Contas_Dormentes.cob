       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA36.
      ***************************
      * Area de comentarios
      * OBJETIVO: DETECCAO DE CONTAS DORMENTES - APURA A DATA DA
      *           ULTIMA ATIVIDADE DE CADA USUARIO DO MASTER A PARTIR
      *           DO LOG DE AUDITORIA VIVO (AUDITLOG.DAT), DAS
      *           GERACOES DO ARQUIVO MORTO (AUDARC, CONCATENADAS EM
      *           UMA UNICA DD PELO JCL, COMO NO PROGRAMA25) E DO
      *           HISTORICO DATADO DE CLASSIFICACOES (CHKHIST) E
      *           LISTA AS CONTAS SEM ATIVIDADE HA MAIS DIAS QUE O
      *           PARM - AS PRIVILEGIADAS (NIVEL COM CAPACIDADE
      *           ADM/SUPERVISOR PELA NIVELCHK) PRIMEIRO, DEPOIS AS
      *           DEMAIS, QUEBRADAS POR NIVEL E DEPARTAMENTO. CONTA
      *           SEM NENHUM REGISTRO NAS TRES FONTES SAI COMO NUNCA
      *           VISTA. CADA CONTA DORMENTE GERA UMA ACAO PENDENTE
      *           (PENDACT.DAT, LAYOUT CPPENDAC, MOTIVO DO) PARA A
      *           APROVACAO DO PROGRAMA17: A PRIVILEGIADA E
      *           REBAIXADA (ACAO D) PARA O NIVEL DO PARM E A DEMAIS
      *           E REMOVIDA (ACAO R). AS ACOES SAO ACRESCENTADAS AO
      *           ARQUIVO, JUNTO COM AS DA RECONCILIACAO DO RH.
      *           SO CONTAM COMO ATIVIDADE AS CONFERENCIAS (RAMOS
      *           A/U/S/I/E) - RECUSA, BLOQUEIO E DESBLOQUEIO DE
      *           OPERADOR (RAMOS N/B/L) NAO SAO USO DA CONTA.
      *           A ULTIMA ATIVIDADE DE CADA USUARIO E AS CONTAS
      *           DORMENTES (NA ORDEM DO RELATORIO) FICAM EM ARQUIVOS
      *           DE TRABALHO INDEXADOS RECRIADOS A CADA EXECUCAO,
      *           COMO NO PROGRAMA23.
      * PARM: POSICOES 1-3   = DIAS SEM ATIVIDADE (EX: 090).
      *       POSICOES 4-11  = DATA DE REFERENCIA (AAAAMMDD) - SEM
      *                        ELA, USA A DATA DE SISTEMA.
      *       POSICOES 12-13 = NIVEL PARA O REBAIXAMENTO DAS
      *                        PRIVILEGIADAS (PADRAO 02) - DEVE SER
      *                        VALIDO E SEM CAPACIDADE ADM.
      * RETURN-CODE: 0 = NENHUMA CONTA DORMENTE; 4 = HA CONTAS
      *           DORMENTES (ACOES GRAVADAS PARA O PROGRAMA17);
      *           16 = ERRO DE ABERTURA/GRAVACAO OU PARM INVALIDO.
      * ARQUIVOS PELAS DDNAMES DO JCL (USERSDD/ARCAUDDD/AUDTDD/
      * CHKHSTDD/PENDACDD/DORLSTDD/ULTWRKDD/DORWRKDD/APLDD), COM VALOR
      * PADRAO QUANDO A VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA
      * DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - REGISTRO DO LOG PASSA A 55 POSICOES
      *             (SEQUENCIA E CHECK DA CADEIA) E O ARQUIVO MORTO
      *             GANHA HEADER E TRAILER DE CONTROLE DA CADEIA, QUE
      *             NAO SAO ATIVIDADE E SAO IGNORADOS.
      * ALTERACAO = 15/10/2026 - A CONTA TAMBEM E PRIVILEGIADA QUANDO
      *             TEM ACESSO POR APLICACAO (USRAPL, DD APLDD) NAO
      *             EXPIRADO COM NIVEL DE CAPACIDADE ADM PELA
      *             NIVELCHK, MESMO COM O NIVEL GERAL SEM ADM.
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
           SELECT ARQUIVO-MORTO-FILE ASSIGN TO ARCAUDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MORTO-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO CHKHSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-HST-CHAVE
               FILE STATUS IS WRK-HISTORICO-STATUS.
           SELECT PENDENTES-FILE ASSIGN TO PENDACDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDENTES-STATUS.
           SELECT DORMENTES-FILE ASSIGN TO DORLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DORMENTES-STATUS.
           SELECT ULTIMO-WORK-FILE ASSIGN TO ULTWRKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-ULT-CHAVE
               FILE STATUS IS WRK-ULTIMO-STATUS.
           SELECT DORMENTE-WORK-FILE ASSIGN TO DORWRKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-DOR-CHAVE
               FILE STATUS IS WRK-DORWORK-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO APLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  ARQUIVO-MORTO-FILE.
       01  MORTO-RECORD           PIC X(55).

       FD  AUDIT-LOG-FILE.
           COPY CPAUDLOG.

       FD  HISTORICO-FILE.
           COPY CPCHKHST.

       FD  PENDENTES-FILE.
           COPY CPPENDAC.

       FD  DORMENTES-FILE.
       01  DORMENTES-LINHA        PIC X(132).

       FD  ULTIMO-WORK-FILE.
      * ULTIMA ATIVIDADE DE CADA USUARIO NAS TRES FONTES, INDEXADA
      * POR USUARIO - A MAIOR DATA ENCONTRADA PREVALECE, COM A
      * FONTE DE ONDE ELA VEIO.
       01  ULTIMO-WORK-RECORD.
           05  WRK-ULT-CHAVE       PIC X(20).
           05  WRK-ULT-DATA        PIC X(08).
           05  WRK-ULT-ORIGEM      PIC X(05).

       FD  DORMENTE-WORK-FILE.
      * CONTAS DORMENTES INDEXADAS NA ORDEM DO RELATORIO - CLASSE
      * (1 = PRIVILEGIADA, 2 = DEMAIS) + NIVEL + DEPARTAMENTO +
      * USUARIO.
       01  DORMENTE-WORK-RECORD.
           05  WRK-DOR-CHAVE.
               10  WRK-DOR-CLASSE  PIC X(01).
                 88  DOR-PRIVILEGIADA  VALUE '1'.
               10  WRK-DOR-NIVEL   PIC 9(02).
               10  WRK-DOR-DEPTO   PIC X(06).
               10  WRK-DOR-USUARIO PIC X(20).
           05  WRK-DOR-ULTIMA      PIC X(08).
           05  WRK-DOR-DIAS        PIC 9(05).
           05  WRK-DOR-ORIGEM      PIC X(05).
           05  WRK-DOR-EXPIRACAO   PIC X(08).

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-MORTO-STATUS       PIC X(02) VALUE '00'.
       77  WRK-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-HISTORICO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-PENDENTES-STATUS   PIC X(02) VALUE '00'.
       77  WRK-DORMENTES-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ULTIMO-STATUS      PIC X(02) VALUE '00'.
       77  WRK-DORWORK-STATUS     PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-SEM-ACESSOS-APL    PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL         VALUE 'S'.
       77  WRK-FIM-ACESSOS        PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS             VALUE 'S'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-FIM-MASTER         PIC X(01) VALUE 'N'.
         88  FIM-MASTER              VALUE 'S'.
       77  WRK-FIM-TRABALHO       PIC X(01) VALUE 'N'.
         88  FIM-TRABALHO            VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-SEM-MORTO          PIC X(01) VALUE 'N'.
         88  SEM-MORTO               VALUE 'S'.
       77  WRK-SEM-HISTORICO      PIC X(01) VALUE 'N'.
         88  SEM-HISTORICO           VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-INATIVIDADE-DIAS   PIC 9(03) VALUE 90.
       77  WRK-INATIVIDADE-PARM   PIC X(03) VALUE SPACES.
       77  WRK-NIVEL-REBAIXAMENTO PIC 9(02) VALUE 02.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA-X  PIC X(08) VALUE SPACES.
       77  WRK-DATA-CORTE         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE-X       PIC X(08) VALUE SPACES.
       77  WRK-DIAS-REFERENCIA    PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-INTEIROS      PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-ULTIMA-NUM    PIC 9(08) VALUE ZEROS.
       77  WRK-ATV-USUARIO        PIC X(20) VALUE SPACES.
       77  WRK-ATV-DATA           PIC X(08) VALUE SPACES.
       77  WRK-ATV-ORIGEM         PIC X(05) VALUE SPACES.
       77  WRK-IS-ADM             PIC X(01) VALUE 'N'.
       77  WRK-IS-USER            PIC X(01) VALUE 'N'.
       77  WRK-IS-VALIDO          PIC X(01) VALUE 'N'.
       77  WRK-CLASSE-ATUAL       PIC X(01) VALUE SPACES.
       77  WRK-NIVEL-QUEBRA       PIC 9(02) VALUE ZEROS.
       77  WRK-DEPTO-QUEBRA       PIC X(06) VALUE SPACES.
       77  WRK-PRIMEIRA-LINHA     PIC X(01) VALUE 'S'.
         88  PRIMEIRA-LINHA          VALUE 'S'.
       77  WRK-ACAO-TEXTO         PIC X(20) VALUE SPACES.
       77  WRK-ULTIMA-TEXTO       PIC X(08) VALUE SPACES.
       77  WRK-DIAS-ED            PIC ZZZZ9.
       77  WRK-QTDE-MASTER        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PRIVILEGIADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DEMAIS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-NUNCA-VISTAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ACOES         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-NIVEL         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DEPTO         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZZZ9.
       77  WRK-QTDE-MASTER-ED     PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN     PIC S9(04) COMP.
           05  LK-PARM-DATA    PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-INICIO.
           PERFORM 0050-VALOR-PADRAO-DDNAME
           PERFORM 0100-TRATAR-PARM
           IF NOT ABORTADO
               PERFORM 1000-ABRIR-ARQUIVOS
           END-IF
           IF NOT ABORTADO
      * AS TRES FONTES DA ULTIMA ATIVIDADE, NA ORDEM CRONOLOGICA DO
      * PROGRAMA25 (MORTO ANTES DO VIVO); O HISTORICO POR ULTIMO.
               PERFORM 2000-CARREGAR-MORTO
                   UNTIL FIM-ARQUIVO OR ABORTADO
               PERFORM 2100-POSICIONAR-VIVO
               PERFORM 2200-CARREGAR-VIVO
                   UNTIL FIM-ARQUIVO OR ABORTADO
               PERFORM 2300-POSICIONAR-HISTORICO
               PERFORM 2400-CARREGAR-HISTORICO
                   UNTIL FIM-ARQUIVO OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 3000-POSICIONAR-MASTER
               PERFORM 3100-VARRER-MASTER
                   UNTIL FIM-MASTER OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 4000-EMITIR-RELATORIO
           END-IF
           PERFORM 9000-FECHAR-ARQUIVOS
           STOP RUN.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
      * NO JCL, A DD ARCAUDDD CONCATENA AS GERACOES DO GDG AUDARC.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_USERSDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_USERSDD' TO 'USERS.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_ARCAUDDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_ARCAUDDD' TO 'AUDARC.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_AUDTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_AUDTDD' TO 'AUDITLOG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CHKHSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CHKHSTDD' TO 'CHKHIST.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_PENDACDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_PENDACDD' TO 'PENDACT.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_DORLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_DORLSTDD' TO 'DORMENT.LST'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_ULTWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_ULTWRKDD' TO 'ULTWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_DORWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_DORWRKDD' TO 'DORWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLDD' TO 'USRAPL.DAT'
           END-IF.

       0100-TRATAR-PARM.
      * MESMO TRATAMENTO DO PROGRAMA15 - DIAS COM TRES DIGITOS E
      * DATA DE REFERENCIA OPCIONAL; ATIVIDADE ANTERIOR A DATA DE
      * CORTE (REFERENCIA MENOS OS DIAS) E DORMENCIA.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-DATA(1:3) TO WRK-INATIVIDADE-PARM
               IF WRK-INATIVIDADE-PARM IS NUMERIC
                   MOVE WRK-INATIVIDADE-PARM TO WRK-INATIVIDADE-DIAS
               ELSE
                   DISPLAY 'DIAS INVALIDOS NO PARM - INFORME OS '
                       'DIAS COM TRES DIGITOS (EX: 090)'
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
               IF LK-PARM-LEN > 11 AND NOT ABORTADO
                   IF LK-PARM-DATA(12:2) IS NUMERIC
                       MOVE LK-PARM-DATA(12:2)
                           TO WRK-NIVEL-REBAIXAMENTO
                   ELSE
                       DISPLAY 'NIVEL DE REBAIXAMENTO INVALIDO NO '
                           'PARM - INFORME DOIS DIGITOS (EX: 02)'
                       MOVE 'S' TO WRK-ABORTADO
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF NOT ABORTADO
               PERFORM 0150-VALIDAR-REBAIXAMENTO
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
                   WRK-DIAS-REFERENCIA - WRK-INATIVIDADE-DIAS
               MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INTEIROS)
                   TO WRK-DATA-CORTE
               MOVE WRK-DATA-CORTE TO WRK-DATA-CORTE-X
           END-IF.

       0150-VALIDAR-REBAIXAMENTO.
      * O REBAIXAMENTO NAO PODE DEIXAR A CONTA COM CAPACIDADE ADM
      * NEM COM UM NIVEL QUE O PROGRAMA10 CLASSIFICARIA COMO
      * INVALIDO.
           CALL 'NIVELCHK' USING WRK-NIVEL-REBAIXAMENTO
               WRK-IS-ADM WRK-IS-USER WRK-IS-VALIDO
           IF WRK-IS-VALIDO NOT = 'S' OR WRK-IS-ADM = 'S'
               DISPLAY 'NIVEL DE REBAIXAMENTO ' WRK-NIVEL-REBAIXAMENTO
                   ' INVALIDO OU COM CAPACIDADE ADM - INFORME UM '
                   'NIVEL ATIVO SEM ADM NAS POSICOES 12-13 DO PARM'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQUIVO-MORTO-FILE
           IF WRK-MORTO-STATUS = '35'
      * AINDA NAO HA GERACAO DE ARQUIVO MORTO - A ATIVIDADE VEM SO
      * DO LOG VIVO E DO HISTORICO.
               MOVE 'S' TO WRK-SEM-MORTO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               IF WRK-MORTO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO - STATUS '
                       WRK-MORTO-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT HISTORICO-FILE
           IF WRK-HISTORICO-STATUS = '35'
               MOVE 'S' TO WRK-SEM-HISTORICO
           ELSE
               IF WRK-HISTORICO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O HISTORICO DE '
                       'CLASSIFICACOES - STATUS ' WRK-HISTORICO-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORTADO
               PERFORM 1100-ABRIR-DEMAIS
           END-IF
           IF NOT ABORTADO AND NOT FIM-ARQUIVO
               PERFORM 1300-LER-PROXIMO-MORTO
           END-IF.

       1100-ABRIR-DEMAIS.
      * AS ACOES SAO ACRESCENTADAS AO ARQUIVO DE PENDENCIAS (EXTEND,
      * COMO O JOURNAL) - O ARQUIVO PODE TRAZER AS ACOES DA
      * RECONCILIACAO DO RH AINDA NAO DECIDIDAS NO PROGRAMA17.
      * O TRABALHO DA ULTIMA ATIVIDADE E CRIADO VAZIO E REABERTO
      * EM I-O (A CARGA REGRAVA A DATA), COMO NO PROGRAMA20.
           OPEN INPUT USERS-FILE
           OPEN INPUT AUDIT-LOG-FILE
           OPEN OUTPUT DORMENTES-FILE
           OPEN EXTEND PENDENTES-FILE
           IF WRK-PENDENTES-STATUS = '35'
               OPEN OUTPUT PENDENTES-FILE
           END-IF
           OPEN OUTPUT ULTIMO-WORK-FILE
           IF WRK-ULTIMO-STATUS = '00'
               CLOSE ULTIMO-WORK-FILE
               OPEN I-O ULTIMO-WORK-FILE
           END-IF
           OPEN OUTPUT DORMENTE-WORK-FILE
           IF WRK-USERS-STATUS NOT = '00'
                   OR WRK-AUDITLOG-STATUS NOT = '00'
                   OR WRK-DORMENTES-STATUS NOT = '00'
                   OR WRK-PENDENTES-STATUS NOT = '00'
                   OR WRK-ULTIMO-STATUS NOT = '00'
                   OR WRK-DORWORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA DETECCAO - '
                   'STATUS ' WRK-USERS-STATUS ' '
                   WRK-AUDITLOG-STATUS ' ' WRK-DORMENTES-STATUS ' '
                   WRK-PENDENTES-STATUS ' ' WRK-ULTIMO-STATUS ' '
                   WRK-DORWORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF
      * SEM O MASTER DE ACESSOS POR APLICACAO (NENHUM ACESSO JA
      * INCLUIDO NO PROGRAMA44) A CLASSE VEM SO DO NIVEL GERAL.
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

       1300-LER-PROXIMO-MORTO.
           READ ARQUIVO-MORTO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1400-LER-PROXIMO-VIVO.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1500-LER-PROXIMO-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2000-CARREGAR-MORTO.
      * O ARQUIVO MORTO TEM O MESMO LAYOUT DO LOG VIVO (CPAUDLOG) -
      * O REGISTRO E MOVIDO PARA A AREA DO LOG, COMO NO PROGRAMA25.
      * HEADER E TRAILER DE CONTROLE DA CADEIA SAO IGNORADOS.
           MOVE MORTO-RECORD TO AUDIT-LOG-RECORD
           MOVE 'MORTO' TO WRK-ATV-ORIGEM
           IF MORTO-RECORD(1:1) NOT = '*'
               PERFORM 2250-AVALIAR-CONFERENCIA
           END-IF
           IF NOT ABORTADO
               PERFORM 1300-LER-PROXIMO-MORTO
           END-IF.

       2100-POSICIONAR-VIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           PERFORM 1400-LER-PROXIMO-VIVO.

       2200-CARREGAR-VIVO.
           MOVE 'LOG' TO WRK-ATV-ORIGEM
           PERFORM 2250-AVALIAR-CONFERENCIA
           IF NOT ABORTADO
               PERFORM 1400-LER-PROXIMO-VIVO
           END-IF.

       2250-AVALIAR-CONFERENCIA.
           IF AUDIT-ADM OR AUDIT-USER OR AUDIT-SUPERVISOR
                   OR AUDIT-INVALIDO OR AUDIT-EXPIRADO
               MOVE WRK-USUARIO OF AUDIT-LOG-RECORD TO WRK-ATV-USUARIO
               MOVE WRK-AUDIT-DATA TO WRK-ATV-DATA
               PERFORM 2500-REGISTRAR-ATIVIDADE
           END-IF.

       2300-POSICIONAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           IF SEM-HISTORICO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               MOVE LOW-VALUES TO WRK-HST-CHAVE
               START HISTORICO-FILE KEY IS NOT LESS THAN WRK-HST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
           END-IF
           IF NOT FIM-ARQUIVO
               PERFORM 1500-LER-PROXIMO-HISTORICO
           END-IF.

       2400-CARREGAR-HISTORICO.
           MOVE WRK-USUARIO OF HISTORICO-RECORD TO WRK-ATV-USUARIO
           MOVE WRK-HST-DATA TO WRK-ATV-DATA
           MOVE 'HIST' TO WRK-ATV-ORIGEM
           PERFORM 2500-REGISTRAR-ATIVIDADE
           IF NOT ABORTADO
               PERFORM 1500-LER-PROXIMO-HISTORICO
           END-IF.

       2500-REGISTRAR-ATIVIDADE.
      * A MAIOR DATA DO USUARIO PREVALECE - UMA FONTE LIDA DEPOIS
      * COM DATA MAIS ANTIGA NAO RECUA A ULTIMA ATIVIDADE.
           MOVE WRK-ATV-USUARIO TO WRK-ULT-CHAVE
           READ ULTIMO-WORK-FILE
               INVALID KEY
                   MOVE WRK-ATV-DATA TO WRK-ULT-DATA
                   MOVE WRK-ATV-ORIGEM TO WRK-ULT-ORIGEM
                   WRITE ULTIMO-WORK-RECORD
               NOT INVALID KEY
                   IF WRK-ATV-DATA > WRK-ULT-DATA
                       MOVE WRK-ATV-DATA TO WRK-ULT-DATA
                       MOVE WRK-ATV-ORIGEM TO WRK-ULT-ORIGEM
                       REWRITE ULTIMO-WORK-RECORD
                   END-IF
           END-READ
           IF WRK-ULTIMO-STATUS NOT = '00'
               DISPLAY 'ERRO AO CARREGAR A ULTIMA ATIVIDADE DE '
                   WRK-ATV-USUARIO ' - STATUS ' WRK-ULTIMO-STATUS
                   ' - DETECCAO ABORTADA'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       3000-POSICIONAR-MASTER.
           MOVE LOW-VALUES TO WRK-USUARIO OF USERS-RECORD
           START USERS-FILE KEY IS NOT LESS THAN WRK-USUARIO
               OF USERS-RECORD
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MASTER
           END-START
           IF NOT FIM-MASTER
               PERFORM 3050-LER-PROXIMO-USUARIO
           END-IF.

       3050-LER-PROXIMO-USUARIO.
           READ USERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

       3100-VARRER-MASTER.
           ADD 1 TO WRK-QTDE-MASTER
           MOVE WRK-USUARIO OF USERS-RECORD TO WRK-ULT-CHAVE
           READ ULTIMO-WORK-FILE
               INVALID KEY
      * NENHUM REGISTRO NAS TRES FONTES - NUNCA VISTA.
                   MOVE SPACES TO WRK-DOR-ULTIMA
                   MOVE 99999 TO WRK-DOR-DIAS
                   MOVE SPACES TO WRK-DOR-ORIGEM
                   PERFORM 3200-CARREGAR-DORMENTE
               NOT INVALID KEY
                   IF WRK-ULT-DATA < WRK-DATA-CORTE-X
                       MOVE WRK-ULT-DATA TO WRK-DOR-ULTIMA
                       MOVE WRK-ULT-ORIGEM TO WRK-DOR-ORIGEM
                       PERFORM 3150-CALCULAR-DIAS
                       PERFORM 3200-CARREGAR-DORMENTE
                   END-IF
           END-READ
           IF NOT ABORTADO
               PERFORM 3050-LER-PROXIMO-USUARIO
           END-IF.

       3150-CALCULAR-DIAS.
           MOVE 99999 TO WRK-DOR-DIAS
           IF WRK-ULT-DATA IS NUMERIC
               MOVE WRK-ULT-DATA TO WRK-DATA-ULTIMA-NUM
               COMPUTE WRK-DOR-DIAS = WRK-DIAS-REFERENCIA
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-ULTIMA-NUM)
           END-IF.

       3200-CARREGAR-DORMENTE.
           CALL 'NIVELCHK' USING WRK-NIVEL OF USERS-RECORD
               WRK-IS-ADM WRK-IS-USER WRK-IS-VALIDO
           IF WRK-IS-VALIDO = 'S' AND WRK-IS-ADM = 'S'
               MOVE '1' TO WRK-DOR-CLASSE
           ELSE
               MOVE '2' TO WRK-DOR-CLASSE
               IF NOT SEM-ACESSOS-APL
                   PERFORM 3250-CONFERIR-ACESSOS-APL
               END-IF
           END-IF
           MOVE WRK-NIVEL OF USERS-RECORD TO WRK-DOR-NIVEL
           MOVE WRK-DEPARTAMENTO TO WRK-DOR-DEPTO
           MOVE WRK-USUARIO OF USERS-RECORD TO WRK-DOR-USUARIO
           MOVE WRK-DATA-EXPIRACAO TO WRK-DOR-EXPIRACAO
           WRITE DORMENTE-WORK-RECORD
           IF WRK-DORWORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO CARREGAR A CONTA DORMENTE '
                   WRK-DOR-USUARIO ' - STATUS ' WRK-DORWORK-STATUS
                   ' - DETECCAO ABORTADA'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       3250-CONFERIR-ACESSOS-APL.
      * NIVEL GERAL SEM ADM - A CONTA AINDA E PRIVILEGIADA SE ALGUM
      * ACESSO POR APLICACAO NAO EXPIRADO NA DATA DE REFERENCIA TEM
      * NIVEL COM CAPACIDADE ADM. A CHAVE DO MASTER DE ACESSOS
      * COMECA PELO USUARIO, COMO NO PROGRAMA31.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 3260-LER-PROXIMO-ACESSO
           PERFORM 3270-CLASSIFICAR-ACESSO
               UNTIL FIM-ACESSOS.

       3260-LER-PROXIMO-ACESSO.
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

       3270-CLASSIFICAR-ACESSO.
      * EXPIRADO E O ACESSO COM DATA PREENCHIDA ANTERIOR A DATA DE
      * REFERENCIA (MESMO CRITERIO DO PROGRAMA10); O PRIMEIRO
      * ACESSO ATIVO COM ADM ENCERRA A VARREDURA.
           IF WRK-APL-EXPIRACAO IS NUMERIC
                   AND WRK-APL-EXPIRACAO > '00000000'
                   AND WRK-DATA-REFERENCIA-X > WRK-APL-EXPIRACAO
               CONTINUE
           ELSE
               CALL 'NIVELCHK' USING WRK-NIVEL OF APLICACAO-RECORD
                   WRK-IS-ADM WRK-IS-USER WRK-IS-VALIDO
               IF WRK-IS-VALIDO = 'S' AND WRK-IS-ADM = 'S'
                   MOVE '1' TO WRK-DOR-CLASSE
                   MOVE 'S' TO WRK-FIM-ACESSOS
               END-IF
           END-IF
           PERFORM 3260-LER-PROXIMO-ACESSO.

       4000-EMITIR-RELATORIO.
           PERFORM 4100-GRAVAR-CABECALHO
           MOVE 'N' TO WRK-FIM-TRABALHO
           CLOSE DORMENTE-WORK-FILE
           OPEN INPUT DORMENTE-WORK-FILE
           IF WRK-DORWORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR O ARQUIVO DE TRABALHO - '
                   'STATUS ' WRK-DORWORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO WRK-DOR-CHAVE
               START DORMENTE-WORK-FILE KEY IS NOT LESS THAN
                   WRK-DOR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TRABALHO
               END-START
               IF NOT FIM-TRABALHO
                   PERFORM 4200-LER-PROXIMO-TRABALHO
               END-IF
               PERFORM 4300-RELATAR-CONTA
                   UNTIL FIM-TRABALHO OR ABORTADO
               IF NOT PRIMEIRA-LINHA AND NOT ABORTADO
                   PERFORM 4550-FECHAR-DEPARTAMENTO
                   PERFORM 4650-FECHAR-NIVEL
               END-IF
               IF NOT ABORTADO
                   PERFORM 4800-EMITIR-TOTAIS
               END-IF
           END-IF.

       4100-GRAVAR-CABECALHO.
           MOVE SPACES TO DORMENTES-LINHA
           STRING 'CONTAS DORMENTES - REFERENCIA ' DELIMITED BY SIZE
               WRK-DATA-REFERENCIA-X DELIMITED BY SIZE
               ' - SEM ATIVIDADE HA MAIS DE ' DELIMITED BY SIZE
               WRK-INATIVIDADE-DIAS DELIMITED BY SIZE
               ' DIAS (ULTIMA ANTES DE ' DELIMITED BY SIZE
               WRK-DATA-CORTE-X DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           MOVE SPACES TO DORMENTES-LINHA
           STRING 'FONTES: LOG DE AUDITORIA VIVO, ARQUIVO MORTO '
               DELIMITED BY SIZE
               '(AUDARC) E HISTORICO DE CLASSIFICACOES (CHKHIST)'
               DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           IF SEM-MORTO OR SEM-HISTORICO
               MOVE SPACES TO DORMENTES-LINHA
               STRING 'ATENCAO: SEM ARQUIVO MORTO E/OU SEM HISTORICO '
                   DELIMITED BY SIZE
                   '- ULTIMA ATIVIDADE APURADA SO NAS FONTES '
                   DELIMITED BY SIZE
                   'EXISTENTES' DELIMITED BY SIZE
                   INTO DORMENTES-LINHA
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

       4200-LER-PROXIMO-TRABALHO.
           READ DORMENTE-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       4300-RELATAR-CONTA.
      * QUEBRAS DE CLASSE, NIVEL E DEPARTAMENTO NA ORDEM DA CHAVE
      * DO ARQUIVO DE TRABALHO.
           IF PRIMEIRA-LINHA
               MOVE 'N' TO WRK-PRIMEIRA-LINHA
               PERFORM 4400-ABRIR-CLASSE
               PERFORM 4600-ABRIR-NIVEL
               PERFORM 4500-ABRIR-DEPARTAMENTO
           ELSE
               IF WRK-DOR-CLASSE NOT = WRK-CLASSE-ATUAL
                       OR WRK-DOR-NIVEL NOT = WRK-NIVEL-QUEBRA
                   PERFORM 4550-FECHAR-DEPARTAMENTO
                   PERFORM 4650-FECHAR-NIVEL
                   IF WRK-DOR-CLASSE NOT = WRK-CLASSE-ATUAL
                       PERFORM 4400-ABRIR-CLASSE
                   END-IF
                   PERFORM 4600-ABRIR-NIVEL
                   PERFORM 4500-ABRIR-DEPARTAMENTO
               ELSE
                   IF WRK-DOR-DEPTO NOT = WRK-DEPTO-QUEBRA
                       PERFORM 4550-FECHAR-DEPARTAMENTO
                       PERFORM 4500-ABRIR-DEPARTAMENTO
                   END-IF
               END-IF
           END-IF
           IF DOR-PRIVILEGIADA
               ADD 1 TO WRK-QTDE-PRIVILEGIADAS
           ELSE
               ADD 1 TO WRK-QTDE-DEMAIS
           END-IF
           IF WRK-DOR-ULTIMA = SPACES
               ADD 1 TO WRK-QTDE-NUNCA-VISTAS
           END-IF
           ADD 1 TO WRK-QTDE-NIVEL
           ADD 1 TO WRK-QTDE-DEPTO
           PERFORM 4700-GRAVAR-PENDENCIA
           IF NOT ABORTADO
               PERFORM 4750-GRAVAR-LINHA-CONTA
           END-IF
           IF NOT ABORTADO
               PERFORM 4200-LER-PROXIMO-TRABALHO
           END-IF.

       4400-ABRIR-CLASSE.
           MOVE WRK-DOR-CLASSE TO WRK-CLASSE-ATUAL
           MOVE SPACES TO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           IF DOR-PRIVILEGIADA
               MOVE 'CONTAS PRIVILEGIADAS (NIVEL COM CAPACIDADE '
                   TO DORMENTES-LINHA
               MOVE 'ADM/SUPERVISOR) - ACAO: REBAIXAR'
                   TO DORMENTES-LINHA(44:)
           ELSE
               MOVE 'DEMAIS CONTAS - ACAO: REMOVER DO MASTER'
                   TO DORMENTES-LINHA
           END-IF
           PERFORM 4900-GRAVAR-LINHA.

       4500-ABRIR-DEPARTAMENTO.
           MOVE WRK-DOR-DEPTO TO WRK-DEPTO-QUEBRA
           MOVE ZEROS TO WRK-QTDE-DEPTO
           MOVE SPACES TO DORMENTES-LINHA
           IF WRK-DOR-DEPTO = SPACES
               MOVE '    DEPARTAMENTO (SEM LOTACAO)' TO DORMENTES-LINHA
           ELSE
               STRING '    DEPARTAMENTO ' DELIMITED BY SIZE
                   WRK-DOR-DEPTO DELIMITED BY SIZE
                   INTO DORMENTES-LINHA
           END-IF
           PERFORM 4900-GRAVAR-LINHA.

       4550-FECHAR-DEPARTAMENTO.
           MOVE WRK-QTDE-DEPTO TO WRK-QTDE-ED
           MOVE SPACES TO DORMENTES-LINHA
           STRING '    TOTAL DO DEPARTAMENTO: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA.

       4600-ABRIR-NIVEL.
           MOVE WRK-DOR-NIVEL TO WRK-NIVEL-QUEBRA
           MOVE ZEROS TO WRK-QTDE-NIVEL
           MOVE SPACES TO DORMENTES-LINHA
           STRING '  NIVEL ' DELIMITED BY SIZE
               WRK-DOR-NIVEL DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA.

       4650-FECHAR-NIVEL.
           MOVE WRK-QTDE-NIVEL TO WRK-QTDE-ED
           MOVE SPACES TO DORMENTES-LINHA
           STRING '  TOTAL DO NIVEL ' DELIMITED BY SIZE
               WRK-NIVEL-QUEBRA DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA.

       4700-GRAVAR-PENDENCIA.
      * PRIVILEGIADA E REBAIXADA PARA O NIVEL DO PARM - NO NIVEL
      * GERAL E NOS ACESSOS POR APLICACAO ADM NAO EXPIRADOS; DEMAIS
      * SAO REMOVIDAS. AS DUAS PASSAM PELA DECISAO DO PROGRAMA17.
           MOVE SPACES TO PENDENCIA-RECORD
           IF DOR-PRIVILEGIADA
               MOVE 'D' TO WRK-PEND-ACAO
               MOVE WRK-NIVEL-REBAIXAMENTO TO WRK-PEND-NIVEL-SUG
               MOVE 'REBAIXAR PARA ' TO WRK-ACAO-TEXTO
               MOVE WRK-NIVEL-REBAIXAMENTO TO WRK-ACAO-TEXTO(15:2)
           ELSE
               MOVE 'R' TO WRK-PEND-ACAO
               MOVE ZEROS TO WRK-PEND-NIVEL-SUG
               MOVE 'REMOVER' TO WRK-ACAO-TEXTO
           END-IF
           MOVE WRK-DOR-USUARIO TO WRK-USUARIO OF PENDENCIA-RECORD
           MOVE 'P' TO WRK-PEND-STATUS
           MOVE 'DO' TO WRK-PEND-MOTIVO
           WRITE PENDENCIA-RECORD
           IF WRK-PENDENTES-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A ACAO PENDENTE DE '
                   WRK-DOR-USUARIO ' - STATUS ' WRK-PENDENTES-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-QTDE-ACOES
           END-IF.

       4750-GRAVAR-LINHA-CONTA.
           MOVE SPACES TO DORMENTES-LINHA
           IF WRK-DOR-ULTIMA = SPACES
               MOVE 'NUNCA' TO WRK-ULTIMA-TEXTO
               STRING '      ' DELIMITED BY SIZE
                   WRK-DOR-USUARIO DELIMITED BY SIZE
                   ' SEM ATIVIDADE REGISTRADA     ' DELIMITED BY SIZE
                   ' EXPIRA ' DELIMITED BY SIZE
                   WRK-DOR-EXPIRACAO DELIMITED BY SIZE
                   ' ACAO ' DELIMITED BY SIZE
                   WRK-ACAO-TEXTO DELIMITED BY SIZE
                   INTO DORMENTES-LINHA
           ELSE
               MOVE WRK-DOR-DIAS TO WRK-DIAS-ED
               STRING '      ' DELIMITED BY SIZE
                   WRK-DOR-USUARIO DELIMITED BY SIZE
                   ' ULTIMA ' DELIMITED BY SIZE
                   WRK-DOR-ULTIMA DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-DIAS-ED DELIMITED BY SIZE
                   ' DIAS) ' DELIMITED BY SIZE
                   WRK-DOR-ORIGEM DELIMITED BY SIZE
                   ' EXPIRA ' DELIMITED BY SIZE
                   WRK-DOR-EXPIRACAO DELIMITED BY SIZE
                   ' ACAO ' DELIMITED BY SIZE
                   WRK-ACAO-TEXTO DELIMITED BY SIZE
                   INTO DORMENTES-LINHA
           END-IF
           PERFORM 4900-GRAVAR-LINHA.

       4800-EMITIR-TOTAIS.
           MOVE SPACES TO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           IF WRK-QTDE-PRIVILEGIADAS = ZEROS AND WRK-QTDE-DEMAIS = ZEROS
               MOVE 'NENHUMA CONTA DORMENTE NO PERIODO'
                   TO DORMENTES-LINHA
               PERFORM 4900-GRAVAR-LINHA
           END-IF
           MOVE WRK-QTDE-MASTER TO WRK-QTDE-MASTER-ED
           MOVE SPACES TO DORMENTES-LINHA
           STRING 'CONTAS NO MASTER.............: ' DELIMITED BY SIZE
               WRK-QTDE-MASTER-ED DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           DISPLAY DORMENTES-LINHA
           MOVE WRK-QTDE-PRIVILEGIADAS TO WRK-QTDE-ED
           MOVE SPACES TO DORMENTES-LINHA
           STRING 'DORMENTES PRIVILEGIADAS......: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           DISPLAY DORMENTES-LINHA
           MOVE WRK-QTDE-DEMAIS TO WRK-QTDE-ED
           MOVE SPACES TO DORMENTES-LINHA
           STRING 'DEMAIS DORMENTES.............: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           DISPLAY DORMENTES-LINHA
           MOVE WRK-QTDE-NUNCA-VISTAS TO WRK-QTDE-ED
           MOVE SPACES TO DORMENTES-LINHA
           STRING 'SEM ATIVIDADE REGISTRADA.....: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           DISPLAY DORMENTES-LINHA
           MOVE WRK-QTDE-ACOES TO WRK-QTDE-ED
           MOVE SPACES TO DORMENTES-LINHA
           STRING 'ACOES GRAVADAS P/ PROGRAMA17.: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO DORMENTES-LINHA
           PERFORM 4900-GRAVAR-LINHA
           DISPLAY DORMENTES-LINHA
           IF WRK-QTDE-ACOES > ZEROS AND NOT ABORTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

       4900-GRAVAR-LINHA.
           WRITE DORMENTES-LINHA
           IF WRK-DORMENTES-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE DORMENTES - '
                   'STATUS ' WRK-DORMENTES-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-FECHAR-ARQUIVOS.
      * OS CLOSE SAO INCONDICIONAIS, COMO NO PROGRAMA22, MENOS O
      * DO MASTER DE ACESSOS, QUE PODE NAO TER SIDO ABERTO.
           CLOSE USERS-FILE
           CLOSE ARQUIVO-MORTO-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE HISTORICO-FILE
           CLOSE PENDENTES-FILE
           CLOSE DORMENTES-FILE
           CLOSE ULTIMO-WORK-FILE
           CLOSE DORMENTE-WORK-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF.
