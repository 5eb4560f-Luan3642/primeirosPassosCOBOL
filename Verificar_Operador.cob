      *           OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA E
      *           MANTIDOS ABERTOS, COMO NA NIVELCHK.
      * DATA = 02/09/2026
      * ALTERACAO = 15/10/2026 - BLOQUEIO POR RECUSAS SEGUIDAS: CADA
      *             RECUSA SOMA 1 NO CONTADOR DA IDENTIFICACAO
      *             DIGITADA NO CONTROLE DE BLOQUEIO (OPBLOQ.DAT,
      *             LAYOUT CPOPBLQ) E, AO ATINGIR O LIMITE DO
      *             REGISTRO *LIMITE (PADRAO 3), O OPERADOR FICA
      *             BLOQUEADO - RECUSADO EM TODOS OS PROGRAMAS DE
      *             MANUTENCAO MESMO COM CONTA ADM VALIDA - E O
      *             BLOQUEIO E GRAVADO NO LOG DE AUDITORIA (RAMO B).
      *             VALIDACAO BEM SUCEDIDA ZERA O CONTADOR. O
      *             DESBLOQUEIO E FEITO NO PROGRAMA34.
      * ALTERACAO = 15/10/2026 - REGISTRO DO LOG DE AUDITORIA RECEBE
      *             NUMERO DE SEQUENCIA E CHECK ENCADEADO PELA
      *             SUBROTINA AUDCHAIN (AREA CPAUDCAD), COMO NO
      *             PROGRAMA10.
      * ALTERACAO = 15/10/2026 - IDENTIFICACAO INICIADA POR * RECEBE
      *             MENSAGEM PROPRIA (IDENTIFICACAO RESERVADA), EM
      *             VEZ DA DE OPERADOR BLOQUEADO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDIT-LOG-FILE ASSIGN TO OPAUDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT BLOQUEIO-FILE ASSIGN TO OPBLQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-BLQ-OPERADOR
               FILE STATUS IS WRK-BLOQUEIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
       FD  AUDIT-LOG-FILE.
           COPY CPAUDLOG.

       FD  BLOQUEIO-FILE.
           COPY CPOPBLQ.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-AUDITLOG-STATUS PIC X(02) VALUE '00'.
       77  WRK-IS-USER         PIC X(01) VALUE 'N'.
         88  E-USER                VALUE 'S'.

      * BLOQUEIO POR RECUSAS SEGUIDAS.
       77  WRK-BLOQUEIO-STATUS PIC X(02) VALUE '00'.
       77  WRK-LIMITE-FALHAS   PIC 9(03) VALUE 3.
       77  WRK-RAMO-AUDITORIA  PIC X(01) VALUE SPACES.
       77  WRK-OPERADOR-BLOQUEADO PIC X(01) VALUE 'N'.
         88  OPERADOR-BLOQUEADO   VALUE 'S'.
       77  WRK-OPERADOR-RESERVADO PIC X(01) VALUE 'N'.
         88  OPERADOR-RESERVADO   VALUE 'S'.
       77  WRK-REGISTRO-BLQ    PIC X(01) VALUE 'N'.
         88  REGISTRO-BLQ-EXISTE  VALUE 'S'.
       77  WRK-BLOQUEOU-AGORA  PIC X(01) VALUE 'N'.
         88  BLOQUEOU-AGORA       VALUE 'S'.
       77  WRK-FALHAS-ED       PIC ZZ9.

      * CADEIA DE SEQUENCIA/CHECK DO LOG DE AUDITORIA (AUDCHAIN).
           COPY CPAUDCAD.

       LINKAGE SECTION.
       01  LK-OPERADOR         PIC X(20).
       01  LK-AUTORIZADO       PIC X(01).
               PERFORM 1000-ABRIR-ARQUIVOS
           END-IF
           IF ARQUIVOS-ABERTOS
               PERFORM 1500-CONFERIR-BLOQUEIO
               PERFORM 2000-VALIDAR-OPERADOR
               IF OPERADOR-BLOQUEADO
      * BLOQUEADO NAO PASSA NEM COM CONTA VALIDA - A RECUSA E
      * GRAVADA, MAS NAO CONTA DE NOVO.
                   MOVE 'N' TO LK-AUTORIZADO
                   IF OPERADOR-RESERVADO
                       DISPLAY 'IDENTIFICACAO ' LK-OPERADOR
                           ' INVALIDA - O PREFIXO * E RESERVADO AOS '
                           'REGISTROS DE PARAMETRO'
                   ELSE
                       DISPLAY 'OPERADOR ' LK-OPERADOR ' BLOQUEADO '
                           'POR RECUSAS SEGUIDAS - PROCURE A SEGURANCA'
                   END-IF
               END-IF
               IF LK-AUTORIZADO NOT = 'S'
                   PERFORM 3000-GRAVAR-TENTATIVA-NEGADA
                   IF NOT OPERADOR-BLOQUEADO
                       PERFORM 4000-CONTAR-RECUSA
                   END-IF
               ELSE
                   PERFORM 4500-ZERAR-RECUSAS
               END-IF
           END-IF
           GOBACK.
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_OPAUDDD' TO 'AUDITLOG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_OPBLQDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_OPBLQDD' TO 'OPBLOQ.DAT'
           END-IF
           OPEN INPUT USERS-FILE
           IF WRK-USERS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE USUARIOS PARA A '
                   MOVE 'S' TO WRK-ABERTURA-FALHOU
                   CLOSE USERS-FILE
               ELSE
                   PERFORM 1100-ABRIR-BLOQUEIOS
               END-IF
           END-IF.

       1100-ABRIR-BLOQUEIOS.
      * CONTROLE DE BLOQUEIO AINDA INEXISTENTE E CRIADO VAZIO. SEM
      * ELE NAO HA COMO SABER SE O OPERADOR ESTA BLOQUEADO, ENTAO A
      * FALHA DE ABERTURA RECUSA TODOS, COMO A DO MASTER.
           OPEN I-O BLOQUEIO-FILE
           IF WRK-BLOQUEIO-STATUS = '35'
               OPEN OUTPUT BLOQUEIO-FILE
               CLOSE BLOQUEIO-FILE
               OPEN I-O BLOQUEIO-FILE
           END-IF
           IF WRK-BLOQUEIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE BLOQUEIO DE '
                   'OPERADORES - STATUS ' WRK-BLOQUEIO-STATUS
               MOVE 'S' TO WRK-ABERTURA-FALHOU
               CLOSE USERS-FILE
               CLOSE AUDIT-LOG-FILE
           ELSE
               MOVE 'S' TO WRK-ARQUIVOS-OK
               MOVE '*LIMITE' TO WRK-BLQ-PARM-ID
               READ BLOQUEIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRK-BLQ-LIMITE IS NUMERIC
                               AND WRK-BLQ-LIMITE > ZEROS
                           MOVE WRK-BLQ-LIMITE TO WRK-LIMITE-FALHAS
                       END-IF
               END-READ
           END-IF.

       1500-CONFERIR-BLOQUEIO.
      * IDENTIFICACAO INICIADA POR * E RESERVADA AOS REGISTROS DE
      * PARAMETRO DO CONTROLE - E RECUSADA SEM CONTAR, PARA NAO
      * SOBREPOR O REGISTRO *LIMITE.
           MOVE 'N' TO WRK-OPERADOR-BLOQUEADO
           MOVE 'N' TO WRK-OPERADOR-RESERVADO
           MOVE 'N' TO WRK-REGISTRO-BLQ
           IF LK-OPERADOR(1:1) = '*'
               MOVE 'S' TO WRK-OPERADOR-BLOQUEADO
               MOVE 'S' TO WRK-OPERADOR-RESERVADO
           ELSE
               MOVE LK-OPERADOR TO WRK-BLQ-OPERADOR
               READ BLOQUEIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-REGISTRO-BLQ
                       IF BLQ-BLOQUEADO
                           MOVE 'S' TO WRK-OPERADOR-BLOQUEADO
                       END-IF
               END-READ
           END-IF.

       2000-VALIDAR-OPERADOR.
           MOVE ZEROS TO WRK-NIVEL-OPERADOR
           MOVE LK-OPERADOR TO WRK-USUARIO OF USERS-RECORD
           END-IF.

       3000-GRAVAR-TENTATIVA-NEGADA.
           MOVE 'N' TO WRK-RAMO-AUDITORIA
           PERFORM 3900-GRAVAR-AUDITORIA.

       3100-GRAVAR-BLOQUEIO.
           MOVE 'B' TO WRK-RAMO-AUDITORIA
           PERFORM 3900-GRAVAR-AUDITORIA.

       3900-GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-AUDIT-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-AUDIT-HORA
           MOVE LK-OPERADOR TO WRK-USUARIO OF AUDIT-LOG-RECORD
           MOVE WRK-NIVEL-OPERADOR
               TO WRK-NIVEL OF AUDIT-LOG-RECORD
           MOVE WRK-RAMO-AUDITORIA TO WRK-AUDIT-BRANCH
           MOVE 'P' TO WRK-CAD-FUNCAO
           CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD WRK-CADEIA-AUDITORIA
           WRITE AUDIT-LOG-RECORD
           IF WRK-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A TENTATIVA NEGADA NO LOG '
                   'DE AUDITORIA - STATUS ' WRK-AUDITLOG-STATUS
           ELSE
               IF NOT CAD-INDISPONIVEL
                   MOVE 'G' TO WRK-CAD-FUNCAO
                   CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD
                       WRK-CADEIA-AUDITORIA
               END-IF
           END-IF.

       4000-CONTAR-RECUSA.
      * A RECUSA E CONTADA PELA IDENTIFICACAO DIGITADA, EXISTA ELA
      * OU NAO NO MASTER - QUEM TESTA NOMES DE OPERADOR EM SEQUENCIA
      * TAMBEM E BARRADO.
           MOVE 'N' TO WRK-BLOQUEOU-AGORA
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           IF NOT REGISTRO-BLQ-EXISTE
               MOVE SPACES TO BLOQUEIO-RECORD
               MOVE LK-OPERADOR TO WRK-BLQ-OPERADOR
               MOVE ZEROS TO WRK-BLQ-FALHAS
               MOVE 'A' TO WRK-BLQ-SITUACAO
           END-IF
           IF WRK-BLQ-FALHAS < 999
               ADD 1 TO WRK-BLQ-FALHAS
           END-IF
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-BLQ-DATA-FALHA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-BLQ-HORA-FALHA
           IF WRK-BLQ-FALHAS NOT < WRK-LIMITE-FALHAS
               MOVE 'B' TO WRK-BLQ-SITUACAO
               MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-BLQ-DATA-BLOQUEIO
               MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-BLQ-HORA-BLOQUEIO
               MOVE SPACES TO WRK-BLQ-DATA-DESBLOQ
               MOVE SPACES TO WRK-BLQ-HORA-DESBLOQ
               MOVE SPACES TO WRK-BLQ-OPER-DESBLOQ
               MOVE 'S' TO WRK-BLOQUEOU-AGORA
           END-IF
           IF REGISTRO-BLQ-EXISTE
               REWRITE BLOQUEIO-RECORD
           ELSE
               WRITE BLOQUEIO-RECORD
           END-IF
           IF WRK-BLOQUEIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DE BLOQUEIO DE '
                   'OPERADORES - STATUS ' WRK-BLOQUEIO-STATUS
           ELSE
               IF BLOQUEOU-AGORA
                   PERFORM 3100-GRAVAR-BLOQUEIO
                   MOVE WRK-BLQ-FALHAS TO WRK-FALHAS-ED
                   DISPLAY 'OPERADOR ' LK-OPERADOR ' BLOQUEADO APOS '
                       WRK-FALHAS-ED ' RECUSAS SEGUIDAS'
               END-IF
           END-IF.

       4500-ZERAR-RECUSAS.
           IF REGISTRO-BLQ-EXISTE AND WRK-BLQ-FALHAS > ZEROS
               MOVE ZEROS TO WRK-BLQ-FALHAS
               REWRITE BLOQUEIO-RECORD
               IF WRK-BLOQUEIO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ZERAR O CONTADOR DE RECUSAS - '
                       'STATUS ' WRK-BLOQUEIO-STATUS
               END-IF
           END-IF.
