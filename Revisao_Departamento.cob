      *           LOTACAO (DEPARTAMENTO EM BRANCO) SAI PRIMEIRO,
      *           SOB O TITULO SEM LOTACAO, PARA COBRANCA DO
      *           CADASTRO.
      * ARQUIVOS PELAS DDNAMES DO JCL (USERSDD/DEPWRKDD/DEPLSTDD/
      * APLDD), COM VALOR PADRAO QUANDO A VARIAVEL DE AMBIENTE
      * DD_xxxxx NAO ESTA DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 02/09/2026
      * ALTERACAO = 15/10/2026 - ACESSOS POR APLICACAO (USRAPL.DAT) -
      *             ABAIXO DE CADA USUARIO SAI UMA LINHA POR ACESSO,
      *             COM APLICACAO, NIVEL E EXPIRACAO PROPRIOS, PARA O
      *             GESTOR ATESTAR CADA ACESSO. TOTAL DE ACESSOS NO
      *             DEPARTAMENTO E NO FIM DA LISTAGEM. SEM O MASTER
      *             DE ACESSOS (STATUS 35) SAEM SO OS USUARIOS.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REVISAO-FILE ASSIGN TO DEPLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REVISAO-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO APLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
       FD  REVISAO-FILE.
       01  REVISAO-LINHA          PIC X(80).

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-DEPTO-WORK-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REVISAO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-SEM-ACESSOS-APL    PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL         VALUE 'S'.
       77  WRK-FIM-ACESSOS        PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS             VALUE 'S'.
       77  WRK-FIM-MASTER         PIC X(01) VALUE 'N'.
         88  FIM-MASTER              VALUE 'S'.
       77  WRK-FIM-TRABALHO       PIC X(01) VALUE 'N'.
       77  WRK-QTDE-DEPTO-ED      PIC ZZZZ9.
       77  WRK-QTDE-USUARIOS-ED   PIC ZZZZZZ9.
       77  WRK-QTDE-DEPTOS-ED     PIC ZZZZ9.
       77  WRK-QTDE-ACESSOS-DEPTO PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ACESSOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACESSOS-DEPTO-ED PIC ZZZZ9.
       77  WRK-QTDE-ACESSOS-ED    PIC ZZZZZZ9.
       77  WRK-EXPIRACAO-TEXTO    PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_DEPLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_DEPLSTDD' TO 'DEPTREVW.LST'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLDD' TO 'USRAPL.DAT'
           END-IF.

       1000-ABRIR-ARQUIVOS.
               IF NOT FIM-MASTER
                   PERFORM 1100-LER-PROXIMO-USUARIO
               END-IF
           END-IF
      * SEM O MASTER DE ACESSOS POR APLICACAO (NENHUM ACESSO JA
      * INCLUIDO NO PROGRAMA44) A REVISAO SAI SO COM OS USUARIOS.
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

       1100-LER-PROXIMO-USUARIO.
       2000-CARREGAR-TRABALHO.
           MOVE WRK-DEPARTAMENTO TO WRK-DPW-DEPTO
           MOVE WRK-USUARIO OF USERS-RECORD TO WRK-DPW-USUARIO
           MOVE WRK-NIVEL OF USERS-RECORD TO WRK-DPW-NIVEL
           MOVE WRK-DATA-EXPIRACAO TO WRK-DPW-EXPIRACAO
           WRITE DEPTO-WORK-RECORD
           IF WRK-DEPTO-WORK-STATUS NOT = '00'
           ELSE
               ADD 1 TO WRK-QTDE-DEPTO
               ADD 1 TO WRK-QTDE-USUARIOS
               IF NOT SEM-ACESSOS-APL
                   PERFORM 3250-LISTAR-ACESSOS-USUARIO
               END-IF
           END-IF
           IF NOT ABORTADO
               PERFORM 3100-LER-PROXIMO-TRABALHO
           END-IF.

       3250-LISTAR-ACESSOS-USUARIO.
      * A CHAVE DO MASTER DE ACESSOS COMECA PELO USUARIO - O START
      * NO USUARIO COM APLICACAO EM LOW-VALUES POSICIONA NO PRIMEIRO
      * ACESSO DELE.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-DPW-USUARIO TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 3260-LER-PROXIMO-ACESSO
           PERFORM 3270-LISTAR-ACESSO
               UNTIL FIM-ACESSOS OR ABORTADO.

       3260-LER-PROXIMO-ACESSO.
           IF NOT FIM-ACESSOS
               READ APLICACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ACESSOS
                   NOT AT END
                       IF WRK-USUARIO OF APLICACAO-RECORD
                               NOT = WRK-DPW-USUARIO
                           MOVE 'S' TO WRK-FIM-ACESSOS
                       END-IF
               END-READ
           END-IF.

       3270-LISTAR-ACESSO.
           IF WRK-APL-EXPIRACAO = SPACES
               MOVE 'NENHUMA ' TO WRK-EXPIRACAO-TEXTO
           ELSE
               MOVE WRK-APL-EXPIRACAO TO WRK-EXPIRACAO-TEXTO
           END-IF
           MOVE SPACES TO REVISAO-LINHA
           STRING '      APLICACAO ' DELIMITED BY SIZE
               WRK-APL-CODIGO DELIMITED BY SIZE
               ' NIVEL ' DELIMITED BY SIZE
               WRK-NIVEL OF APLICACAO-RECORD DELIMITED BY SIZE
               ' EXPIRACAO ' DELIMITED BY SIZE
               WRK-EXPIRACAO-TEXTO DELIMITED BY SIZE
               INTO REVISAO-LINHA
           WRITE REVISAO-LINHA
           IF WRK-REVISAO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A LISTAGEM DE REVISAO - '
                   'STATUS ' WRK-REVISAO-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-QTDE-ACESSOS-DEPTO
               ADD 1 TO WRK-QTDE-ACESSOS
               PERFORM 3260-LER-PROXIMO-ACESSO
           END-IF.

       3300-ABRIR-DEPARTAMENTO.
           ADD 1 TO WRK-QTDE-DEPTOS
           MOVE ZEROS TO WRK-QTDE-DEPTO
           MOVE ZEROS TO WRK-QTDE-ACESSOS-DEPTO
           MOVE SPACES TO REVISAO-LINHA
           WRITE REVISAO-LINHA
           MOVE SPACES TO REVISAO-LINHA
           STRING '  USUARIOS NO DEPARTAMENTO: ' DELIMITED BY SIZE
               WRK-QTDE-DEPTO-ED DELIMITED BY SIZE
               INTO REVISAO-LINHA
           WRITE REVISAO-LINHA
           IF NOT SEM-ACESSOS-APL
               MOVE WRK-QTDE-ACESSOS-DEPTO TO WRK-QTDE-ACESSOS-DEPTO-ED
               MOVE SPACES TO REVISAO-LINHA
               STRING '  ACESSOS NO DEPARTAMENTO.: ' DELIMITED BY SIZE
                   WRK-QTDE-ACESSOS-DEPTO-ED DELIMITED BY SIZE
                   INTO REVISAO-LINHA
               WRITE REVISAO-LINHA
           END-IF.

       3500-EMITIR-TOTAIS.
           MOVE WRK-QTDE-USUARIOS TO WRK-QTDE-USUARIOS-ED
               INTO REVISAO-LINHA
           WRITE REVISAO-LINHA
           DISPLAY 'TOTAL DE DEPARTAMENTOS.: ' WRK-QTDE-DEPTOS-ED
           DISPLAY 'TOTAL DE USUARIOS......: ' WRK-QTDE-USUARIOS-ED
           IF NOT SEM-ACESSOS-APL
               MOVE WRK-QTDE-ACESSOS TO WRK-QTDE-ACESSOS-ED
               MOVE SPACES TO REVISAO-LINHA
               STRING 'TOTAL DE ACESSOS.......: ' DELIMITED BY SIZE
                   WRK-QTDE-ACESSOS-ED DELIMITED BY SIZE
                   INTO REVISAO-LINHA
               WRITE REVISAO-LINHA
               DISPLAY 'TOTAL DE ACESSOS.......: ' WRK-QTDE-ACESSOS-ED
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE USERS-FILE
           CLOSE DEPTO-WORK-FILE
           CLOSE REVISAO-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF.
