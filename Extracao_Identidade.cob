      * PARM: POSICOES 1-8 = DATA DA EXECUCAO (AAAAMMDD) - SEM
      *       ELA, USA A DATA DE SISTEMA.
      * ARQUIVOS PELAS DDNAMES DO JCL (USERSDD/CHKRESDD/HRFEEDDD/
      * IDMEXTDD/CLSWRKDD/HRWRKDD/APLDD), COM VALOR PADRAO QUANDO A
      * VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO
      * PROGRAMA10.
      * DATA = 22/08/2026
      *             APROVACOES NO SISTEMA DE IDENTIDADES - HIFEN
      *             QUANDO O USUARIO NAO TEM LOTACAO, COMO OS
      *             DEMAIS CAMPOS SEM CORRESPONDENCIA.
      * ALTERACAO = 15/10/2026 - ACESSOS POR APLICACAO (USRAPL.DAT,
      *             DDNAME APLDD) - DEPOIS DO DETALHE GERAL DE CADA
      *             USUARIO SAI UM DETALHE POR ACESSO, COM O NIVEL DO
      *             ACESSO E A CLASSIFICACAO DAQUELA APLICACAO NO
      *             CHKRES. O CODIGO DA APLICACAO E O SEXTO CAMPO DO
      *             DETALHE (HIFEN NO DETALHE GERAL). O ARQUIVO DE
      *             TRABALHO DAS CLASSIFICACOES PASSA A SER INDEXADO
      *             POR USUARIO + APLICACAO. SEM O MASTER DE ACESSOS
      *             (STATUS 35) SAEM SO OS DETALHES GERAIS.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-HRW-CHAVE
               FILE STATUS IS WRK-HR-WORK-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO APLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.

       FD  CLASSIF-WORK-FILE.
      * ARQUIVO DE TRABALHO COM A ULTIMA CLASSIFICACAO DE CADA
      * USUARIO DO ARQUIVO DE RESULTADOS, INDEXADO POR USUARIO +
      * APLICACAO (EM BRANCO NA CONFERENCIA GERAL) E RECRIADO A
      * CADA EXECUCAO - SEM TETO DE POPULACAO.
       01  CLASSIF-WORK-RECORD.
           05  WRK-CLS-CHAVE.
               10  WRK-CLS-USUARIO PIC X(20).
               10  WRK-CLS-APLICACAO PIC X(06).
           05  WRK-CLS-RAMO        PIC X(01).

       FD  HR-WORK-FILE.
           05  WRK-HRW-CHAVE       PIC X(20).
           05  WRK-HRW-SITUACAO    PIC X(01).

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-CHKRES-STATUS      PIC X(02) VALUE '00'.
       77  WRK-INTERFACE-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CLASSIF-STATUS     PIC X(02) VALUE '00'.
       77  WRK-HR-WORK-STATUS     PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-FIM-MASTER         PIC X(01) VALUE 'N'.
       77  WRK-BRANCH-EXTRATO     PIC X(01) VALUE '-'.
       77  WRK-STATUS-EXTRATO     PIC X(01) VALUE '-'.
       77  WRK-DEPTO-EXTRATO      PIC X(06) VALUE '-'.
       77  WRK-NIVEL-EXTRATO      PIC 9(02) VALUE ZEROS.
       77  WRK-APLICACAO-EXTRATO  PIC X(06) VALUE '-'.
       77  WRK-SEM-ACESSOS-APL    PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL         VALUE 'S'.
       77  WRK-FIM-ACESSOS        PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS             VALUE 'S'.
       77  WRK-QTDE-DETALHES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DETALHES-ED   PIC ZZZZZZ9.

           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_HRWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_HRWRKDD' TO 'HRWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLDD' TO 'USRAPL.DAT'
           END-IF.

       0100-TRATAR-PARM.
                   WRK-HR-WORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF
      * SEM O MASTER DE ACESSOS POR APLICACAO (NENHUM ACESSO JA
      * INCLUIDO NO PROGRAMA44) SAEM SO OS DETALHES GERAIS.
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

       1100-LER-PROXIMO-RESULTADO.
           END-READ.

       1500-CARREGAR-CLASSIFICACOES.
      * CARREGA A CLASSIFICACAO DE CADA USUARIO E APLICACAO NO
      * ARQUIVO DE TRABALHO INDEXADO - A MESMA CHAVE MAIS DE UMA VEZ
      * (STATUS 22) E REGRAVADO, ENTAO A ULTIMA OCORRENCIA DO
      * ARQUIVO PREVALECE. O TRAILER DE TOTAIS DO PROGRAMA10 NAO E
      * USUARIO E E IGNORADO. QUALQUER OUTRA FALHA DE GRAVACAO E
           PERFORM 1100-LER-PROXIMO-RESULTADO
           IF NOT FIM-ARQUIVO AND NOT TRAILER-PRESENTE
               MOVE WRK-USUARIO OF CHECK-RESULT-RECORD
                   TO WRK-CLS-USUARIO
               MOVE WRK-RESULT-APLICACAO TO WRK-CLS-APLICACAO
               MOVE WRK-RESULT-BRANCH TO WRK-CLS-RAMO
               WRITE CLASSIF-WORK-RECORD
               IF WRK-CLASSIF-STATUS = '22'
       2500-EXTRAIR-USUARIOS.
      * PERCORRE O MASTER DE USUARIOS DO INICIO AO FIM E GRAVA UM
      * DETALHE POR USUARIO, COM A CLASSIFICACAO E A SITUACAO RH
      * PROCURADAS POR CHAVE NOS ARQUIVOS DE TRABALHO, SEGUIDO DE
      * UM DETALHE POR ACESSO DO USUARIO NO MASTER DE ACESSOS.
      * ACESSO DE USUARIO QUE NAO ESTA NO MASTER DE USUARIOS NAO E
      * EXTRAIDO.
           MOVE 'N' TO WRK-FIM-MASTER
           MOVE LOW-VALUES TO WRK-USUARIO OF USERS-RECORD
           START USERS-FILE KEY IS NOT LESS THAN WRK-USUARIO
           END-READ.

       2520-GRAVAR-DETALHE.
           MOVE SPACES TO WRK-CLS-APLICACAO
           PERFORM 2530-PROCURAR-CLASSIFICACAO
           PERFORM 2540-PROCURAR-SITUACAO-RH
      * DEPARTAMENTO DIRETO DO MASTER - HIFEN QUANDO SEM LOTACAO.
           ELSE
               MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-EXTRATO
           END-IF
           MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-EXTRATO
           MOVE '-' TO WRK-APLICACAO-EXTRATO
           PERFORM 2550-GRAVAR-LINHA-DETALHE
           IF NOT ABORTADO AND NOT SEM-ACESSOS-APL
               PERFORM 2560-EXTRAIR-ACESSOS-USUARIO
           END-IF
           IF NOT ABORTADO
               PERFORM 2510-LER-PROXIMO-MASTER
           END-IF.

       2530-PROCURAR-CLASSIFICACAO.
      * WRK-CLS-APLICACAO JA VEM POSICIONADA PELO CHAMADOR.
           MOVE '-' TO WRK-BRANCH-EXTRATO
           MOVE WRK-USUARIO OF USERS-RECORD TO WRK-CLS-USUARIO
           READ CLASSIF-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-CLS-RAMO TO WRK-BRANCH-EXTRATO
           END-READ.

       2540-PROCURAR-SITUACAO-RH.
           MOVE '-' TO WRK-STATUS-EXTRATO
           MOVE WRK-USUARIO OF USERS-RECORD TO WRK-HRW-CHAVE
           READ HR-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-HRW-SITUACAO TO WRK-STATUS-EXTRATO
           END-READ.

       2550-GRAVAR-LINHA-DETALHE.
      * USUARIO;NIVEL;RAMO;SITUACAO RH;DEPTO;APLICACAO - O RAMO
      * FICA SEMPRE NA POSICAO 27 DA LINHA.
           MOVE SPACES TO INTERFACE-LINHA
           STRING 'D;' DELIMITED BY SIZE
               WRK-USUARIO OF USERS-RECORD DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-NIVEL-EXTRATO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-BRANCH-EXTRATO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-STATUS-EXTRATO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-DEPTO-EXTRATO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WRK-APLICACAO-EXTRATO DELIMITED BY SIZE
               INTO INTERFACE-LINHA
           WRITE INTERFACE-LINHA
           IF WRK-INTERFACE-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-QTDE-DETALHES
           END-IF.

       2560-EXTRAIR-ACESSOS-USUARIO.
      * A CHAVE DO MASTER DE ACESSOS COMECA PELO USUARIO - O START
      * NO USUARIO COM APLICACAO EM LOW-VALUES POSICIONA NO PRIMEIRO
      * ACESSO DELE. A SITUACAO RH E O DEPARTAMENTO SAO OS DO
      * DETALHE GERAL.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 2570-LER-PROXIMO-ACESSO
           PERFORM 2580-GRAVAR-DETALHE-ACESSO
               UNTIL FIM-ACESSOS OR ABORTADO.

       2570-LER-PROXIMO-ACESSO.
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

       2580-GRAVAR-DETALHE-ACESSO.
           MOVE WRK-APL-CODIGO TO WRK-CLS-APLICACAO
           PERFORM 2530-PROCURAR-CLASSIFICACAO
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-NIVEL-EXTRATO
           MOVE WRK-APL-CODIGO TO WRK-APLICACAO-EXTRATO
           PERFORM 2550-GRAVAR-LINHA-DETALHE
           IF NOT ABORTADO
               PERFORM 2570-LER-PROXIMO-ACESSO
           END-IF.

       3000-GRAVAR-TRAILER.
           IF NOT ABORTADO
           CLOSE USERS-FILE
           CLOSE INTERFACE-FILE
           CLOSE CLASSIF-WORK-FILE
           CLOSE HR-WORK-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF.
