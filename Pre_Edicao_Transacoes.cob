      *           RESSUBMISSAO NA MESMA NOITE.
      * MOTIVOS: NV = NIVEL NAO NUMERICO OU FORA DO ESQUEMA
      *          UX = USUARIO INEXISTENTE NO MASTER
      *          DP = USUARIO DUPLICADO NO ARQUIVO DO DIA (NA MESMA
      *               APLICACAO)
      *          AX = USUARIO SEM ACESSO NA APLICACAO DA TRANSACAO
      * RETURN-CODE: 0 = TODAS LIMPAS; 4 = HOUVE REJEITADAS (O JOB
      *           PODE SEGUIR COM O ARQUIVO LIMPO); 16 = ERRO DE
      *           ABERTURA OU NENHUMA TRANSACAO LIMPA (O JOB DEVE
      *           PARAR).
      * ARQUIVOS PELAS DDNAMES DO JCL (TRANSDD/USERSDD/TRANOKDD/
      * TRANREJD/ACEWRKDD/APLDD), COM VALOR PADRAO QUANDO A VARIAVEL DE
      * AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 22/08/2026
      * ALTERACAO = 22/08/2026 - A CRITICA DE DUPLICIDADE PASSA A
      *             PASSA A RECEBER PARM OPCIONAL COM A DATA DE
      *             MOVIMENTO (POSICOES 1-8, AAAAMMDD); SEM ELA,
      *             USA A DATA DE SISTEMA.
      * ALTERACAO = 15/10/2026 - TRANSACAO COM CODIGO DE APLICACAO
      *             (CPTRANS) - A TRANSACAO COM APLICACAO PREENCHIDA
      *             EXIGE O ACESSO DO USUARIO NAQUELA APLICACAO NO
      *             MASTER DE ACESSOS (USRAPL.DAT, DDNAME APLDD),
      *             NOVO MOTIVO AX. A DUPLICIDADE PASSA A SER POR
      *             USUARIO + APLICACAO. O CODIGO DA APLICACAO SEGUE
      *             NO ARQUIVO LIMPO E NO DE REJEITADAS.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-ACEITO-CHAVE
               FILE STATUS IS WRK-ACEITOS-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO APLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  LIMPO-RECORD.
           05  WRK-LIMPO-USUARIO  PIC X(20).
           05  WRK-LIMPO-NIVEL    PIC 9(02).
           05  WRK-LIMPO-APLICACAO PIC X(06).

       FD  REJEITO-FILE.
       01  REJEITO-RECORD.
           05  WRK-REJ-USUARIO    PIC X(20).
           05  WRK-REJ-NIVEL      PIC X(02).
           05  WRK-REJ-MOTIVO     PIC X(02).
           05  WRK-REJ-APLICACAO  PIC X(06).

       FD  ACEITOS-FILE.
       01  ACEITO-RECORD.
           05  WRK-ACEITO-CHAVE.
               10  WRK-ACEITO-USUARIO   PIC X(20).
               10  WRK-ACEITO-APLICACAO PIC X(06).

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       WORKING-STORAGE SECTION.
       77  WRK-TRANS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-LIMPO-STATUS       PIC X(02) VALUE '00'.
       77  WRK-REJEITO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ACEITOS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-SEM-ACESSOS-APL    PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL         VALUE 'S'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_ACEWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_ACEWRKDD' TO 'ACEWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLDD' TO 'USRAPL.DAT'
           END-IF.

       1000-ABRIR-ARQUIVOS.
                       MOVE 'S' TO WRK-ABORTADO
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 1050-ABRIR-ACESSOS-APLICACAO
                   END-IF
                   IF NOT ABORTADO
                       PERFORM 1100-LER-PROXIMA-TRANSACAO
                   END-IF
               END-IF
           END-IF.

       1050-ABRIR-ACESSOS-APLICACAO.
      * SEM O MASTER DE ACESSOS (NENHUM ACESSO INCLUIDO AINDA NO
      * PROGRAMA44) TODA TRANSACAO COM APLICACAO E REJEITADA COM
      * AX; AS DEMAIS SEGUEM NORMALMENTE. OUTRA FALHA ABORTA.
           OPEN INPUT APLICACAO-FILE
           IF WRK-APLICACAO-STATUS = '35'
               MOVE 'S' TO WRK-SEM-ACESSOS-APL
           ELSE
               IF WRK-APLICACAO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O MASTER DE ACESSOS POR '
                       'APLICACAO - STATUS ' WRK-APLICACAO-STATUS
                   MOVE 'S' TO WRK-SEM-ACESSOS-APL
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LER-PROXIMA-TRANSACAO.
           READ TRANS-FILE
               AT END
           IF WRK-MOTIVO-REJEICAO = SPACES
               PERFORM 2200-CRITICAR-USUARIO-MASTER
           END-IF
           IF WRK-MOTIVO-REJEICAO = SPACES
                   AND WRK-TRN-APLICACAO NOT = SPACES
               PERFORM 2250-CRITICAR-ACESSO-APLICACAO
           END-IF
           IF WRK-MOTIVO-REJEICAO = SPACES
               PERFORM 2300-CRITICAR-DUPLICIDADE
           END-IF
                   MOVE 'UX' TO WRK-MOTIVO-REJEICAO
           END-READ.

       2250-CRITICAR-ACESSO-APLICACAO.
           IF SEM-ACESSOS-APL
               MOVE 'AX' TO WRK-MOTIVO-REJEICAO
           ELSE
               MOVE WRK-USUARIO OF TRANSACAO-RECORD
                   TO WRK-USUARIO OF APLICACAO-RECORD
               MOVE WRK-TRN-APLICACAO TO WRK-APL-CODIGO
               READ APLICACAO-FILE
                   INVALID KEY
                       MOVE 'AX' TO WRK-MOTIVO-REJEICAO
               END-READ
           END-IF.

       2300-CRITICAR-DUPLICIDADE.
      * O PROPRIO WRITE NO ARQUIVO DE TRABALHO INDEXADO FAZ A
      * CRITICA - CHAVE DUPLICADA (STATUS 22) E O MESMO USUARIO JA
      * ACEITO ANTES NO ARQUIVO DO DIA - O MESMO USUARIO EM
      * APLICACOES DIFERENTES NAO E DUPLICIDADE. QUALQUER OUTRA FALHA DE
      * GRAVACAO E ERRO DURO - SEGUIR SEM A CRITICA DEIXARIA
      * DUPLICIDADES PASSAREM SEM AVISO.
           MOVE WRK-USUARIO OF TRANSACAO-RECORD TO WRK-ACEITO-USUARIO
           MOVE WRK-TRN-APLICACAO TO WRK-ACEITO-APLICACAO
           WRITE ACEITO-RECORD
           EVALUATE WRK-ACEITOS-STATUS
               WHEN '00'
       2400-GRAVAR-LIMPA.
           MOVE WRK-USUARIO OF TRANSACAO-RECORD TO WRK-LIMPO-USUARIO
           MOVE WRK-NIVEL OF TRANSACAO-RECORD   TO WRK-LIMPO-NIVEL
           MOVE WRK-TRN-APLICACAO               TO WRK-LIMPO-APLICACAO
           WRITE LIMPO-RECORD
           IF WRK-LIMPO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO LIMPO - STATUS '
           MOVE WRK-USUARIO OF TRANSACAO-RECORD TO WRK-REJ-USUARIO
           MOVE WRK-NIVEL OF TRANSACAO-RECORD   TO WRK-REJ-NIVEL
           MOVE WRK-MOTIVO-REJEICAO             TO WRK-REJ-MOTIVO
           MOVE WRK-TRN-APLICACAO               TO WRK-REJ-APLICACAO
           WRITE REJEITO-RECORD
           IF WRK-REJEITO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE REJEITADAS - '
       9000-FECHAR-ARQUIVOS.
      * OS CLOSE SAO INCONDICIONAIS - FECHAR UM ARQUIVO QUE NAO
      * CHEGOU A ABRIR APENAS RETORNA STATUS DE ARQUIVO NAO ABERTO,
      * QUE NAO E CRITICADO AQUI. O MASTER DE ACESSOS AUSENTE E
      * ESPERADO E SEU CLOSE E PROTEGIDO, COMO NO PROGRAMA31.
           CLOSE TRANS-FILE
           CLOSE USERS-FILE
           CLOSE LIMPO-FILE
           CLOSE REJEITO-FILE
           CLOSE ACEITOS-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF.
