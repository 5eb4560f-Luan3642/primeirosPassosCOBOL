      *             NAO DUPLICAR AUDITORIA E RESULTADOS - SALVO
      *             REEXECUCAO EXPLICITA COM R NA POSICAO 10 DO
      *             PARM (APOS MODO E DATA).
      * ALTERACAO = 15/10/2026 - CONCESSAO EMERGENCIAL DE NIVEL
      *             (EMERG.DAT, LAYOUT CPEMERG, GRAVADA NO PROGRAMA40)
      *             - O USUARIO COM CONCESSAO ATIVA CUJO NIVEL E O
      *             ELEVADO SO E CLASSIFICADO NESSE NIVEL DENTRO DA
      *             JANELA (DATA DA EXECUCAO + HORA DE SISTEMA);
      *             ANTES OU DEPOIS DELA E CLASSIFICADO, NO RESULTADO
      *             E NO LOG DE AUDITORIA, PELO NIVEL BASE GUARDADO NA
      *             CONCESSAO, MESMO QUE A REVERSAO NOTURNA
      *             (PROGRAMA41) AINDA NAO TENHA DEVOLVIDO O NIVEL BASE
      *             AO MASTER. ARQUIVO DE CONCESSOES INEXISTENTE = SEM
      *             CONCESSOES.
      * ALTERACAO = 15/10/2026 - REGISTRO DO LOG DE AUDITORIA RECEBE
      *             NUMERO DE SEQUENCIA E CHECK ENCADEADO PELA
      *             SUBROTINA AUDCHAIN (AREA CPAUDCAD) ANTES DO WRITE;
      *             DEPOIS DO WRITE BEM SUCEDIDO A ANCORA DA CADEIA
      *             (AUDANCDD) AVANCA PARA ELE.
      * ALTERACAO = 15/10/2026 - ACESSOS POR APLICACAO (USRAPL.DAT,
      *             LAYOUT CPUSRAPL, DDNAME APLDD) - A TRANSACAO COM
      *             CODIGO DE APLICACAO E CLASSIFICADA PELO NIVEL DO
      *             ACESSO DO USUARIO NAQUELA APLICACAO, COM A
      *             EXPIRACAO DO ACESSO ALEM DA EXPIRACAO DA CONTA;
      *             SEM ACESSO NA APLICACAO CLASSIFICA COMO INVALIDO
      *             (I). A CONCESSAO EMERGENCIAL SO VALE PARA O NIVEL
      *             GERAL (APLICACAO EM BRANCO). NO MODO MASTER, CADA
      *             ACESSO DO USUARIO E CLASSIFICADO LOGO APOS A
      *             CONTA. O RESULTADO GRAVA O CODIGO DA APLICACAO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-CHECKPOINT-CHAVE
               FILE STATUS IS WRK-CHECKPOINT-STATUS.
      * CONCESSOES EMERGENCIAIS (EMERGDD, PADRAO EMERG.DAT), LIDAS
      * POR CHAVE DE USUARIO EM 2450-APLICAR-CONCESSAO.
           SELECT EMERGENCIA-FILE ASSIGN TO EMERGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMG-CHAVE
               FILE STATUS IS WRK-EMERG-STATUS.
      * ACESSOS POR APLICACAO (APLDD, PADRAO USRAPL.DAT), LIDOS POR
      * CHAVE USUARIO + APLICACAO EM 2480-OBTER-ACESSO-APLICACAO E
      * EM ORDEM DE CHAVE EM 2100-PROCESSAR-ACESSOS-USUARIO.
           SELECT APLICACAO-FILE ASSIGN TO APLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
       FD  CHECKPOINT-FILE.
           COPY CPCHKPT.

       FD  EMERGENCIA-FILE.
           COPY CPEMERG.

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS      PIC X(02) VALUE '00'.
       77  WRK-TRANS-STATUS      PIC X(02) VALUE '00'.
       77  WRK-CHKRES-STATUS     PIC X(02) VALUE '00'.
       77  WRK-AUDITLOG-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CHECKPOINT-STATUS PIC X(02) VALUE '00'.
       77  WRK-EMERG-STATUS      PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-DATA-HORA-ATUAL PIC X(21).
       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO          VALUE 'S'.
       77  WRK-EXPIRACAO-ATUAL PIC X(08) VALUE SPACES.
       77  WRK-DEPTO-ATUAL     PIC X(06) VALUE SPACES.
       77  WRK-DATA-CORRENTE   PIC X(08) VALUE SPACES.
       77  WRK-APLICACAO-ATUAL PIC X(06) VALUE SPACES.
       77  WRK-EXPIRACAO-APL   PIC X(08) VALUE SPACES.

      * TOTAIS DE CONTROLE DO ARQUIVO DE RESULTADOS, GRAVADOS NO
      * TRAILER AO FINAL DA EXECUCAO E CONFERIDOS PELO PROGRAMA11.
       77  WRK-EXECUCAO-RECUSADA PIC X(01) VALUE 'N'.
         88  EXECUCAO-RECUSADA    VALUE 'S'.

      * CONCESSOES EMERGENCIAIS DE NIVEL (2450-APLICAR-CONCESSAO).
       77  WRK-SEM-CONCESSOES  PIC X(01) VALUE 'N'.
         88  SEM-CONCESSOES       VALUE 'S'.
       77  WRK-FIM-CONCESSOES  PIC X(01) VALUE 'N'.
         88  FIM-CONCESSOES       VALUE 'S'.

      * ACESSOS POR APLICACAO (2100/2480).
       77  WRK-SEM-ACESSOS-APL PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL      VALUE 'S'.
       77  WRK-FIM-ACESSOS     PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS          VALUE 'S'.
       01  WRK-MOMENTO-ATUAL.
           05  WRK-MOMENTO-DATA PIC X(08) VALUE SPACES.
           05  WRK-MOMENTO-HORA PIC X(06) VALUE SPACES.

      * CADEIA DE SEQUENCIA/CHECK DO LOG DE AUDITORIA (AUDCHAIN).
           COPY CPAUDCAD.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN     PIC S9(04) COMP.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CHKPTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CHKPTDD' TO 'NIVCHKPT.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_EMERGDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_EMERGDD' TO 'EMERG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLDD' TO 'USRAPL.DAT'
           END-IF.

       1000-ABRIR-ARQUIVOS.
           IF WRK-AUDITLOG-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
      * SEM O ARQUIVO DE CONCESSOES (NENHUMA CONCESSAO JA FEITA NO
      * PROGRAMA40) TODO NIVEL DO MASTER/TRANSACAO VALE COMO ESTA.
      * QUALQUER OUTRA FALHA ENCERRA A EXECUCAO - SEM AS JANELAS, UM
      * NIVEL ELEVADO VENCIDO SERIA CLASSIFICADO COMO VIGENTE.
           OPEN INPUT EMERGENCIA-FILE
           IF WRK-EMERG-STATUS = '35'
               MOVE 'S' TO WRK-SEM-CONCESSOES
           ELSE
               IF WRK-EMERG-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AS CONCESSOES EMERGENCIAIS - '
                       'STATUS ' WRK-EMERG-STATUS
                   MOVE 'S' TO WRK-SEM-CONCESSOES
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   MOVE 16 TO RETURN-CODE
                   MOVE 'S' TO WRK-CHECKPOINT-ABORTADO
               END-IF
           END-IF
      * SEM O MASTER DE ACESSOS (NENHUM ACESSO JA INCLUIDO NO
      * PROGRAMA44) TODA TRANSACAO COM APLICACAO CLASSIFICA COMO
      * INVALIDA. QUALQUER OUTRA FALHA ENCERRA A EXECUCAO - SEM O
      * MASTER, UM ACESSO EXISTENTE SERIA CLASSIFICADO COMO AUSENTE.
           OPEN INPUT APLICACAO-FILE
           IF WRK-APLICACAO-STATUS = '35'
               MOVE 'S' TO WRK-SEM-ACESSOS-APL
           ELSE
               IF WRK-APLICACAO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O MASTER DE ACESSOS POR '
                       'APLICACAO - STATUS ' WRK-APLICACAO-STATUS
                   MOVE 'S' TO WRK-SEM-ACESSOS-APL
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   MOVE 16 TO RETURN-CODE
                   MOVE 'S' TO WRK-CHECKPOINT-ABORTADO
               END-IF
           END-IF
           IF MODO-TRANSACAO
               PERFORM 1210-LER-CHECKPOINT-ANTERIOR
           ELSE
           MOVE WRK-NIVEL OF USERS-RECORD   TO WRK-NIVEL-ATUAL
           MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIRACAO-ATUAL
           MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ATUAL
           MOVE SPACES TO WRK-APLICACAO-ATUAL
           MOVE SPACES TO WRK-EXPIRACAO-APL
           PERFORM 2450-APLICAR-CONCESSAO
           PERFORM 2500-CLASSIFICAR-NIVEL-ATUAL
           IF NIVEL-VALIDO
               IF WRK-BRANCH-ATUAL = 'E'
           END-IF
           PERFORM 2700-GRAVAR-RESULTADO
           PERFORM 2600-GRAVAR-AUDITORIA
           IF NOT SEM-ACESSOS-APL
               PERFORM 2100-PROCESSAR-ACESSOS-USUARIO
           END-IF
           PERFORM 1100-LER-PROXIMO-USUARIO.

       2100-PROCESSAR-ACESSOS-USUARIO.
      * MODO MASTER - DEPOIS DO NIVEL GERAL DA CONTA, CADA ACESSO DO
      * USUARIO NO MASTER DE ACESSOS E CLASSIFICADO, GRAVADO NO
      * RESULTADO COM O CODIGO DA APLICACAO E AUDITADO. A CHAVE
      * COMECA PELO USUARIO - O START NO USUARIO COM APLICACAO EM
      * LOW-VALUES POSICIONA NO PRIMEIRO ACESSO DELE.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-USUARIO-ATUAL TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 2110-LER-ACESSO-USUARIO
               UNTIL FIM-ACESSOS
           MOVE SPACES TO WRK-APLICACAO-ATUAL
           MOVE SPACES TO WRK-EXPIRACAO-APL.

       2110-LER-ACESSO-USUARIO.
           READ APLICACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ACESSOS
               NOT AT END
                   IF WRK-USUARIO OF APLICACAO-RECORD
                           NOT = WRK-USUARIO-ATUAL
                       MOVE 'S' TO WRK-FIM-ACESSOS
                   ELSE
                       PERFORM 2120-CLASSIFICAR-ACESSO
                   END-IF
           END-READ.

       2120-CLASSIFICAR-ACESSO.
           MOVE WRK-APL-CODIGO TO WRK-APLICACAO-ATUAL
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-NIVEL-ATUAL
           MOVE WRK-APL-EXPIRACAO TO WRK-EXPIRACAO-APL
           PERFORM 2500-CLASSIFICAR-NIVEL-ATUAL
           DISPLAY WRK-USUARIO-ATUAL ' - APLICACAO ' WRK-APLICACAO-ATUAL
               ' - RAMO ' WRK-BRANCH-ATUAL
           PERFORM 2700-GRAVAR-RESULTADO
           PERFORM 2600-GRAVAR-AUDITORIA.

       3000-PROCESSAR-TRANSACOES.
           MOVE WRK-USUARIO OF TRANSACAO-RECORD TO WRK-USUARIO-ATUAL
           MOVE WRK-NIVEL OF TRANSACAO-RECORD   TO WRK-NIVEL-ATUAL
           MOVE WRK-TRN-APLICACAO TO WRK-APLICACAO-ATUAL
           MOVE SPACES TO WRK-EXPIRACAO-APL
           PERFORM 2400-OBTER-EXPIRACAO-MASTER
           IF WRK-APLICACAO-ATUAL = SPACES
               PERFORM 2450-APLICAR-CONCESSAO
               PERFORM 2500-CLASSIFICAR-NIVEL-ATUAL
           ELSE
               PERFORM 2480-OBTER-ACESSO-APLICACAO
           END-IF
           PERFORM 2700-GRAVAR-RESULTADO
           PERFORM 2600-GRAVAR-AUDITORIA
           ADD 1 TO WRK-QTDE-PROCESSADA-ATUAL
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ATUAL
           END-READ.

       2450-APLICAR-CONCESSAO.
      * O NIVEL ELEVADO DE UMA CONCESSAO EMERGENCIAL ATIVA SO VALE
      * DENTRO DA JANELA, INCLUSIVE NAS PONTAS - FORA DELA O USUARIO
      * E CLASSIFICADO PELO NIVEL BASE DA CONCESSAO. O MOMENTO E A
      * DATA DA EXECUCAO (PARM OU SISTEMA) COM A HORA DE SISTEMA. UM
      * NIVEL DIFERENTE DO ELEVADO (ALTERADO POR OUTRA MANUTENCAO)
      * NAO E TOCADO. SO HA UMA CONCESSAO ATIVA POR USUARIO.
           IF NOT SEM-CONCESSOES
               MOVE 'N' TO WRK-FIM-CONCESSOES
               MOVE WRK-USUARIO-ATUAL
                   TO WRK-USUARIO OF EMERGENCIA-RECORD
               MOVE LOW-VALUES TO WRK-EMG-INICIO
               START EMERGENCIA-FILE
                   KEY IS NOT LESS THAN WRK-EMG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CONCESSOES
               END-START
               PERFORM 2460-LER-CONCESSAO
                   UNTIL FIM-CONCESSOES
           END-IF.

       2460-LER-CONCESSAO.
           READ EMERGENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONCESSOES
               NOT AT END
                   IF WRK-USUARIO OF EMERGENCIA-RECORD
                           NOT = WRK-USUARIO-ATUAL
                       MOVE 'S' TO WRK-FIM-CONCESSOES
                   ELSE
                       IF EMG-ATIVA
                           MOVE 'S' TO WRK-FIM-CONCESSOES
                           PERFORM 2470-CONFERIR-JANELA
                       END-IF
                   END-IF
           END-READ.

       2470-CONFERIR-JANELA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-CORRENTE TO WRK-MOMENTO-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-MOMENTO-HORA
           IF WRK-NIVEL-ATUAL = WRK-EMG-NIVEL-ELEVADO
               IF WRK-MOMENTO-ATUAL < WRK-EMG-INICIO
                       OR WRK-MOMENTO-ATUAL > WRK-EMG-FIM
                   MOVE WRK-EMG-NIVEL-BASE TO WRK-NIVEL-ATUAL
               END-IF
           END-IF.

       2480-OBTER-ACESSO-APLICACAO.
      * TRANSACAO COM CODIGO DE APLICACAO - O NIVEL QUE VALE E O DO
      * ACESSO DO USUARIO NAQUELA APLICACAO, NAO O DA TRANSACAO NEM
      * O NIVEL GERAL DA CONTA; A EXPIRACAO DO ACESSO VALE ALEM DA
      * EXPIRACAO DA CONTA. SEM ACESSO NA APLICACAO A TRANSACAO E
      * CLASSIFICADA COMO INVALIDA (I) COM O NIVEL QUE TROUXE.
           IF SEM-ACESSOS-APL
               PERFORM 1500-VALIDAR-NIVEL-ATUAL
               MOVE 'I' TO WRK-BRANCH-ATUAL
           ELSE
               MOVE WRK-USUARIO-ATUAL TO WRK-USUARIO OF APLICACAO-RECORD
               MOVE WRK-APLICACAO-ATUAL TO WRK-APL-CODIGO
               READ APLICACAO-FILE
                   INVALID KEY
                       PERFORM 1500-VALIDAR-NIVEL-ATUAL
                       MOVE 'I' TO WRK-BRANCH-ATUAL
                   NOT INVALID KEY
                       MOVE WRK-NIVEL OF APLICACAO-RECORD
                           TO WRK-NIVEL-ATUAL
                       MOVE WRK-APL-EXPIRACAO TO WRK-EXPIRACAO-APL
                       PERFORM 2500-CLASSIFICAR-NIVEL-ATUAL
               END-READ
           END-IF.

       2500-CLASSIFICAR-NIVEL-ATUAL.
           PERFORM 1500-VALIDAR-NIVEL-ATUAL
           IF NIVEL-VALIDO
                       AND WRK-DATA-CORRENTE > WRK-EXPIRACAO-ATUAL
                   MOVE 'E' TO WRK-BRANCH-ATUAL
               END-IF
      * O ACESSO POR APLICACAO TEM EXPIRACAO PROPRIA, COM A MESMA
      * REGRA DA CONTA (EM BRANCO FORA DE ACESSO POR APLICACAO).
               IF WRK-EXPIRACAO-APL IS NUMERIC
                       AND WRK-EXPIRACAO-APL > '00000000'
                       AND WRK-DATA-CORRENTE > WRK-EXPIRACAO-APL
                   MOVE 'E' TO WRK-BRANCH-ATUAL
               END-IF
           ELSE
               MOVE 'I' TO WRK-BRANCH-ATUAL
           END-IF.
           MOVE WRK-USUARIO-ATUAL TO WRK-USUARIO OF AUDIT-LOG-RECORD
           MOVE WRK-NIVEL-ATUAL   TO WRK-NIVEL OF AUDIT-LOG-RECORD
           MOVE WRK-BRANCH-ATUAL  TO WRK-AUDIT-BRANCH
           MOVE 'P' TO WRK-CAD-FUNCAO
           CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD WRK-CADEIA-AUDITORIA
           WRITE AUDIT-LOG-RECORD
           IF WRK-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O LOG DE AUDITORIA - STATUS '
                   WRK-AUDITLOG-STATUS
           ELSE
               IF NOT CAD-INDISPONIVEL
                   MOVE 'G' TO WRK-CAD-FUNCAO
                   CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD
                       WRK-CADEIA-AUDITORIA
               END-IF
           END-IF.

       2700-GRAVAR-RESULTADO.
           MOVE WRK-NIVEL-ATUAL   TO WRK-NIVEL OF CHECK-RESULT-RECORD
           MOVE WRK-BRANCH-ATUAL  TO WRK-RESULT-BRANCH
           MOVE WRK-DEPTO-ATUAL   TO WRK-RESULT-DEPTO
           MOVE WRK-APLICACAO-ATUAL TO WRK-RESULT-APLICACAO
           WRITE CHECK-RESULT-RECORD
           IF WRK-CHKRES-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O RESULTADO DA CONFERENCIA - '
           IF RETURN-CODE = 0
               PERFORM 2800-GRAVAR-TRAILER-RESULTADO
           END-IF
           IF NOT SEM-CONCESSOES
               CLOSE EMERGENCIA-FILE
           END-IF
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF
           CLOSE CHECK-RESULTS-FILE
           CLOSE AUDIT-LOG-FILE.
