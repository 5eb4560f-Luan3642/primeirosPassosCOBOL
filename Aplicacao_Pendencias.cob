      *             PENDENTE NAO TRAZ DEPARTAMENTO) E A REMOCAO
      *             CAPTURA A LOTACAO ANTERIOR NO JOURNAL, PARA O
      *             ESTORNO RESTAURA-LA.
      * ALTERACAO = 15/10/2026 - ACAO REBAIXAR (D), GRAVADA PELA
      *             DETECCAO DE CONTAS DORMENTES (PROGRAMA36) PARA
      *             CONTA PRIVILEGIADA SEM ATIVIDADE: A APROVACAO
      *             REGRAVA O NIVEL DO USUARIO COM O NIVEL SUGERIDO,
      *             MANTENDO EXPIRACAO E LOTACAO, E GRAVA A
      *             ALTERACAO NO JOURNAL. MOTIVO DO (CONTA DORMENTE)
      *             EXIBIDO NA DECISAO.
      * ALTERACAO = 15/10/2026 - A REMOCAO DO USUARIO EXCLUI TAMBEM OS
      *             ACESSOS DELE POR APLICACAO (USRAPL.DAT), CADA UM
      *             GRAVADO NO JOURNAL DE ACESSOS (APLJRNL.DAT) COM O
      *             SUPERVISOR, COMO NO PROGRAMA12.
      * ALTERACAO = 15/10/2026 - O REBAIXAMENTO (D) REBAIXA TAMBEM OS
      *             ACESSOS POR APLICACAO NAO EXPIRADOS COM NIVEL ADM
      *             (PELA NIVELCHK) PARA O NIVEL SUGERIDO, CADA UM
      *             GRAVADO NO JOURNAL DE ACESSOS COM ACAO A - CONTA
      *             DORMENTE NAO FICA PRIVILEGIADA PELO ACESSO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RESUMO-FILE ASSIGN TO "PENDAPL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESUMO-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO "USRAPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
           SELECT JOURNAL-APL-FILE ASSIGN TO "APLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-APL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDENTES-FILE.
       FD  RESUMO-FILE.
       01  RESUMO-LINHA           PIC X(80).

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       FD  JOURNAL-APL-FILE.
           COPY CPAPLJRN.

       WORKING-STORAGE SECTION.
       77  WRK-PENDENTES-STATUS   PIC X(02) VALUE '00'.
       77  WRK-DECIDIDAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS     PIC X(02) VALUE '00'.
       77  WRK-RESUMO-STATUS      PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-APL-STATUS PIC X(02) VALUE '00'.
       77  WRK-SEM-ACESSOS-APL    PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL         VALUE 'S'.
       77  WRK-FIM-ACESSOS        PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS             VALUE 'S'.
       77  WRK-NIVEL-APL-ANTES    PIC 9(02) VALUE ZEROS.
       77  WRK-IS-ADM             PIC X(01) VALUE 'N'.
       77  WRK-IS-USER            PIC X(01) VALUE 'N'.
       77  WRK-IS-VALIDO          PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
                   END-IF
                   OPEN OUTPUT DECIDIDAS-FILE
                   OPEN OUTPUT RESUMO-FILE
                   OPEN I-O APLICACAO-FILE
                   IF WRK-APLICACAO-STATUS = '35'
                       MOVE 'S' TO WRK-SEM-ACESSOS-APL
                       MOVE '00' TO WRK-APLICACAO-STATUS
                   END-IF
                   OPEN EXTEND JOURNAL-APL-FILE
                   IF WRK-JOURNAL-APL-STATUS = '35'
                       OPEN OUTPUT JOURNAL-APL-FILE
                   END-IF
                   IF WRK-JOURNAL-STATUS NOT = '00'
                           OR WRK-DECIDIDAS-STATUS NOT = '00'
                           OR WRK-RESUMO-STATUS NOT = '00'
                           OR WRK-APLICACAO-STATUS NOT = '00'
                           OR WRK-JOURNAL-APL-STATUS NOT = '00'
                       DISPLAY 'ERRO AO ABRIR JOURNAL/DECIDIDAS/'
                           'RESUMO/ACESSOS - STATUS '
                           WRK-JOURNAL-STATUS
                           ' ' WRK-DECIDIDAS-STATUS
                           ' ' WRK-RESUMO-STATUS
                           ' ' WRK-APLICACAO-STATUS
                           ' ' WRK-JOURNAL-APL-STATUS
                       MOVE 'S' TO WRK-ABORTADO
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                       MOVE 16 TO RETURN-CODE
               WHEN PEND-REMOVER
                   DISPLAY 'REMOVER ' WRK-USUARIO OF PENDENCIA-RECORD
                       ' DO MASTER DE USUARIOS'
               WHEN PEND-REBAIXAR
                   DISPLAY 'REBAIXAR ' WRK-USUARIO OF PENDENCIA-RECORD
                       ' PARA O NIVEL ' WRK-PEND-NIVEL-SUG
           END-EVALUATE
           EVALUATE TRUE
               WHEN PEND-SEM-NIVEL
                   DISPLAY 'MOTIVO: ADM DESLIGADO/TRANSFERIDO'
               WHEN PEND-ADM-SEM-RH
                   DISPLAY 'MOTIVO: ADM SEM REGISTRO NO EXTRATO DO RH'
               WHEN PEND-DORMENTE
                   DISPLAY 'MOTIVO: CONTA SEM ATIVIDADE NO PERIODO'
           END-EVALUATE.

       2200-OBTER-DECISAO.
                   PERFORM 2310-APLICAR-INCLUSAO
               WHEN PEND-REMOVER
                   PERFORM 2320-APLICAR-REMOCAO
               WHEN PEND-REBAIXAR
                   PERFORM 2330-APLICAR-REBAIXAMENTO
               WHEN OTHER
                   DISPLAY 'ACAO DESCONHECIDA - ' WRK-PEND-ACAO
                   ADD 1 TO WRK-QTDE-ERROS
       2310-APLICAR-INCLUSAO.
           MOVE WRK-USUARIO OF PENDENCIA-RECORD
               TO WRK-USUARIO OF USERS-RECORD
           MOVE WRK-PEND-NIVEL-SUG TO WRK-NIVEL OF USERS-RECORD
           MOVE SPACES TO WRK-DATA-EXPIRACAO
           MOVE SPACES TO WRK-DEPARTAMENTO
           WRITE USERS-RECORD
                       ' - USUARIO NAO ENCONTRADO'
                   ADD 1 TO WRK-QTDE-ERROS
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ANTES
                   MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ANTES
                   DELETE USERS-FILE RECORD
                           MOVE SPACES TO WRK-EXPIR-DEPOIS
                           MOVE SPACES TO WRK-DEPTO-DEPOIS
                           PERFORM 7000-GRAVAR-JOURNAL
                           IF NOT SEM-ACESSOS-APL
                               PERFORM 2325-EXCLUIR-ACESSOS-APL
                           END-IF
                   END-DELETE
           END-READ.

       2325-EXCLUIR-ACESSOS-APL.
      * COMO NO PROGRAMA12 - ACESSO POR APLICACAO NAO FICA SEM O
      * USUARIO NO MASTER.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 2326-EXCLUIR-ACESSO-APL
               UNTIL FIM-ACESSOS.

       2326-EXCLUIR-ACESSO-APL.
           READ APLICACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ACESSOS
               NOT AT END
                   IF WRK-USUARIO OF APLICACAO-RECORD
                           NOT = WRK-USUARIO OF USERS-RECORD
                       MOVE 'S' TO WRK-FIM-ACESSOS
                   ELSE
                       DELETE APLICACAO-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR O ACESSO '
                                   WRK-APL-CODIGO ' DE '
                                   WRK-USUARIO OF USERS-RECORD
                                   ' - STATUS ' WRK-APLICACAO-STATUS
                               ADD 1 TO WRK-QTDE-ERROS
                           NOT INVALID KEY
                               PERFORM 7100-GRAVAR-JOURNAL-APL
                       END-DELETE
                   END-IF
           END-READ.

       2330-APLICAR-REBAIXAMENTO.
      * SO O NIVEL MUDA - EXPIRACAO E LOTACAO SAO MANTIDAS E VAO
      * IGUAIS PARA O ANTES E O DEPOIS DO JOURNAL.
           MOVE WRK-USUARIO OF PENDENCIA-RECORD
               TO WRK-USUARIO OF USERS-RECORD
           READ USERS-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO REBAIXAR '
                       WRK-USUARIO OF PENDENCIA-RECORD
                       ' - USUARIO NAO ENCONTRADO'
                   ADD 1 TO WRK-QTDE-ERROS
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ANTES
                   MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ANTES
                   MOVE WRK-PEND-NIVEL-SUG TO WRK-NIVEL OF USERS-RECORD
                   REWRITE USERS-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REBAIXAR '
                               WRK-USUARIO OF PENDENCIA-RECORD
                               ' - STATUS ' WRK-USERS-STATUS
                           ADD 1 TO WRK-QTDE-ERROS
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTDE-APLICADAS
                           MOVE 'A' TO WRK-ACAO-JOURNAL
                           MOVE WRK-PEND-NIVEL-SUG TO WRK-NIVEL-DEPOIS
                           MOVE WRK-EXPIR-ANTES TO WRK-EXPIR-DEPOIS
                           MOVE WRK-DEPTO-ANTES TO WRK-DEPTO-DEPOIS
                           PERFORM 7000-GRAVAR-JOURNAL
                           IF NOT SEM-ACESSOS-APL
                               PERFORM 2335-REBAIXAR-ACESSOS-APL
                           END-IF
                   END-REWRITE
           END-READ.

       2335-REBAIXAR-ACESSOS-APL.
      * A CONTA DORMENTE PODE SER PRIVILEGIADA SO PELO ACESSO POR
      * APLICACAO (PROGRAMA36) - O REBAIXAMENTO ALCANCA OS ACESSOS
      * NAO EXPIRADOS COM NIVEL ADM, NA MESMA VARREDURA DE 2325.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF APLICACAO-RECORD
           MOVE LOW-VALUES TO WRK-APL-CODIGO
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           PERFORM 2336-REBAIXAR-ACESSO-APL
               UNTIL FIM-ACESSOS.

       2336-REBAIXAR-ACESSO-APL.
      * EXPIRADO E O ACESSO COM DATA PREENCHIDA ANTERIOR A HOJE
      * (MESMO CRITERIO DO PROGRAMA10) - FICA COMO ESTA.
           READ APLICACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ACESSOS
               NOT AT END
                   IF WRK-USUARIO OF APLICACAO-RECORD
                           NOT = WRK-USUARIO OF USERS-RECORD
                       MOVE 'S' TO WRK-FIM-ACESSOS
                   ELSE
                       IF WRK-APL-EXPIRACAO IS NUMERIC
                               AND WRK-APL-EXPIRACAO > '00000000'
                               AND WRK-DATA-HORA-ATUAL(1:8)
                                   > WRK-APL-EXPIRACAO
                           CONTINUE
                       ELSE
                           CALL 'NIVELCHK' USING
                               WRK-NIVEL OF APLICACAO-RECORD
                               WRK-IS-ADM WRK-IS-USER WRK-IS-VALIDO
                           IF WRK-IS-VALIDO = 'S' AND WRK-IS-ADM = 'S'
                               PERFORM 2337-REGRAVAR-ACESSO-APL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2337-REGRAVAR-ACESSO-APL.
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-NIVEL-APL-ANTES
           MOVE WRK-PEND-NIVEL-SUG TO WRK-NIVEL OF APLICACAO-RECORD
           REWRITE APLICACAO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REBAIXAR O ACESSO '
                       WRK-APL-CODIGO ' DE '
                       WRK-USUARIO OF USERS-RECORD
                       ' - STATUS ' WRK-APLICACAO-STATUS
                   ADD 1 TO WRK-QTDE-ERROS
               NOT INVALID KEY
                   PERFORM 7150-GRAVAR-JOURNAL-APL-ALTER
           END-REWRITE.

       7000-GRAVAR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JRN-DATA
                   'STATUS ' WRK-JOURNAL-STATUS
           END-IF.

       7100-GRAVAR-JOURNAL-APL.
      * MESMO REGISTRO DA EXCLUSAO DO PROGRAMA44 - NIVEL DEPOIS ZERO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JAP-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JAP-HORA
           MOVE WRK-OPERADOR TO WRK-JAP-OPERADOR
           MOVE 'E' TO WRK-JAP-ACAO
           MOVE WRK-USUARIO OF APLICACAO-RECORD
               TO WRK-USUARIO OF JOURNAL-APL-RECORD
           MOVE WRK-APL-CODIGO TO WRK-JAP-APLICACAO
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-JAP-NIVEL-ANTES
           MOVE ZEROS TO WRK-JAP-NIVEL-DEPOIS
           MOVE WRK-APL-EXPIRACAO TO WRK-JAP-EXPIR-ANTES
           MOVE SPACES TO WRK-JAP-EXPIR-DEPOIS
           WRITE JOURNAL-APL-RECORD
           IF WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-APL-STATUS
           END-IF.

       7150-GRAVAR-JOURNAL-APL-ALTER.
      * MESMO REGISTRO DA ALTERACAO DO PROGRAMA44 (7400) - ACAO A,
      * NIVEL ANTES/DEPOIS E A EXPIRACAO DO ACESSO, QUE NAO MUDA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JAP-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JAP-HORA
           MOVE WRK-OPERADOR TO WRK-JAP-OPERADOR
           MOVE 'A' TO WRK-JAP-ACAO
           MOVE WRK-USUARIO OF APLICACAO-RECORD
               TO WRK-USUARIO OF JOURNAL-APL-RECORD
           MOVE WRK-APL-CODIGO TO WRK-JAP-APLICACAO
           MOVE WRK-NIVEL-APL-ANTES TO WRK-JAP-NIVEL-ANTES
           MOVE WRK-NIVEL OF APLICACAO-RECORD TO WRK-JAP-NIVEL-DEPOIS
           MOVE WRK-APL-EXPIRACAO TO WRK-JAP-EXPIR-ANTES
           MOVE WRK-APL-EXPIRACAO TO WRK-JAP-EXPIR-DEPOIS
           WRITE JOURNAL-APL-RECORD
           IF WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-APL-STATUS
           END-IF.

       3000-EMITIR-RESUMO.
           MOVE WRK-QTDE-APLICADAS  TO WRK-QTDE-APLICADAS-ED
           MOVE WRK-QTDE-REJEITADAS TO WRK-QTDE-REJEITADAS-ED
           CLOSE DECIDIDAS-FILE
           CLOSE USERS-FILE
           CLOSE JOURNAL-FILE
           CLOSE RESUMO-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF
           CLOSE JOURNAL-APL-FILE.
