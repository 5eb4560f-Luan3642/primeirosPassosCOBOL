      *          DT = DATA DE EXPIRACAO INVALIDA
      *          DP = INCLUSAO DE USUARIO JA EXISTENTE NO MASTER
      *          UX = ALTERACAO/EXCLUSAO DE USUARIO INEXISTENTE
      *          RT = ALTERACAO QUE PRECISAVA SER RETIDA PARA
      *               APROVACAO E NAO PODE SER GRAVADA NA FILA
      * PARM: POSICOES 1-20 = OPERADOR RESPONSAVEL PELA CARGA,
      *       GRAVADO NO JOURNAL (OBRIGATORIO).
      * RETURN-CODE: 0 = TUDO APLICADO; 4 = HOUVE REJEITADAS (AS
      *           DEMAIS FORAM APLICADAS); 16 = ERRO DE ABERTURA OU
      *           PARM SEM OPERADOR.
      * ARQUIVOS PELAS DDNAMES DO JCL (USRMNTDD/USERSDD/JRNLDD/
      * MNTREJDD/HELDDD/APLDD/APLJRNDD), COM VALOR PADRAO QUANDO A
      * VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO
      * PROGRAMA10.
      * DATA = 02/09/2026
      * ALTERACAO = 02/09/2026 - O OPERADOR DO PARM PASSA A SER
      *             VALIDADO PELA SUBROTINA OPERCHK (CONTA ATIVA,
      *             TRANSACAO (NOVO CAMPO DO CPUSRMNT E DO MASTER)
      *             APLICADO NA INCLUSAO E NA ALTERACAO E GRAVADO
      *             NO JOURNAL (ANTES/DEPOIS), COMO NO PROGRAMA12.
      * ALTERACAO = 15/10/2026 - DUPLO CONTROLE, COMO NO PROGRAMA12:
      *             INCLUSAO COM NIVEL DE CAPACIDADE ADM/SUPERVISOR,
      *             OU ALTERACAO QUE LEVA A ESSA CAPACIDADE UMA
      *             CONTA QUE NAO A TINHA (OU ESTAVA EXPIRADA), NAO
      *             E APLICADA - VAI PARA A FILA HELDCHG.DAT (DDNAME
      *             HELDDD) ATE A APROVACAO NO PROGRAMA32. NOVO
      *             MOTIVO RT E TOTAL DE RETIDAS NO RESULTADO.
      * ALTERACAO = 15/10/2026 - A RETIDA GRAVADA AQUI LEVA O CODIGO
      *             DE APLICACAO EM BRANCO - E DO MASTER DE USUARIOS;
      *             OS ACESSOS POR APLICACAO SAO DO PROGRAMA44.
      * ALTERACAO = 15/10/2026 - A EXCLUSAO DO USUARIO EXCLUI TAMBEM OS
      *             ACESSOS DELE POR APLICACAO (USRAPL.DAT, DDNAME
      *             APLDD), CADA UM GRAVADO NO JOURNAL DE ACESSOS
      *             (APLJRNL.DAT, DDNAME APLJRNDD) COM O OPERADOR DO
      *             PARM, COMO NO PROGRAMA12. SEM O MASTER DE ACESSOS
      *             (STATUS 35) NAO HA ACESSO A EXCLUIR.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REJEITO-FILE ASSIGN TO MNTREJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJEITO-STATUS.
           SELECT RETIDAS-FILE ASSIGN TO HELDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RET-CHAVE
               FILE STATUS IS WRK-RETIDAS-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO APLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
           SELECT JOURNAL-APL-FILE ASSIGN TO APLJRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-APL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANUTENCAO-FILE.
           05  WRK-REJ-DEPTO      PIC X(06).
           05  WRK-REJ-MOTIVO     PIC X(02).

       FD  RETIDAS-FILE.
           COPY CPRETIDA.

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       FD  JOURNAL-APL-FILE.
           COPY CPAPLJRN.

       WORKING-STORAGE SECTION.
       77  WRK-MANUTENCAO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS     PIC X(02) VALUE '00'.
       77  WRK-REJEITO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-RETIDAS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-APLICACAO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-APL-STATUS PIC X(02) VALUE '00'.
       77  WRK-SEM-ACESSOS-APL    PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL         VALUE 'S'.
       77  WRK-FIM-ACESSOS        PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS             VALUE 'S'.
       77  WRK-QTDE-ACESSOS-EXC   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACESSOS-ED    PIC ZZZZZZ9.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
       77  WRK-QTDE-ALTERADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIDAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIDAS-ED    PIC ZZZZZZ9.
       77  WRK-ELEVA-PRIVILEGIO   PIC X(01) VALUE 'N'.
         88  ELEVA-PRIVILEGIO        VALUE 'S'.
       77  WRK-ADM-ANTES          PIC X(01) VALUE 'N'.
         88  ADM-ANTES               VALUE 'S'.
       77  WRK-USER-ANTES         PIC X(01) VALUE 'N'.
       77  WRK-VALIDO-ANTES       PIC X(01) VALUE 'N'.
         88  VALIDO-ANTES            VALUE 'S'.
       77  WRK-QTDE-LIDAS-ED      PIC ZZZZZZ9.
       77  WRK-QTDE-INCLUIDAS-ED  PIC ZZZZZZ9.
       77  WRK-QTDE-ALTERADAS-ED  PIC ZZZZZZ9.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_MNTREJDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_MNTREJDD' TO 'USRMNREJ.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_HELDDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_HELDDD' TO 'HELDCHG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLDD' TO 'USRAPL.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_APLJRNDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_APLJRNDD' TO 'APLJRNL.DAT'
           END-IF.

       0100-TRATAR-PARM.
                       OPEN OUTPUT JOURNAL-FILE
                   END-IF
                   OPEN OUTPUT REJEITO-FILE
                   OPEN I-O RETIDAS-FILE
                   IF WRK-RETIDAS-STATUS = '35'
                       OPEN OUTPUT RETIDAS-FILE
                       CLOSE RETIDAS-FILE
                       OPEN I-O RETIDAS-FILE
                   END-IF
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
                           OR WRK-REJEITO-STATUS NOT = '00'
                           OR WRK-RETIDAS-STATUS NOT = '00'
                           OR WRK-APLICACAO-STATUS NOT = '00'
                           OR WRK-JOURNAL-APL-STATUS NOT = '00'
                       DISPLAY 'ERRO AO ABRIR JOURNAL/REJEITADAS/'
                           'RETIDAS/ACESSOS - STATUS '
                           WRK-JOURNAL-STATUS ' '
                           WRK-REJEITO-STATUS ' ' WRK-RETIDAS-STATUS
                           ' ' WRK-APLICACAO-STATUS ' '
                           WRK-JOURNAL-APL-STATUS
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                       MOVE 'S' TO WRK-ABORTADO
                       MOVE 16 TO RETURN-CODE
       2300-APLICAR-INCLUSAO.
           MOVE WRK-USUARIO OF MANUTENCAO-RECORD
               TO WRK-USUARIO OF USERS-RECORD
           IF E-ADM
               PERFORM 2350-RETER-INCLUSAO
           ELSE
               PERFORM 2310-GRAVAR-INCLUSAO
           END-IF.

       2310-GRAVAR-INCLUSAO.
           MOVE WRK-NIVEL-EDITADO TO WRK-NIVEL OF USERS-RECORD
           MOVE WRK-EXPIR-EDITADA TO WRK-DATA-EXPIRACAO
           MOVE WRK-MNT-DEPTO TO WRK-DEPARTAMENTO
           WRITE USERS-RECORD
                   PERFORM 7000-GRAVAR-JOURNAL
           END-WRITE.

       2350-RETER-INCLUSAO.
      * INCLUSAO COM NIVEL ADM/SUPERVISOR - USUARIO JA EXISTENTE E
      * REJEITADO COM DP, COMO NA INCLUSAO DIRETA; SO O INEXISTENTE
      * VAI PARA A FILA DE RETIDAS.
           READ USERS-FILE
               INVALID KEY
                   MOVE 'I' TO WRK-ACAO-JOURNAL
                   PERFORM 2700-RETER-ALTERACAO
               NOT INVALID KEY
                   MOVE 'DP' TO WRK-MOTIVO-REJEICAO
           END-READ.

       2400-APLICAR-ALTERACAO.
           MOVE WRK-USUARIO OF MANUTENCAO-RECORD
               TO WRK-USUARIO OF USERS-RECORD
               INVALID KEY
                   MOVE 'UX' TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ANTES
                   MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ANTES
                   PERFORM 2410-VERIFICAR-ELEVACAO
                   IF ELEVA-PRIVILEGIO
                       MOVE 'A' TO WRK-ACAO-JOURNAL
                       PERFORM 2700-RETER-ALTERACAO
                   ELSE
                       PERFORM 2450-GRAVAR-ALTERACAO
                   END-IF
           END-READ.

       2410-VERIFICAR-ELEVACAO.
      * MESMA REGRA DO PROGRAMA12 - NIVEL NOVO COM CAPACIDADE
      * ADM/SUPERVISOR EM CONTA QUE NAO A TINHA (NIVEL ANTERIOR SEM
      * O FLAG ADM OU FORA DO MASTER DE NIVEIS) OU QUE ESTAVA
      * EXPIRADA.
           MOVE 'N' TO WRK-ELEVA-PRIVILEGIO
           IF E-ADM
               CALL 'NIVELCHK' USING WRK-NIVEL-ANTES WRK-ADM-ANTES
                   WRK-USER-ANTES WRK-VALIDO-ANTES
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               IF NOT VALIDO-ANTES OR NOT ADM-ANTES
                   MOVE 'S' TO WRK-ELEVA-PRIVILEGIO
               END-IF
               IF WRK-EXPIR-ANTES IS NUMERIC
                       AND WRK-EXPIR-ANTES > '00000000'
                       AND WRK-DATA-HORA-ATUAL(1:8) > WRK-EXPIR-ANTES
                   MOVE 'S' TO WRK-ELEVA-PRIVILEGIO
               END-IF
           END-IF.

       2450-GRAVAR-ALTERACAO.
           MOVE WRK-NIVEL-EDITADO TO WRK-NIVEL OF USERS-RECORD
           MOVE WRK-EXPIR-EDITADA TO WRK-DATA-EXPIRACAO
           MOVE WRK-MNT-DEPTO TO WRK-DEPARTAMENTO
           REWRITE USERS-RECORD
           IF WRK-USERS-STATUS = '00'
               ADD 1 TO WRK-QTDE-ALTERADAS
               MOVE 'A' TO WRK-ACAO-JOURNAL
               MOVE WRK-NIVEL-EDITADO TO WRK-NIVEL-DEPOIS
               MOVE WRK-EXPIR-EDITADA TO WRK-EXPIR-DEPOIS
               MOVE WRK-MNT-DEPTO TO WRK-DEPTO-DEPOIS
               PERFORM 7000-GRAVAR-JOURNAL
           ELSE
               DISPLAY 'ERRO AO ALTERAR '
                   WRK-USUARIO OF MANUTENCAO-RECORD
                   ' - STATUS ' WRK-USERS-STATUS
               MOVE 'UX' TO WRK-MOTIVO-REJEICAO
           END-IF.

       2500-APLICAR-EXCLUSAO.
      * COMO NO PROGRAMA12, O REGISTRO E LIDO ANTES DO DELETE PARA
      * CAPTURAR A IMAGEM ANTERIOR NO JOURNAL - SEM ELA O ESTORNO
               INVALID KEY
                   MOVE 'UX' TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ANTES
                   MOVE WRK-DATA-EXPIRACAO TO WRK-EXPIR-ANTES
                   MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-ANTES
                   DELETE USERS-FILE RECORD
                           MOVE SPACES TO WRK-EXPIR-DEPOIS
                           MOVE SPACES TO WRK-DEPTO-DEPOIS
                           PERFORM 7000-GRAVAR-JOURNAL
                           IF NOT SEM-ACESSOS-APL
                               PERFORM 2550-EXCLUIR-ACESSOS-APL
                           END-IF
                   END-DELETE
           END-READ.

       2550-EXCLUIR-ACESSOS-APL.
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
           PERFORM 2560-EXCLUIR-ACESSO-APL
               UNTIL FIM-ACESSOS.

       2560-EXCLUIR-ACESSO-APL.
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
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTDE-ACESSOS-EXC
                               PERFORM 7100-GRAVAR-JOURNAL-APL
                       END-DELETE
                   END-IF
           END-READ.

       2600-GRAVAR-REJEITADA.
           MOVE WRK-MNT-ACAO TO WRK-REJ-ACAO
           MOVE WRK-USUARIO OF MANUTENCAO-RECORD TO WRK-REJ-USUARIO
               ADD 1 TO WRK-QTDE-REJEITADAS
           END-IF.

       2700-RETER-ALTERACAO.
      * A TRANSACAO VAI PARA A FILA DE RETIDAS (SITUACAO P) COM O
      * OPERADOR DO PARM COMO SOLICITANTE - NADA E GRAVADO NO
      * MASTER NEM NO JOURNAL ATE A APROVACAO NO PROGRAMA32.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-RET-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-RET-HORA
           MOVE WRK-USUARIO OF MANUTENCAO-RECORD
               TO WRK-USUARIO OF RETIDA-RECORD
           MOVE WRK-ACAO-JOURNAL   TO WRK-RET-ACAO
           MOVE WRK-NIVEL-EDITADO  TO WRK-RET-NIVEL
           MOVE WRK-EXPIR-EDITADA  TO WRK-RET-EXPIRACAO
           MOVE WRK-MNT-DEPTO      TO WRK-RET-DEPTO
           MOVE WRK-OPERADOR       TO WRK-RET-SOLICITANTE
           MOVE 'PROGRAMA22'       TO WRK-RET-ORIGEM
           MOVE 'P'                TO WRK-RET-SITUACAO
           MOVE SPACES TO WRK-RET-APROVADOR
           MOVE SPACES TO WRK-RET-DATA-DECISAO
           MOVE SPACES TO WRK-RET-HORA-DECISAO
           MOVE SPACES TO WRK-RET-APLICACAO
           WRITE RETIDA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO RETER '
                       WRK-USUARIO OF MANUTENCAO-RECORD
                       ' - STATUS ' WRK-RETIDAS-STATUS
                   MOVE 'RT' TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-RETIDAS
           END-WRITE.

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

       3000-EMITIR-RESULTADO.
           MOVE WRK-QTDE-LIDAS      TO WRK-QTDE-LIDAS-ED
           MOVE WRK-QTDE-INCLUIDAS  TO WRK-QTDE-INCLUIDAS-ED
           MOVE WRK-QTDE-ALTERADAS  TO WRK-QTDE-ALTERADAS-ED
           MOVE WRK-QTDE-EXCLUIDAS  TO WRK-QTDE-EXCLUIDAS-ED
           MOVE WRK-QTDE-REJEITADAS TO WRK-QTDE-REJEIT-ED
           MOVE WRK-QTDE-RETIDAS    TO WRK-QTDE-RETIDAS-ED
           MOVE WRK-QTDE-ACESSOS-EXC TO WRK-QTDE-ACESSOS-ED
           DISPLAY 'TRANSACOES LIDAS......: ' WRK-QTDE-LIDAS-ED
           DISPLAY 'INCLUSOES APLICADAS...: ' WRK-QTDE-INCLUIDAS-ED
           DISPLAY 'ALTERACOES APLICADAS..: ' WRK-QTDE-ALTERADAS-ED
           DISPLAY 'EXCLUSOES APLICADAS...: ' WRK-QTDE-EXCLUIDAS-ED
           DISPLAY 'ACESSOS APL EXCLUIDOS.: ' WRK-QTDE-ACESSOS-ED
           DISPLAY 'RETIDAS P/ APROVACAO..: ' WRK-QTDE-RETIDAS-ED
           DISPLAY 'TRANSACOES REJEITADAS.: ' WRK-QTDE-REJEIT-ED
           IF NOT ABORTADO AND WRK-QTDE-REJEITADAS > ZEROS
      * HOUVE REJEITADAS - O RETURN-CODE DIFERENTE DE ZERO AVISA O
       9000-FECHAR-ARQUIVOS.
      * OS CLOSE SAO INCONDICIONAIS - FECHAR UM ARQUIVO QUE NAO
      * CHEGOU A ABRIR APENAS RETORNA STATUS DE ARQUIVO NAO ABERTO,
      * QUE NAO E CRITICADO AQUI. O MASTER DE ACESSOS AUSENTE E
      * ESPERADO E SEU CLOSE E PROTEGIDO, COMO NO PROGRAMA31.
           CLOSE MANUTENCAO-FILE
           CLOSE USERS-FILE
           CLOSE JOURNAL-FILE
           CLOSE REJEITO-FILE
           CLOSE RETIDAS-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF
           CLOSE JOURNAL-APL-FILE.
