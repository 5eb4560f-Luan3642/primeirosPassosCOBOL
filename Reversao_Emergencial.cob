       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA41.
      ***************************
      * Area de comentarios
      * OBJETIVO: REVERSAO NOTURNA DAS CONCESSOES EMERGENCIAIS DE
      *           NIVEL (EMERG.DAT, LAYOUT CPEMERG, GRAVADAS NO
      *           PROGRAMA40) E LISTAGEM DE USO PARA A SEGURANCA.
      *           - CONCESSAO ATIVA COM A JANELA VENCIDA: O NIVEL BASE
      *             VOLTA AO USERS.DAT, COM REGISTRO NO JOURNAL DE
      *             MANUTENCAO (USRJRNL), E A CONCESSAO PASSA A
      *             REVERTIDA. SE O NIVEL DO MASTER JA NAO E O ELEVADO
      *             (OUTRA MANUTENCAO NA JANELA) OU O USUARIO SAIU DO
      *             MASTER, NADA E SOBREPOSTO - A CONCESSAO FECHA
      *             COMO NAO REVERTIDA E SAI DESTACADA NA LISTAGEM.
      *           - PARA CADA CONCESSAO REVERTIDA OU ENCERRADA NA
      *             DATA, E PARA CADA UMA AINDA EM ANDAMENTO, A
      *             LISTAGEM TRAZ O CHAMADO, O MOTIVO, QUEM CONCEDEU
      *             E TODO REGISTRO DO LOG DE AUDITORIA (AUDITLOG) DO
      *             USUARIO DENTRO DA JANELA - O QUE A CONTA ELEVADA
      *             FEZ ENQUANTO ESTEVE ELEVADA.
      *           O MOMENTO DE REFERENCIA E A DATA DE MOVIMENTO COM A
      *           HORA DE SISTEMA, COMO NO PROGRAMA10. O LOG E RELIDO
      *           POR CONCESSAO LISTADA - SAO POUCAS POR NOITE.
      * PARM: POSICOES 1-8 = DATA DE MOVIMENTO (AAAAMMDD) - SEM
      *       ELA, USA A DATA DE SISTEMA.
      * RETURN-CODE: 0 = NENHUMA CONCESSAO A REVISAR; 4 = HA
      *           CONCESSOES NA LISTAGEM (REVISAO DA SEGURANCA);
      *           16 = ERRO DE ABERTURA/GRAVACAO OU PARM INVALIDO.
      * ARQUIVOS PELAS DDNAMES DO JCL (USERSDD/EMERGDD/JRNLDD/
      * AUDTDD/EMGLSTDD), COM VALOR PADRAO QUANDO A VARIAVEL DE
      * AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - REGISTRO DE PARAMETRO *JANELA DO
      *             EMERG.DAT IGNORADO NA LEITURA DAS CONCESSOES E
      *             RAMO OPERADOR (O) NOMEADO NA LISTAGEM DE USO.
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
           SELECT EMERGENCIA-FILE ASSIGN TO EMERGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMG-CHAVE
               FILE STATUS IS WRK-EMERG-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT EMERG-LST-FILE ASSIGN TO EMGLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LISTAGEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  EMERGENCIA-FILE.
           COPY CPEMERG.

       FD  JOURNAL-FILE.
           COPY CPUSRJRN.

       FD  AUDIT-LOG-FILE.
           COPY CPAUDLOG.

       FD  EMERG-LST-FILE.
       01  EMERG-LST-LINHA        PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-EMERG-STATUS       PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS     PIC X(02) VALUE '00'.
       77  WRK-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-LISTAGEM-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FIM-CONCESSOES     PIC X(01) VALUE 'N'.
         88  FIM-CONCESSOES          VALUE 'S'.
       77  WRK-FIM-AUDITORIA      PIC X(01) VALUE 'N'.
         88  FIM-AUDITORIA           VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-SEM-CONCESSOES     PIC X(01) VALUE 'N'.
         88  SEM-CONCESSOES          VALUE 'S'.
       77  WRK-LISTAR             PIC X(01) VALUE 'N'.
         88  LISTAR-CONCESSAO        VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       01  WRK-MOMENTO-ATUAL.
           05  WRK-MOMENTO-DATA   PIC X(08) VALUE SPACES.
           05  WRK-MOMENTO-HORA   PIC X(06) VALUE SPACES.

      * JANELA DE USO LISTADA - ATE O FIM DA CONCESSAO, OU ATE O
      * MOMENTO DE REFERENCIA QUANDO AINDA EM ANDAMENTO.
       77  WRK-USO-INICIO         PIC X(14) VALUE SPACES.
       77  WRK-USO-FIM            PIC X(14) VALUE SPACES.
       77  WRK-SITUACAO-TEXTO     PIC X(80) VALUE SPACES.
       77  WRK-RAMO-TEXTO         PIC X(24) VALUE SPACES.
       77  WRK-NIVEL-ED           PIC 9(02) VALUE ZEROS.

      * TOTAIS DA LISTAGEM.
       77  WRK-QTDE-REVERTIDAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-NAO-REVERTIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ANDAMENTO     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-USO           PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZZZ9.
       77  WRK-QTDE-USO-ED        PIC ZZZZZZ9.

      * CONTROLE DE EXECUCAO POR DATA DE MOVIMENTO (RUNCTL).
       77  WRK-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77  WRK-RC-FUNCAO          PIC X(01) VALUE SPACES.
       77  WRK-RC-STEP            PIC X(08) VALUE 'STEP007 '.
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
               PERFORM 1100-GRAVAR-CABECALHO
           END-IF
           IF NOT ABORTADO AND NOT SEM-CONCESSOES
               PERFORM 2000-POSICIONAR-CONCESSOES
               PERFORM 2100-TRATAR-CONCESSAO
                   UNTIL FIM-CONCESSOES OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 4000-EMITIR-TOTAIS
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
           MOVE WRK-QTDE-REVERTIDAS TO WRK-RC-QTDE
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_USERSDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_USERSDD' TO 'USERS.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_EMERGDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_EMERGDD' TO 'EMERG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_JRNLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_JRNLDD' TO 'USRJRNL.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_AUDTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_AUDTDD' TO 'AUDITLOG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_EMGLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_EMGLSTDD' TO 'EMERG.LST'
           END-IF.

       0100-TRATAR-PARM.
           IF LK-PARM-LEN > 0
               IF LK-PARM-DATA(1:8) IS NUMERIC
                   MOVE LK-PARM-DATA(1:8) TO WRK-DATA-REFERENCIA
               ELSE
                   DISPLAY 'DATA DE MOVIMENTO INVALIDA NO PARM - '
                       'INFORME AAAAMMDD'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORTADO
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               IF WRK-DATA-REFERENCIA = ZEROS
                   MOVE WRK-DATA-HORA-ATUAL(1:8)
                       TO WRK-DATA-REFERENCIA
               END-IF
               MOVE WRK-DATA-REFERENCIA TO WRK-MOMENTO-DATA
               MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-MOMENTO-HORA
           END-IF.

       1000-ABRIR-ARQUIVOS.
      * ARQUIVO DE CONCESSOES AINDA INEXISTENTE (NENHUMA CONCESSAO
      * FEITA NO PROGRAMA40) NAO E ERRO - A LISTAGEM SAI VAZIA.
           OPEN I-O EMERGENCIA-FILE
           IF WRK-EMERG-STATUS = '35'
               MOVE 'S' TO WRK-SEM-CONCESSOES
           END-IF
           OPEN I-O USERS-FILE
           OPEN EXTEND JOURNAL-FILE
           IF WRK-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT EMERG-LST-FILE
           IF (WRK-EMERG-STATUS NOT = '00' AND NOT SEM-CONCESSOES)
                   OR WRK-USERS-STATUS NOT = '00'
                   OR WRK-JOURNAL-STATUS NOT = '00'
                   OR WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA REVERSAO DAS '
                   'CONCESSOES - STATUS ' WRK-EMERG-STATUS ' '
                   WRK-USERS-STATUS ' ' WRK-JOURNAL-STATUS ' '
                   WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO EMERG-LST-LINHA
           STRING 'CONCESSOES EMERGENCIAIS DE NIVEL - REVERSAO E USO '
               DELIMITED BY SIZE
               'NA JANELA - DATA DE MOVIMENTO ' DELIMITED BY SIZE
               WRK-DATA-MOVIMENTO DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       2000-POSICIONAR-CONCESSOES.
           MOVE LOW-VALUES TO WRK-EMG-CHAVE
           START EMERGENCIA-FILE KEY IS NOT LESS THAN WRK-EMG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONCESSOES
           END-START
           IF NOT FIM-CONCESSOES
               PERFORM 2050-LER-PROXIMA-CONCESSAO
           END-IF.

       2050-LER-PROXIMA-CONCESSAO.
           READ EMERGENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONCESSOES
           END-READ.

       2100-TRATAR-CONCESSAO.
      * ATIVA VENCIDA = REVERTER AGORA; ATIVA JA INICIADA = EM
      * ANDAMENTO; FECHADA NA DATA (ENCERRAMENTO ANTECIPADO NO
      * PROGRAMA40 OU EXECUCAO ANTERIOR DA MESMA DATA) = SO LISTAR.
      * CONCESSAO FUTURA OU FECHADA EM OUTRA DATA NAO E LISTADA.
           MOVE 'N' TO WRK-LISTAR
           MOVE WRK-EMG-INICIO TO WRK-USO-INICIO
           MOVE WRK-EMG-FIM TO WRK-USO-FIM
           EVALUATE TRUE
               WHEN WRK-USUARIO OF EMERGENCIA-RECORD(1:1) = '*'
                   CONTINUE
               WHEN EMG-ATIVA AND WRK-EMG-FIM < WRK-MOMENTO-ATUAL
                   PERFORM 2200-REVERTER-CONCESSAO
               WHEN EMG-ATIVA
                       AND WRK-EMG-INICIO NOT > WRK-MOMENTO-ATUAL
                   MOVE 'S' TO WRK-LISTAR
                   ADD 1 TO WRK-QTDE-ANDAMENTO
                   MOVE WRK-MOMENTO-ATUAL TO WRK-USO-FIM
                   MOVE SPACES TO WRK-SITUACAO-TEXTO
                   STRING 'EM ANDAMENTO - USO LISTADO ATE O MOMENTO '
                       DELIMITED BY SIZE
                       'DESTA EXECUCAO' DELIMITED BY SIZE
                       INTO WRK-SITUACAO-TEXTO
               WHEN NOT EMG-ATIVA
                       AND WRK-EMG-DATA-REVERSAO = WRK-DATA-MOVIMENTO
                   MOVE 'S' TO WRK-LISTAR
                   ADD 1 TO WRK-QTDE-ENCERRADAS
                   MOVE SPACES TO WRK-SITUACAO-TEXTO
                   IF EMG-REVERTIDA
                       STRING 'ENCERRADA E REVERTIDA EM '
                           DELIMITED BY SIZE
                           WRK-EMG-DATA-REVERSAO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-EMG-HORA-REVERSAO DELIMITED BY SIZE
                           INTO WRK-SITUACAO-TEXTO
                   ELSE
                       STRING 'ENCERRADA SEM REVERSAO EM '
                           DELIMITED BY SIZE
                           WRK-EMG-DATA-REVERSAO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-EMG-HORA-REVERSAO DELIMITED BY SIZE
                           ' - NIVEL ALTERADO OU USUARIO EXCLUIDO '
                           DELIMITED BY SIZE
                           'NA JANELA' DELIMITED BY SIZE
                           INTO WRK-SITUACAO-TEXTO
                   END-IF
           END-EVALUATE
           IF LISTAR-CONCESSAO AND NOT ABORTADO
               PERFORM 3000-EMITIR-CONCESSAO
           END-IF
           IF NOT ABORTADO
               PERFORM 2050-LER-PROXIMA-CONCESSAO
           END-IF.

       2200-REVERTER-CONCESSAO.
      * O NIVEL BASE SO VOLTA AO MASTER SE O NIVEL ATUAL AINDA E O
      * ELEVADO DA CONCESSAO - UMA ALTERACAO FEITA NA JANELA POR
      * OUTRA MANUTENCAO NAO E DESFEITA POR AQUI.
           MOVE 'S' TO WRK-LISTAR
           MOVE 'N' TO WRK-EMG-SITUACAO
           MOVE WRK-USUARIO OF EMERGENCIA-RECORD
               TO WRK-USUARIO OF USERS-RECORD
           MOVE SPACES TO WRK-SITUACAO-TEXTO
           READ USERS-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-NAO-REVERTIDAS
                   STRING 'NAO REVERTIDA - USUARIO EXCLUIDO DO '
                       DELIMITED BY SIZE
                       'MASTER NA JANELA' DELIMITED BY SIZE
                       INTO WRK-SITUACAO-TEXTO
               NOT INVALID KEY
                   IF WRK-NIVEL OF USERS-RECORD
                           = WRK-EMG-NIVEL-ELEVADO
                       PERFORM 2300-DEVOLVER-NIVEL-BASE
                   ELSE
                       ADD 1 TO WRK-QTDE-NAO-REVERTIDAS
                       MOVE WRK-NIVEL OF USERS-RECORD TO WRK-NIVEL-ED
                       STRING 'NAO REVERTIDA - NIVEL DO MASTER '
                           DELIMITED BY SIZE
                           'ALTERADO NA JANELA (ATUAL '
                           DELIMITED BY SIZE
                           WRK-NIVEL-ED DELIMITED BY SIZE
                           ') - CONFERIR' DELIMITED BY SIZE
                           INTO WRK-SITUACAO-TEXTO
                   END-IF
           END-READ
           IF NOT ABORTADO
               MOVE WRK-MOMENTO-DATA TO WRK-EMG-DATA-REVERSAO
               MOVE WRK-MOMENTO-HORA TO WRK-EMG-HORA-REVERSAO
               REWRITE EMERGENCIA-RECORD
               IF WRK-EMERG-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ATUALIZAR A CONCESSAO DE '
                       WRK-USUARIO OF EMERGENCIA-RECORD
                       ' - STATUS ' WRK-EMERG-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2300-DEVOLVER-NIVEL-BASE.
           MOVE WRK-EMG-NIVEL-BASE TO WRK-NIVEL OF USERS-RECORD
           REWRITE USERS-RECORD
           IF WRK-USERS-STATUS NOT = '00'
               DISPLAY 'ERRO AO DEVOLVER O NIVEL BASE DE '
                   WRK-USUARIO OF USERS-RECORD
                   ' - STATUS ' WRK-USERS-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'R' TO WRK-EMG-SITUACAO
               ADD 1 TO WRK-QTDE-REVERTIDAS
               MOVE WRK-EMG-NIVEL-BASE TO WRK-NIVEL-ED
               STRING 'REVERTIDA NESTA EXECUCAO PARA O NIVEL BASE '
                   DELIMITED BY SIZE
                   WRK-NIVEL-ED DELIMITED BY SIZE
                   INTO WRK-SITUACAO-TEXTO
               PERFORM 2400-GRAVAR-JOURNAL
           END-IF.

       2400-GRAVAR-JOURNAL.
      * A REVERSAO E UMA ALTERACAO DO MASTER COMO QUALQUER OUTRA - O
      * OPERADOR DO JOURNAL E O PROPRIO PROGRAMA, COMO A ORIGEM DA
      * FILA DE RETIDAS. EXPIRACAO E DEPARTAMENTO NAO MUDAM.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JRN-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JRN-HORA
           MOVE 'PROGRAMA41' TO WRK-JRN-OPERADOR
           MOVE 'A' TO WRK-JRN-ACAO
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF JOURNAL-RECORD
           MOVE WRK-EMG-NIVEL-ELEVADO TO WRK-JRN-NIVEL-ANTES
           MOVE WRK-EMG-NIVEL-BASE TO WRK-JRN-NIVEL-DEPOIS
           MOVE WRK-DATA-EXPIRACAO TO WRK-JRN-EXPIR-ANTES
           MOVE WRK-DATA-EXPIRACAO TO WRK-JRN-EXPIR-DEPOIS
           MOVE WRK-DEPARTAMENTO TO WRK-JRN-DEPTO-ANTES
           MOVE WRK-DEPARTAMENTO TO WRK-JRN-DEPTO-DEPOIS
           WRITE JOURNAL-RECORD
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE MANUTENCAO - '
                   'STATUS ' WRK-JOURNAL-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       3000-EMITIR-CONCESSAO.
           MOVE SPACES TO EMERG-LST-LINHA
           STRING 'USUARIO ' DELIMITED BY SIZE
               WRK-USUARIO OF EMERGENCIA-RECORD DELIMITED BY SIZE
               ' NIVEL BASE ' DELIMITED BY SIZE
               WRK-EMG-NIVEL-BASE DELIMITED BY SIZE
               ' ELEVADO ' DELIMITED BY SIZE
               WRK-EMG-NIVEL-ELEVADO DELIMITED BY SIZE
               ' JANELA ' DELIMITED BY SIZE
               WRK-EMG-DATA-INICIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-EMG-HORA-INICIO DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-EMG-DATA-FIM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-EMG-HORA-FIM DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO EMERG-LST-LINHA
           STRING '  CHAMADO ' DELIMITED BY SIZE
               WRK-EMG-CHAMADO DELIMITED BY SIZE
               ' MOTIVO ' DELIMITED BY SIZE
               WRK-EMG-MOTIVO DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO EMERG-LST-LINHA
           STRING '  CONCEDIDA POR ' DELIMITED BY SIZE
               WRK-EMG-OPERADOR DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-EMG-DATA-CONCESSAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-EMG-HORA-CONCESSAO DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO EMERG-LST-LINHA
           STRING '  SITUACAO: ' DELIMITED BY SIZE
               WRK-SITUACAO-TEXTO DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE '  USO NO LOG DE AUDITORIA DURANTE A JANELA:'
               TO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE '    DATA     HORA   NIVEL RAMO' TO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           PERFORM 3100-LISTAR-USO
           MOVE WRK-QTDE-USO TO WRK-QTDE-USO-ED
           MOVE SPACES TO EMERG-LST-LINHA
           STRING '  REGISTROS NA JANELA: ' DELIMITED BY SIZE
               WRK-QTDE-USO-ED DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       3100-LISTAR-USO.
      * LOG DE AUDITORIA INEXISTENTE = NENHUM USO REGISTRADO.
           MOVE ZEROS TO WRK-QTDE-USO
           MOVE 'N' TO WRK-FIM-AUDITORIA
           OPEN INPUT AUDIT-LOG-FILE
           IF WRK-AUDITLOG-STATUS = '35'
               MOVE 'S' TO WRK-FIM-AUDITORIA
           ELSE
               IF WRK-AUDITLOG-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O LOG DE AUDITORIA - '
                       'STATUS ' WRK-AUDITLOG-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3110-LER-AUDITORIA
                       UNTIL FIM-AUDITORIA OR ABORTADO
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.

       3110-LER-AUDITORIA.
      * DATA E HORA SAO AS 14 PRIMEIRAS POSICOES DO REGISTRO DO LOG,
      * COMPARAVEIS DIRETO COM O INICIO/FIM DA JANELA.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUDITORIA
               NOT AT END
                   IF WRK-USUARIO OF AUDIT-LOG-RECORD
                           = WRK-USUARIO OF EMERGENCIA-RECORD
                           AND AUDIT-LOG-RECORD(1:14)
                               NOT < WRK-USO-INICIO
                           AND AUDIT-LOG-RECORD(1:14)
                               NOT > WRK-USO-FIM
                       PERFORM 3120-EMITIR-USO
                   END-IF
           END-READ.

       3120-EMITIR-USO.
           ADD 1 TO WRK-QTDE-USO
           EVALUATE TRUE
               WHEN AUDIT-ADM
                   MOVE 'ADMINISTRADOR' TO WRK-RAMO-TEXTO
               WHEN AUDIT-USER
                   MOVE 'USUARIO' TO WRK-RAMO-TEXTO
               WHEN AUDIT-SUPERVISOR
                   MOVE 'SUPERVISOR' TO WRK-RAMO-TEXTO
               WHEN AUDIT-INVALIDO
                   MOVE 'NIVEL INVALIDO' TO WRK-RAMO-TEXTO
               WHEN AUDIT-EXPIRADO
                   MOVE 'EXPIRADO' TO WRK-RAMO-TEXTO
               WHEN AUDIT-NEGADO
                   MOVE 'MANUTENCAO NEGADA' TO WRK-RAMO-TEXTO
               WHEN AUDIT-BLOQUEIO
                   MOVE 'OPERADOR BLOQUEADO' TO WRK-RAMO-TEXTO
               WHEN AUDIT-DESBLOQUEIO
                   MOVE 'OPERADOR DESBLOQUEADO' TO WRK-RAMO-TEXTO
               WHEN AUDIT-OPERADOR
                   MOVE 'ACAO DE OPERADOR' TO WRK-RAMO-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WRK-RAMO-TEXTO
           END-EVALUATE
           MOVE SPACES TO EMERG-LST-LINHA
           STRING '    ' DELIMITED BY SIZE
               WRK-AUDIT-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-AUDIT-HORA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NIVEL OF AUDIT-LOG-RECORD DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WRK-AUDIT-BRANCH DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-RAMO-TEXTO DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       4000-EMITIR-TOTAIS.
           MOVE WRK-QTDE-REVERTIDAS TO WRK-QTDE-ED
           MOVE SPACES TO EMERG-LST-LINHA
           STRING 'CONCESSOES REVERTIDAS NESTA EXECUCAO....: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-NAO-REVERTIDAS TO WRK-QTDE-ED
           MOVE SPACES TO EMERG-LST-LINHA
           STRING 'VENCIDAS NAO REVERTIDAS (CONFERIR)......: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-ENCERRADAS TO WRK-QTDE-ED
           MOVE SPACES TO EMERG-LST-LINHA
           STRING 'ENCERRADAS ANTES DESTA EXECUCAO NA DATA.: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-ANDAMENTO TO WRK-QTDE-ED
           MOVE SPACES TO EMERG-LST-LINHA
           STRING 'CONCESSOES EM ANDAMENTO.................: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO EMERG-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           IF WRK-QTDE-REVERTIDAS > ZEROS
                   OR WRK-QTDE-NAO-REVERTIDAS > ZEROS
                   OR WRK-QTDE-ENCERRADAS > ZEROS
                   OR WRK-QTDE-ANDAMENTO > ZEROS
               IF NOT ABORTADO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'NENHUMA CONCESSAO EMERGENCIAL A REVISAR'
                   TO EMERG-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
           END-IF.

       9000-FECHAR-ARQUIVOS.
           IF NOT SEM-CONCESSOES
               CLOSE EMERGENCIA-FILE
           END-IF
           CLOSE USERS-FILE
           CLOSE JOURNAL-FILE
           CLOSE EMERG-LST-FILE.

       9900-GRAVAR-LINHA.
           WRITE EMERG-LST-LINHA
           IF WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A LISTAGEM DAS CONCESSOES - '
                   'STATUS ' WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.
