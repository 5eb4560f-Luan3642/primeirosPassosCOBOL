       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA42.
      ***************************
      * Area de comentarios
      * OBJETIVO: DETECTAR ALTERACOES NO MASTER DE USUARIOS FEITAS
      *           FORA DO JOURNAL DE MANUTENCAO - O USRJRNL SO
      *           REGISTRA O QUE PASSA PELOS PROGRAMAS DE
      *           MANUTENCAO; UMA EDICAO OU RESTAURACAO DO USERS.DAT
      *           POR UTILITARIO, OU UM PROGRAMA QUE GRAVE NO MASTER
      *           SEM JOURNAL, NAO APARECE EM LUGAR NENHUM.
      *           TODA NOITE:
      *           - CARREGA A FOTO DA NOITE ANTERIOR (GERACAO DATADA,
      *             LAYOUT CPUSRFOT) NUM ARQUIVO DE TRABALHO INDEXADO
      *             POR USUARIO;
      *           - REAPLICA SOBRE ELA, NA ORDEM DO JOURNAL, TODA
      *             ACAO GRAVADA A PARTIR DO MOMENTO DA FOTO, COM A
      *             MESMA CONVERGENCIA DA REAPLICACAO DO PROGRAMA16.
      *             ACAO QUE NAO ENCAIXA NA FOTO (ALTERACAO DE QUEM
      *             NAO ESTAVA LA, VALORES ANTES QUE NAO BATEM) JA E
      *             SINAL DE MEXIDA FORA DO JOURNAL E E RELATADA;
      *           - CONFRONTA O RESULTADO COM O USERS.DAT, CAMPO A
      *             CAMPO (NIVEL, EXPIRACAO, DEPARTAMENTO): USUARIO
      *             DIVERGENTE, INCLUIDO OU EXCLUIDO SEM ACAO NO
      *             JOURNAL SAI NA LISTAGEM COMO ALTERACAO NAO
      *             EXPLICADA, PARA A SEGURANCA;
      *           - GRAVA A FOTO DESTA NOITE (NOVA GERACAO), BASE DA
      *             CONFERENCIA SEGUINTE.
      *           SEM FOTO ANTERIOR (PRIMEIRA EXECUCAO) SO GRAVA A
      *           FOTO. O MOMENTO DA FOTO E A DATA/HORA DE SISTEMA,
      *           A MESMA QUE OS PROGRAMAS DE MANUTENCAO GRAVAM NO
      *           JOURNAL.
      * PARM: POSICOES 1-8 = DATA DE MOVIMENTO (AAAAMMDD) - SEM
      *       ELA, USA A DATA DE SISTEMA.
      * RETURN-CODE: 0 = MASTER EXPLICADO PELO JOURNAL (OU PRIMEIRA
      *           FOTO); 8 = HA ALTERACOES NAO EXPLICADAS (ACOMPA-
      *           NHAMENTO DA SEGURANCA); 16 = ERRO DE ABERTURA/
      *           GRAVACAO, PARM INVALIDO OU FOTO ANTERIOR
      *           INCOMPLETA (SEM HEADER OU TRAILER QUE NAO BATE).
      * ARQUIVOS PELAS DDNAMES DO JCL (USERSDD/JRNLDD/FOTANTDD/
      * FOTNOVDD/FOTWRKDD/FOTLSTDD), COM VALOR PADRAO QUANDO A
      * VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO
      * PROGRAMA10.
      * DATA = 15/10/2026
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
           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
           SELECT FOTO-ANT-FILE ASSIGN TO FOTANTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOTO-ANT-STATUS.
           SELECT FOTO-NOVA-FILE ASSIGN TO FOTNOVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOTO-NOVA-STATUS.
           SELECT FOTO-WORK-FILE ASSIGN TO FOTWRKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FTW-CHAVE
               FILE STATUS IS WRK-FOTO-WORK-STATUS.
           SELECT FOTO-LST-FILE ASSIGN TO FOTLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LISTAGEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  JOURNAL-FILE.
           COPY CPUSRJRN.

       FD  FOTO-ANT-FILE.
           COPY CPUSRFOT.

       FD  FOTO-NOVA-FILE.
       01  FOTO-NOVA-RECORD       PIC X(36).

       FD  FOTO-WORK-FILE.
      * FOTO ANTERIOR COM O JOURNAL DO DIA REAPLICADO - O ESTADO
      * ESPERADO DO MASTER. RECRIADO A CADA EXECUCAO.
       01  FOTO-WORK-RECORD.
           05  WRK-FTW-CHAVE       PIC X(20).
           05  WRK-FTW-NIVEL       PIC 9(02).
           05  WRK-FTW-EXPIRACAO   PIC X(08).
           05  WRK-FTW-DEPTO       PIC X(06).

       FD  FOTO-LST-FILE.
       01  FOTO-LST-LINHA         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-USERS-STATUS       PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS     PIC X(02) VALUE '00'.
       77  WRK-FOTO-ANT-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FOTO-NOVA-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FOTO-WORK-STATUS   PIC X(02) VALUE '00'.
       77  WRK-LISTAGEM-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FIM-FOTO-ANT       PIC X(01) VALUE 'N'.
         88  FIM-FOTO-ANT            VALUE 'S'.
       77  WRK-FIM-JOURNAL        PIC X(01) VALUE 'N'.
         88  FIM-JOURNAL             VALUE 'S'.
       77  WRK-FIM-MASTER         PIC X(01) VALUE 'N'.
         88  FIM-MASTER              VALUE 'S'.
       77  WRK-FIM-TRABALHO       PIC X(01) VALUE 'N'.
         88  FIM-TRABALHO            VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-PRIMEIRA-FOTO      PIC X(01) VALUE 'N'.
         88  PRIMEIRA-FOTO           VALUE 'S'.
       77  WRK-TRAILER-LIDO       PIC X(01) VALUE 'N'.
         88  TRAILER-LIDO            VALUE 'S'.
       77  WRK-SEM-JOURNAL        PIC X(01) VALUE 'N'.
         88  SEM-JOURNAL             VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-MOMENTO-ATUAL      PIC X(14) VALUE SPACES.
       77  WRK-MOMENTO-ANTERIOR   PIC X(14) VALUE SPACES.
       77  WRK-MOVIMENTO-ANTERIOR PIC X(08) VALUE SPACES.
       77  WRK-JRN-DATA-HORA      PIC X(14) VALUE SPACES.

      * LINHA DE OCORRENCIA - O QUE A FOTO REAPLICADA ESPERAVA E O
      * QUE FOI ENCONTRADO (LADO AUSENTE FICA EM BRANCO).
       01  WRK-OCORRENCIA.
           05  WRK-OCR-TIPO        PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-USUARIO     PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-OCR-ESP-NIVEL   PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-ESP-EXPIR   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-ESP-DEPTO   PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WRK-OCR-ATU-NIVEL   PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-ATU-EXPIR   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-ATU-DEPTO   PIC X(06).

      * TOTAIS DA LISTAGEM.
       77  WRK-QTDE-FOTO-ANT      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-JOURNAL       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FOTO-NOVA     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OCR-JOURNAL   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-NAO-EXPLICADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZZZZZ9.

      * CONTROLE DE EXECUCAO POR DATA DE MOVIMENTO (RUNCTL).
       77  WRK-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77  WRK-RC-FUNCAO          PIC X(01) VALUE SPACES.
       77  WRK-RC-STEP            PIC X(08) VALUE 'STEP006 '.
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
               PERFORM 1200-GRAVAR-CABECALHO
           END-IF
           IF NOT ABORTADO
               PERFORM 1300-LER-HEADER-ANTERIOR
           END-IF
           IF NOT ABORTADO AND NOT PRIMEIRA-FOTO
               PERFORM 1500-CARREGAR-FOTO-ANTERIOR
                   UNTIL FIM-FOTO-ANT OR ABORTADO
           END-IF
           IF NOT ABORTADO AND NOT PRIMEIRA-FOTO
               PERFORM 1600-CONFERIR-TRAILER-ANTERIOR
           END-IF
           IF NOT ABORTADO AND NOT PRIMEIRA-FOTO AND NOT SEM-JOURNAL
               PERFORM 2000-REAPLICAR-JOURNAL
                   UNTIL FIM-JOURNAL OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 3000-GRAVAR-HEADER-NOVO
           END-IF
           IF NOT ABORTADO
               PERFORM 3050-POSICIONAR-ARQUIVOS
               PERFORM 3100-CONFRONTAR
                   UNTIL (FIM-MASTER AND FIM-TRABALHO) OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 3900-GRAVAR-TRAILER-NOVO
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
           IF RETURN-CODE > 8
               MOVE 'E' TO WRK-RC-SITUACAO
           ELSE
               MOVE 'C' TO WRK-RC-SITUACAO
           END-IF
           MOVE WRK-QTDE-NAO-EXPLICADAS TO WRK-RC-QTDE
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_USERSDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_USERSDD' TO 'USERS.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_JRNLDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_JRNLDD' TO 'USRJRNL.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_FOTANTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_FOTANTDD' TO 'FOTOANT.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_FOTNOVDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_FOTNOVDD' TO 'FOTONOV.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_FOTWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_FOTWRKDD' TO 'FOTWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_FOTLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_FOTLSTDD' TO 'FOTO.LST'
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
      * O MOMENTO DA FOTO E TOMADO ANTES DE LER O MASTER - UMA
      * MANUTENCAO GRAVADA ENTRE ESTE MOMENTO E A LEITURA E
      * REAPLICADA DE NOVO AMANHA, O QUE A CONVERGENCIA ABSORVE.
               MOVE WRK-DATA-HORA-ATUAL(1:14) TO WRK-MOMENTO-ATUAL
           END-IF.

       1000-ABRIR-ARQUIVOS.
      * FOTO ANTERIOR INEXISTENTE = PRIMEIRA EXECUCAO; JOURNAL
      * INEXISTENTE = NENHUMA MANUTENCAO FEITA AINDA.
           OPEN INPUT FOTO-ANT-FILE
           IF WRK-FOTO-ANT-STATUS = '35'
               MOVE 'S' TO WRK-PRIMEIRA-FOTO
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WRK-JOURNAL-STATUS = '35'
               MOVE 'S' TO WRK-SEM-JOURNAL
           END-IF
           OPEN INPUT USERS-FILE
           OPEN OUTPUT FOTO-NOVA-FILE
           OPEN OUTPUT FOTO-LST-FILE
      * O ARQUIVO DE TRABALHO E CRIADO VAZIO E REABERTO EM I-O -
      * A REAPLICACAO INCLUI, REGRAVA E EXCLUI, COMO NO PROGRAMA24.
           OPEN OUTPUT FOTO-WORK-FILE
           IF WRK-FOTO-WORK-STATUS = '00'
               CLOSE FOTO-WORK-FILE
               OPEN I-O FOTO-WORK-FILE
           END-IF
           IF (WRK-FOTO-ANT-STATUS NOT = '00' AND NOT PRIMEIRA-FOTO)
                   OR (WRK-JOURNAL-STATUS NOT = '00'
                       AND NOT SEM-JOURNAL)
                   OR WRK-USERS-STATUS NOT = '00'
                   OR WRK-FOTO-NOVA-STATUS NOT = '00'
                   OR WRK-LISTAGEM-STATUS NOT = '00'
                   OR WRK-FOTO-WORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA CONFERENCIA DA '
                   'FOTO - STATUS ' WRK-FOTO-ANT-STATUS ' '
                   WRK-JOURNAL-STATUS ' ' WRK-USERS-STATUS ' '
                   WRK-FOTO-NOVA-STATUS ' ' WRK-LISTAGEM-STATUS ' '
                   WRK-FOTO-WORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-GRAVAR-CABECALHO.
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'CONFERENCIA DO MASTER DE USUARIOS CONTRA A FOTO '
               DELIMITED BY SIZE
               'ANTERIOR E O JOURNAL - DATA DE MOVIMENTO '
               DELIMITED BY SIZE
               WRK-DATA-MOVIMENTO DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       1300-LER-HEADER-ANTERIOR.
      * GERACAO VAZIA (A PRIMEIRA, CATALOGADA NA IMPLANTACAO) TAMBEM
      * E PRIMEIRA EXECUCAO; REGISTRO QUE NAO E HEADER NAO E.
           IF NOT PRIMEIRA-FOTO
               READ FOTO-ANT-FILE
                   AT END
                       MOVE 'S' TO WRK-PRIMEIRA-FOTO
               END-READ
           END-IF
           IF PRIMEIRA-FOTO
               MOVE 'PRIMEIRA FOTO DO MASTER - NADA A CONFERIR NESTA '
                   TO FOTO-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
               MOVE 'EXECUCAO' TO FOTO-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
               MOVE 'S' TO WRK-FIM-TRABALHO
           ELSE
               IF HEADER-FOTO
                   MOVE WRK-FOTO-MOMENTO TO WRK-MOMENTO-ANTERIOR
                   MOVE WRK-FOTO-MOVIMENTO TO WRK-MOVIMENTO-ANTERIOR
                   MOVE SPACES TO FOTO-LST-LINHA
                   STRING 'FOTO ANTERIOR: MOVIMENTO ' DELIMITED BY SIZE
                       WRK-MOVIMENTO-ANTERIOR DELIMITED BY SIZE
                       ' - MASTER LIDO EM ' DELIMITED BY SIZE
                       WRK-FOTO-DATA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-FOTO-HORA DELIMITED BY SIZE
                       ' - JOURNAL REAPLICADO A PARTIR DESTE MOMENTO'
                       DELIMITED BY SIZE
                       INTO FOTO-LST-LINHA
                   PERFORM 9900-GRAVAR-LINHA
                   MOVE SPACES TO FOTO-LST-LINHA
                   PERFORM 9900-GRAVAR-LINHA
                   PERFORM 1400-GRAVAR-TITULO-OCORRENCIAS
                   PERFORM 1550-LER-FOTO-ANTERIOR
               ELSE
                   DISPLAY 'FOTO ANTERIOR SEM HEADER - CONFERENCIA '
                       'ABORTADA'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1400-GRAVAR-TITULO-OCORRENCIAS.
           MOVE SPACES TO WRK-OCR-TIPO WRK-OCR-USUARIO
           MOVE 'TIPO DA OCORRENCIA' TO WRK-OCR-TIPO
           MOVE 'USUARIO' TO WRK-OCR-USUARIO
           MOVE 'NV' TO WRK-OCR-ESP-NIVEL WRK-OCR-ATU-NIVEL
           MOVE 'EXPIRAC.' TO WRK-OCR-ESP-EXPIR WRK-OCR-ATU-EXPIR
           MOVE 'DEPTO' TO WRK-OCR-ESP-DEPTO WRK-OCR-ATU-DEPTO
           MOVE SPACES TO FOTO-LST-LINHA
           STRING '                                         '
               DELIMITED BY SIZE
               '                      ESPERADO (FOTO+JOURNAL)'
               DELIMITED BY SIZE
               '  ENCONTRADO' DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-OCORRENCIA TO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       1500-CARREGAR-FOTO-ANTERIOR.
      * O TRAILER FECHA A FOTO - O QUE VIER DEPOIS DELE E IGNORADO.
           IF TRAILER-FOTO
               MOVE 'S' TO WRK-TRAILER-LIDO
               MOVE 'S' TO WRK-FIM-FOTO-ANT
           ELSE
               MOVE WRK-USUARIO OF FOTO-USUARIO-RECORD
                   TO WRK-FTW-CHAVE
               MOVE WRK-NIVEL OF FOTO-USUARIO-RECORD
                   TO WRK-FTW-NIVEL
               MOVE WRK-DATA-EXPIRACAO OF FOTO-USUARIO-RECORD
                   TO WRK-FTW-EXPIRACAO
               MOVE WRK-DEPARTAMENTO OF FOTO-USUARIO-RECORD
                   TO WRK-FTW-DEPTO
               WRITE FOTO-WORK-RECORD
               IF WRK-FOTO-WORK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO CARREGAR A FOTO ANTERIOR - '
                       'STATUS ' WRK-FOTO-WORK-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-QTDE-FOTO-ANT
                   PERFORM 1550-LER-FOTO-ANTERIOR
               END-IF
           END-IF.

       1550-LER-FOTO-ANTERIOR.
           READ FOTO-ANT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-FOTO-ANT
           END-READ.

       1600-CONFERIR-TRAILER-ANTERIOR.
      * FOTO TRUNCADA NAO SERVE DE BASE - TODO USUARIO FALTANTE
      * SAIRIA COMO INCLUIDO SEM JOURNAL.
           IF NOT TRAILER-LIDO
                   OR WRK-FOTO-TRL-QTDE NOT = WRK-QTDE-FOTO-ANT
               DISPLAY 'FOTO ANTERIOR INCOMPLETA - TRAILER AUSENTE OU '
                   'QUANTIDADE DIFERENTE DOS DETALHES - CONFERENCIA '
                   'ABORTADA'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT SEM-JOURNAL
                   PERFORM 2050-LER-JOURNAL
               END-IF
           END-IF.

       2000-REAPLICAR-JOURNAL.
      * SO AS ACOES A PARTIR DO MOMENTO DA FOTO - NO MESMO SEGUNDO
      * A ACAO PODE JA ESTAR NA FOTO, E A REAPLICACAO CONVERGE.
           IF WRK-JRN-DATA-HORA NOT < WRK-MOMENTO-ANTERIOR
               ADD 1 TO WRK-QTDE-JOURNAL
               MOVE WRK-USUARIO OF JOURNAL-RECORD TO WRK-FTW-CHAVE
               EVALUATE TRUE
                   WHEN JRN-INCLUSAO
                       PERFORM 2100-REAPLICAR-INCLUSAO
                   WHEN JRN-ALTERACAO
                       PERFORM 2200-REAPLICAR-ALTERACAO
                   WHEN JRN-EXCLUSAO
                       PERFORM 2300-REAPLICAR-EXCLUSAO
                   WHEN OTHER
                       MOVE 'ACAO DESCONHECIDA NO JOURNAL'
                           TO WRK-OCR-TIPO
                       PERFORM 2500-OCORRENCIA-JOURNAL
               END-EVALUATE
           END-IF
           IF NOT ABORTADO
               PERFORM 2050-LER-JOURNAL
           END-IF.

       2050-LER-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-JOURNAL
           END-READ
           IF NOT FIM-JOURNAL
               MOVE SPACES TO WRK-JRN-DATA-HORA
               STRING WRK-JRN-DATA DELIMITED BY SIZE
                   WRK-JRN-HORA DELIMITED BY SIZE
                   INTO WRK-JRN-DATA-HORA
           END-IF.

       2100-REAPLICAR-INCLUSAO.
      * USUARIO JA NA FOTO SO E NORMAL COM OS PROPRIOS VALORES DA
      * INCLUSAO (ACAO NO MESMO SEGUNDO DA FOTO).
           READ FOTO-WORK-FILE
               INVALID KEY
                   PERFORM 2400-VALORES-DEPOIS
                   WRITE FOTO-WORK-RECORD
               NOT INVALID KEY
                   IF WRK-FTW-NIVEL NOT = WRK-JRN-NIVEL-DEPOIS
                           OR WRK-FTW-EXPIRACAO
                               NOT = WRK-JRN-EXPIR-DEPOIS
                           OR WRK-FTW-DEPTO NOT = WRK-JRN-DEPTO-DEPOIS
                       MOVE 'INCLUSAO NO JOURNAL DE USUARIO JA NA FOTO'
                           TO WRK-OCR-TIPO
                       PERFORM 2500-OCORRENCIA-JOURNAL
                   END-IF
                   PERFORM 2400-VALORES-DEPOIS
                   REWRITE FOTO-WORK-RECORD
           END-READ
           PERFORM 2450-CONFERIR-GRAVACAO.

       2200-REAPLICAR-ALTERACAO.
      * NA FOTO O USUARIO DEVE ESTAR COM OS VALORES ANTES DA ACAO
      * (OU JA COM OS DEPOIS, SE A ACAO E DO MESMO SEGUNDO).
           READ FOTO-WORK-FILE
               INVALID KEY
                   MOVE 'ALTERACAO NO JOURNAL SEM O USUARIO NA FOTO'
                       TO WRK-OCR-TIPO
                   PERFORM 2500-OCORRENCIA-JOURNAL
                   PERFORM 2400-VALORES-DEPOIS
                   WRITE FOTO-WORK-RECORD
               NOT INVALID KEY
                   IF (WRK-FTW-NIVEL NOT = WRK-JRN-NIVEL-ANTES
                           OR WRK-FTW-EXPIRACAO
                               NOT = WRK-JRN-EXPIR-ANTES
                           OR WRK-FTW-DEPTO NOT = WRK-JRN-DEPTO-ANTES)
                       AND (WRK-FTW-NIVEL NOT = WRK-JRN-NIVEL-DEPOIS
                           OR WRK-FTW-EXPIRACAO
                               NOT = WRK-JRN-EXPIR-DEPOIS
                           OR WRK-FTW-DEPTO NOT = WRK-JRN-DEPTO-DEPOIS)
                       MOVE 'ALTERACAO COM VALORES ANTES DIFERENTES'
                           TO WRK-OCR-TIPO
                       PERFORM 2500-OCORRENCIA-JOURNAL
                   END-IF
                   PERFORM 2400-VALORES-DEPOIS
                   REWRITE FOTO-WORK-RECORD
           END-READ
           PERFORM 2450-CONFERIR-GRAVACAO.

       2300-REAPLICAR-EXCLUSAO.
      * USUARIO JA FORA DA FOTO: EXCLUSAO DO MESMO SEGUNDO DA FOTO,
      * NADA A FAZER.
           READ FOTO-WORK-FILE
               INVALID KEY
                   MOVE '00' TO WRK-FOTO-WORK-STATUS
               NOT INVALID KEY
                   IF WRK-FTW-NIVEL NOT = WRK-JRN-NIVEL-ANTES
                           OR WRK-FTW-EXPIRACAO
                               NOT = WRK-JRN-EXPIR-ANTES
                           OR WRK-FTW-DEPTO NOT = WRK-JRN-DEPTO-ANTES
                       MOVE 'EXCLUSAO COM VALORES ANTES DIFERENTES'
                           TO WRK-OCR-TIPO
                       PERFORM 2500-OCORRENCIA-JOURNAL
                   END-IF
                   DELETE FOTO-WORK-FILE RECORD
           END-READ
           PERFORM 2450-CONFERIR-GRAVACAO.

       2400-VALORES-DEPOIS.
           MOVE WRK-USUARIO OF JOURNAL-RECORD TO WRK-FTW-CHAVE
           MOVE WRK-JRN-NIVEL-DEPOIS TO WRK-FTW-NIVEL
           MOVE WRK-JRN-EXPIR-DEPOIS TO WRK-FTW-EXPIRACAO
           MOVE WRK-JRN-DEPTO-DEPOIS TO WRK-FTW-DEPTO.

       2450-CONFERIR-GRAVACAO.
           IF WRK-FOTO-WORK-STATUS NOT = '00'
               DISPLAY 'ERRO AO REAPLICAR O JOURNAL NO ARQUIVO DE '
                   'TRABALHO - USUARIO ' WRK-USUARIO OF JOURNAL-RECORD
                   ' STATUS ' WRK-FOTO-WORK-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-OCORRENCIA-JOURNAL.
      * ESPERADO = VALORES ANTES DO JOURNAL (DEPOIS, NA INCLUSAO);
      * ENCONTRADO = O QUE ESTAVA NA FOTO REAPLICADA ATE AQUI.
           MOVE WRK-USUARIO OF JOURNAL-RECORD TO WRK-OCR-USUARIO
           IF JRN-INCLUSAO
               MOVE WRK-JRN-NIVEL-DEPOIS TO WRK-OCR-ESP-NIVEL
               MOVE WRK-JRN-EXPIR-DEPOIS TO WRK-OCR-ESP-EXPIR
               MOVE WRK-JRN-DEPTO-DEPOIS TO WRK-OCR-ESP-DEPTO
           ELSE
               MOVE WRK-JRN-NIVEL-ANTES TO WRK-OCR-ESP-NIVEL
               MOVE WRK-JRN-EXPIR-ANTES TO WRK-OCR-ESP-EXPIR
               MOVE WRK-JRN-DEPTO-ANTES TO WRK-OCR-ESP-DEPTO
           END-IF
           IF WRK-FOTO-WORK-STATUS = '00'
               MOVE WRK-FTW-NIVEL TO WRK-OCR-ATU-NIVEL
               MOVE WRK-FTW-EXPIRACAO TO WRK-OCR-ATU-EXPIR
               MOVE WRK-FTW-DEPTO TO WRK-OCR-ATU-DEPTO
           ELSE
               MOVE SPACES TO WRK-OCR-ATU-NIVEL WRK-OCR-ATU-EXPIR
                   WRK-OCR-ATU-DEPTO
           END-IF
           ADD 1 TO WRK-QTDE-OCR-JOURNAL
           PERFORM 5000-EMITIR-OCORRENCIA.

       3000-GRAVAR-HEADER-NOVO.
           MOVE SPACES TO FOTO-USUARIO-HEADER
           MOVE '*HEADER ' TO WRK-FOTO-HDR-ID
           MOVE WRK-DATA-MOVIMENTO TO WRK-FOTO-MOVIMENTO
           MOVE WRK-MOMENTO-ATUAL TO WRK-FOTO-MOMENTO
           MOVE FOTO-USUARIO-HEADER TO FOTO-NOVA-RECORD
           PERFORM 3800-GRAVAR-FOTO-NOVA.

       3050-POSICIONAR-ARQUIVOS.
           MOVE LOW-VALUES TO WRK-USUARIO OF USERS-RECORD
           START USERS-FILE KEY IS NOT LESS THAN WRK-USUARIO
               OF USERS-RECORD
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MASTER
           END-START
           IF NOT FIM-MASTER
               PERFORM 3060-LER-MASTER
           END-IF
           IF NOT FIM-TRABALHO
               MOVE LOW-VALUES TO WRK-FTW-CHAVE
               START FOTO-WORK-FILE KEY IS NOT LESS THAN WRK-FTW-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TRABALHO
               END-START
               IF NOT FIM-TRABALHO
                   PERFORM 3070-LER-TRABALHO
               END-IF
           END-IF.

       3060-LER-MASTER.
           READ USERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

       3070-LER-TRABALHO.
           READ FOTO-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

       3100-CONFRONTAR.
      * CASAMENTO POR CHAVE ENTRE O MASTER E A FOTO REAPLICADA -
      * OS DOIS INDEXADOS POR USUARIO, LIDOS EM SEQUENCIA.
           EVALUATE TRUE
               WHEN FIM-TRABALHO
                   PERFORM 3200-SO-NO-MASTER
               WHEN FIM-MASTER
                   PERFORM 3300-SO-NA-FOTO
               WHEN WRK-USUARIO OF USERS-RECORD < WRK-FTW-CHAVE
                   PERFORM 3200-SO-NO-MASTER
               WHEN WRK-USUARIO OF USERS-RECORD > WRK-FTW-CHAVE
                   PERFORM 3300-SO-NA-FOTO
               WHEN OTHER
                   PERFORM 3400-COMPARAR-CAMPOS
           END-EVALUATE.

       3200-SO-NO-MASTER.
      * NA PRIMEIRA FOTO NAO HA BASE - TODO USUARIO SO NO MASTER.
           IF NOT PRIMEIRA-FOTO
               MOVE 'INCLUIDO SEM ACAO NO JOURNAL' TO WRK-OCR-TIPO
               MOVE WRK-USUARIO OF USERS-RECORD TO WRK-OCR-USUARIO
               MOVE SPACES TO WRK-OCR-ESP-NIVEL WRK-OCR-ESP-EXPIR
                   WRK-OCR-ESP-DEPTO
               PERFORM 3500-VALORES-MASTER
               ADD 1 TO WRK-QTDE-INCLUIDOS
               PERFORM 5000-EMITIR-OCORRENCIA
           END-IF
           PERFORM 3700-GRAVAR-DETALHE-NOVO
           PERFORM 3060-LER-MASTER.

       3300-SO-NA-FOTO.
           MOVE 'EXCLUIDO SEM ACAO NO JOURNAL' TO WRK-OCR-TIPO
           MOVE WRK-FTW-CHAVE TO WRK-OCR-USUARIO
           PERFORM 3600-VALORES-FOTO
           MOVE SPACES TO WRK-OCR-ATU-NIVEL WRK-OCR-ATU-EXPIR
               WRK-OCR-ATU-DEPTO
           ADD 1 TO WRK-QTDE-EXCLUIDOS
           PERFORM 5000-EMITIR-OCORRENCIA
           PERFORM 3070-LER-TRABALHO.

       3400-COMPARAR-CAMPOS.
           IF WRK-NIVEL OF USERS-RECORD NOT = WRK-FTW-NIVEL
                   OR WRK-DATA-EXPIRACAO OF USERS-RECORD
                       NOT = WRK-FTW-EXPIRACAO
                   OR WRK-DEPARTAMENTO OF USERS-RECORD
                       NOT = WRK-FTW-DEPTO
               MOVE 'DIVERGENTE SEM ACAO NO JOURNAL' TO WRK-OCR-TIPO
               MOVE WRK-FTW-CHAVE TO WRK-OCR-USUARIO
               PERFORM 3600-VALORES-FOTO
               PERFORM 3500-VALORES-MASTER
               ADD 1 TO WRK-QTDE-DIVERGENTES
               PERFORM 5000-EMITIR-OCORRENCIA
           END-IF
           PERFORM 3700-GRAVAR-DETALHE-NOVO
           PERFORM 3060-LER-MASTER
           PERFORM 3070-LER-TRABALHO.

       3500-VALORES-MASTER.
           MOVE WRK-NIVEL OF USERS-RECORD TO WRK-OCR-ATU-NIVEL
           MOVE WRK-DATA-EXPIRACAO OF USERS-RECORD
               TO WRK-OCR-ATU-EXPIR
           MOVE WRK-DEPARTAMENTO OF USERS-RECORD
               TO WRK-OCR-ATU-DEPTO.

       3600-VALORES-FOTO.
           MOVE WRK-FTW-NIVEL TO WRK-OCR-ESP-NIVEL
           MOVE WRK-FTW-EXPIRACAO TO WRK-OCR-ESP-EXPIR
           MOVE WRK-FTW-DEPTO TO WRK-OCR-ESP-DEPTO.

       3700-GRAVAR-DETALHE-NOVO.
           MOVE USERS-RECORD TO FOTO-NOVA-RECORD
           PERFORM 3800-GRAVAR-FOTO-NOVA
           ADD 1 TO WRK-QTDE-FOTO-NOVA.

       3800-GRAVAR-FOTO-NOVA.
           WRITE FOTO-NOVA-RECORD
           IF WRK-FOTO-NOVA-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A NOVA FOTO DO MASTER - '
                   'STATUS ' WRK-FOTO-NOVA-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       3900-GRAVAR-TRAILER-NOVO.
           MOVE SPACES TO FOTO-USUARIO-TRAILER
           MOVE '*TRAILER' TO WRK-FOTO-TRL-ID
           MOVE WRK-QTDE-FOTO-NOVA TO WRK-FOTO-TRL-QTDE
           MOVE FOTO-USUARIO-TRAILER TO FOTO-NOVA-RECORD
           PERFORM 3800-GRAVAR-FOTO-NOVA.

       4000-EMITIR-TOTAIS.
           COMPUTE WRK-QTDE-NAO-EXPLICADAS = WRK-QTDE-OCR-JOURNAL
               + WRK-QTDE-DIVERGENTES + WRK-QTDE-INCLUIDOS
               + WRK-QTDE-EXCLUIDOS
           IF NOT PRIMEIRA-FOTO AND WRK-QTDE-NAO-EXPLICADAS = ZEROS
               MOVE 'NENHUMA ALTERACAO NAO EXPLICADA - O MASTER BATE '
                   TO FOTO-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
               MOVE 'COM A FOTO ANTERIOR MAIS O JOURNAL'
                   TO FOTO-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
           END-IF
           MOVE SPACES TO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-FOTO-ANT TO WRK-QTDE-ED
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'USUARIOS NA FOTO ANTERIOR..............: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-JOURNAL TO WRK-QTDE-ED
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'ACOES DO JOURNAL REAPLICADAS...........: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-FOTO-NOVA TO WRK-QTDE-ED
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'USUARIOS NO MASTER (NOVA FOTO).........: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-OCR-JOURNAL TO WRK-QTDE-ED
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'ACOES DO JOURNAL QUE NAO BATEM COM A FOTO: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-DIVERGENTES TO WRK-QTDE-ED
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'DIVERGENTES SEM ACAO NO JOURNAL........: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-INCLUIDOS TO WRK-QTDE-ED
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'INCLUIDOS SEM ACAO NO JOURNAL..........: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-EXCLUIDOS TO WRK-QTDE-ED
           MOVE SPACES TO FOTO-LST-LINHA
           STRING 'EXCLUIDOS SEM ACAO NO JOURNAL..........: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           IF WRK-QTDE-NAO-EXPLICADAS > ZEROS AND NOT ABORTADO
               MOVE 8 TO RETURN-CODE
           END-IF.

       5000-EMITIR-OCORRENCIA.
           MOVE WRK-OCORRENCIA TO FOTO-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       9000-FECHAR-ARQUIVOS.
           IF NOT PRIMEIRA-FOTO OR WRK-FOTO-ANT-STATUS NOT = '35'
               CLOSE FOTO-ANT-FILE
           END-IF
           IF NOT SEM-JOURNAL
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE USERS-FILE
           CLOSE FOTO-NOVA-FILE
           CLOSE FOTO-WORK-FILE
           CLOSE FOTO-LST-FILE.

       9900-GRAVAR-LINHA.
           WRITE FOTO-LST-LINHA
           IF WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A LISTAGEM DA CONFERENCIA DA '
                   'FOTO - STATUS ' WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.
