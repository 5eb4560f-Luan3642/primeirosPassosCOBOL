       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA43.
      ***************************
      * Area de comentarios
      * OBJETIVO: CONFERIR A CADEIA DO LOG DE AUDITORIA - TODO
      *           REGISTRO GRAVADO PELO PROGRAMA10, OPERCHK,
      *           PROGRAMA34 E PROGRAMA40 LEVA NUMERO DE SEQUENCIA
      *           E CHECK ENCADEADO (SUBROTINA AUDCHAIN, LAYOUT
      *           CPAUDLOG).
      *           A CONFERENCIA RECALCULA A CADEIA INTEIRA:
      *           - ARQUIVO MORTO (TODAS AS GERACOES DO GDG AUDARC):
      *             CADA GERACAO E CONFERIDA DO HEADER AO TRAILER
      *             GRAVADOS PELO PROGRAMA15 - SEQUENCIA SEM LACUNA
      *             NEM REPETICAO, CHECK DE CADA REGISTRO BATENDO COM
      *             O RECALCULADO A PARTIR DO ANTERIOR, TRAILER
      *             BATENDO COM O ULTIMO REGISTRO E A QUANTIDADE;
      *           - CONTINUIDADE ENTRE AS GERACOES: O HEADER DE CADA
      *             UMA TEM QUE SER O TRAILER DA ANTERIOR E O TRAILER
      *             DA ULTIMA TEM QUE SER A BASE DA ANCORA. COMO A
      *             CONCATENACAO DO GDG VEM DA MAIS NOVA PARA A MAIS
      *             ANTIGA, AS GERACOES SAO GUARDADAS NUM ARQUIVO DE
      *             TRABALHO INDEXADO PELA SEQUENCIA E CONFERIDAS NA
      *             ORDEM DA CADEIA;
      *           - LOG VIVO: DA BASE DA ANCORA ATE O ULTIMO
      *             REGISTRO, QUE TEM QUE SER O ULTIMO DA ANCORA -
      *             REGISTRO REMOVIDO DO FIM DO LOG TAMBEM APARECE.
      *           REGISTROS SEM SEQUENCIA ANTES DO PRIMEIRO
      *           SEQUENCIADO SAO ANTERIORES A CADEIA E SO CONTADOS;
      *           DEPOIS DELE SAO OCORRENCIA. A PRIMEIRA GERACAO
      *           PRESENTE E O PONTO DE PARTIDA - GERACOES MAIS
      *           ANTIGAS JA DESCARTADAS PELO LIMITE DO GDG NAO SAO
      *           COBRADAS.
      * PARM: POSICOES 1-8 = DATA DE MOVIMENTO (AAAAMMDD) - SEM
      *       ELA, USA A DATA DE SISTEMA.
      * RETURN-CODE: 0 = CADEIA INTEGRA; 8 = HA OCORRENCIAS
      *           (ACOMPANHAMENTO DA SEGURANCA); 16 = ERRO DE
      *           ABERTURA/GRAVACAO, PARM INVALIDO OU ANCORA DA
      *           CADEIA INDISPONIVEL.
      * ARQUIVOS PELAS DDNAMES DO JCL (ARCAUDDD/AUDTDD/CADWRKDD/
      * CADLSTDD; A ANCORA, AUDANCDD, E ABERTA PELA AUDCHAIN), COM
      * VALOR PADRAO QUANDO A VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA
      * DEFINIDA, COMO NO PROGRAMA10.
      * DATA = 15/10/2026
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-MORTO-FILE ASSIGN TO ARCAUDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MORTO-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT BLOCO-WORK-FILE ASSIGN TO CADWRKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-BLC-CHAVE
               FILE STATUS IS WRK-BLOCO-STATUS.
           SELECT CADEIA-LST-FILE ASSIGN TO CADLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LISTAGEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MORTO-FILE.
       01  MORTO-RECORD           PIC X(55).

       FD  AUDIT-LOG-FILE.
           COPY CPAUDLOG.

       FD  BLOCO-WORK-FILE.
      * UMA LINHA POR GERACAO DO ARQUIVO MORTO - SEQUENCIA/CHECK DO
      * HEADER E DO TRAILER. RECRIADO A CADA EXECUCAO.
       01  BLOCO-WORK-RECORD.
           05  WRK-BLC-CHAVE.
               10  WRK-BLC-HDR-SEQUENCIA PIC 9(09).
               10  WRK-BLC-TRL-SEQUENCIA PIC 9(09).
               10  WRK-BLC-DATA        PIC X(08).
               10  WRK-BLC-ORDEM       PIC 9(05).
           05  WRK-BLC-HDR-CHECK       PIC 9(09).
           05  WRK-BLC-TRL-CHECK       PIC 9(09).
           05  WRK-BLC-QTDE            PIC 9(07).

       FD  CADEIA-LST-FILE.
       01  CADEIA-LST-LINHA       PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-MORTO-STATUS       PIC X(02) VALUE '00'.
       77  WRK-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-BLOCO-STATUS       PIC X(02) VALUE '00'.
       77  WRK-LISTAGEM-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FIM-MORTO          PIC X(01) VALUE 'N'.
         88  FIM-MORTO               VALUE 'S'.
       77  WRK-FIM-VIVO           PIC X(01) VALUE 'N'.
         88  FIM-VIVO                VALUE 'S'.
       77  WRK-FIM-BLOCOS         PIC X(01) VALUE 'N'.
         88  FIM-BLOCOS              VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-SEM-MORTO          PIC X(01) VALUE 'N'.
         88  SEM-MORTO               VALUE 'S'.
       77  WRK-SEM-LOG-VIVO       PIC X(01) VALUE 'N'.
         88  SEM-LOG-VIVO            VALUE 'S'.
       77  WRK-SEM-ANCORA         PIC X(01) VALUE 'N'.
         88  SEM-ANCORA              VALUE 'S'.
       77  WRK-BLOCO-ABERTO       PIC X(01) VALUE 'N'.
         88  BLOCO-ABERTO            VALUE 'S'.
       77  WRK-CADEIA-INICIADA    PIC X(01) VALUE 'N'.
         88  CADEIA-INICIADA         VALUE 'S'.
       77  WRK-REGISTRO-SEQUENCIADO PIC X(01) VALUE 'N'.
         88  REGISTRO-SEQUENCIADO    VALUE 'S'.
       77  WRK-PRIMEIRO-BLOCO     PIC X(01) VALUE 'S'.
         88  PRIMEIRO-BLOCO          VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.

      * ESTADO DA CADEIA - ULTIMO ELO CONFERIDO.
       77  WRK-ULT-SEQUENCIA      PIC 9(09) VALUE ZEROS.
       77  WRK-ULT-CHECK          PIC 9(09) VALUE ZEROS.
       77  WRK-SEQ-ESPERADA       PIC 9(09) VALUE ZEROS.

      * GERACAO DO ARQUIVO MORTO EM CONFERENCIA.
       77  WRK-HDR-SEQUENCIA      PIC 9(09) VALUE ZEROS.
       77  WRK-HDR-CHECK          PIC 9(09) VALUE ZEROS.
       77  WRK-HDR-DATA           PIC X(08) VALUE SPACES.
       77  WRK-QTDE-BLOCO         PIC 9(07) VALUE ZEROS.
       77  WRK-ORDEM-BLOCO        PIC 9(05) VALUE ZEROS.

      * ANCORA DA CADEIA (AUDCHAIN, FUNCAO A).
       77  WRK-BASE-SEQUENCIA     PIC 9(09) VALUE ZEROS.
       77  WRK-BASE-CHECK         PIC 9(09) VALUE ZEROS.
       77  WRK-ANC-SEQUENCIA      PIC 9(09) VALUE ZEROS.
       77  WRK-ANC-CHECK          PIC 9(09) VALUE ZEROS.
           COPY CPAUDCAD.

      * LINHA DE OCORRENCIA - SEQUENCIA ESPERADA PELA CADEIA E A
      * ENCONTRADA, COM OS DADOS DO REGISTRO QUANDO HOUVER.
       01  WRK-OCORRENCIA.
           05  WRK-OCR-ORIGEM      PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-TIPO        PIC X(45).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-ESPERADA    PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-ENCONTRADA  PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-DATA        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-HORA        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-USUARIO     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-OCR-RAMO        PIC X(01).
       77  WRK-SEQUENCIA-ED       PIC ZZZZZZZZ9.
       77  WRK-ANCORA-ED          PIC ZZZZZZZZ9.

      * TOTAIS DA LISTAGEM.
       77  WRK-QTDE-LIDOS-MORTO   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GERACOES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-LIDOS-VIVO    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONFERIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LEGADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OCORRENCIAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZZZZZ9.

      * CONTROLE DE EXECUCAO POR DATA DE MOVIMENTO (RUNCTL).
       77  WRK-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77  WRK-RC-FUNCAO          PIC X(01) VALUE SPACES.
       77  WRK-RC-STEP            PIC X(08) VALUE 'STEP080 '.
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
               PERFORM 0300-CONSULTAR-ANCORA
           END-IF
           IF NOT ABORTADO
               PERFORM 1200-GRAVAR-CABECALHO
           END-IF
           IF NOT ABORTADO AND NOT SEM-MORTO
               PERFORM 2000-CONFERIR-MORTO
           END-IF
           IF NOT ABORTADO
               PERFORM 3000-CONFERIR-CONTINUIDADE
           END-IF
           IF NOT ABORTADO
               PERFORM 4000-CONFERIR-LOG-VIVO
           END-IF
           IF NOT ABORTADO
               PERFORM 7000-EMITIR-TOTAIS
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
           MOVE WRK-QTDE-OCORRENCIAS TO WRK-RC-QTDE
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
      * NO JCL, A DD ARCAUDDD CONCATENA AS GERACOES DO GDG AUDARC.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_ARCAUDDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_ARCAUDDD' TO 'AUDARC.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_AUDTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_AUDTDD' TO 'AUDITLOG.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CADWRKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CADWRKDD' TO 'CADWORK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CADLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CADLSTDD' TO 'CADEIA.LST'
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
           IF NOT ABORTADO AND WRK-DATA-REFERENCIA = ZEROS
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-DATA-REFERENCIA
           END-IF.

       0300-CONSULTAR-ANCORA.
      * SEM ANCORA A CADEIA AINDA NAO COMECOU - BASE E ULTIMO ZERO.
           MOVE 'A' TO WRK-CAD-FUNCAO
           CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD WRK-CADEIA-AUDITORIA
           IF CAD-INDISPONIVEL
               DISPLAY 'ANCORA DA CADEIA DO LOG DE AUDITORIA '
                   'INDISPONIVEL - CONFERENCIA ABORTADA'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               IF CAD-SEM-ANCORA
                   MOVE 'S' TO WRK-SEM-ANCORA
               END-IF
               MOVE WRK-CAD-BASE-SEQUENCIA TO WRK-BASE-SEQUENCIA
               MOVE WRK-CAD-BASE-CHECK TO WRK-BASE-CHECK
               MOVE WRK-CAD-ULTIMA-SEQUENCIA TO WRK-ANC-SEQUENCIA
               MOVE WRK-CAD-ULTIMO-CHECK TO WRK-ANC-CHECK
           END-IF.

       1000-ABRIR-ARQUIVOS.
      * ARQUIVO MORTO INEXISTENTE = NADA ARQUIVADO AINDA; LOG VIVO
      * INEXISTENTE = NADA GRAVADO AINDA.
           OPEN INPUT ARQUIVO-MORTO-FILE
           IF WRK-MORTO-STATUS = '35'
               MOVE 'S' TO WRK-SEM-MORTO
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WRK-AUDITLOG-STATUS = '35'
               MOVE 'S' TO WRK-SEM-LOG-VIVO
           END-IF
           OPEN OUTPUT CADEIA-LST-FILE
      * O ARQUIVO DE TRABALHO E CRIADO VAZIO E REABERTO EM I-O,
      * COMO NO PROGRAMA24.
           OPEN OUTPUT BLOCO-WORK-FILE
           IF WRK-BLOCO-STATUS = '00'
               CLOSE BLOCO-WORK-FILE
               OPEN I-O BLOCO-WORK-FILE
           END-IF
           IF (WRK-MORTO-STATUS NOT = '00' AND NOT SEM-MORTO)
                   OR (WRK-AUDITLOG-STATUS NOT = '00'
                       AND NOT SEM-LOG-VIVO)
                   OR WRK-LISTAGEM-STATUS NOT = '00'
                   OR WRK-BLOCO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA CONFERENCIA DA '
                   'CADEIA - STATUS ' WRK-MORTO-STATUS ' '
                   WRK-AUDITLOG-STATUS ' ' WRK-LISTAGEM-STATUS ' '
                   WRK-BLOCO-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-GRAVAR-CABECALHO.
           MOVE SPACES TO CADEIA-LST-LINHA
           STRING 'CONFERENCIA DA CADEIA DO LOG DE AUDITORIA (ARQUIVO '
               DELIMITED BY SIZE
               'MORTO E LOG VIVO) - DATA DE MOVIMENTO '
               DELIMITED BY SIZE
               WRK-DATA-MOVIMENTO DELIMITED BY SIZE
               INTO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO CADEIA-LST-LINHA
           IF SEM-ANCORA
               STRING 'ANCORA DA CADEIA AINDA NAO CRIADA - NENHUM '
                   DELIMITED BY SIZE
                   'REGISTRO SEQUENCIADO GRAVADO' DELIMITED BY SIZE
                   INTO CADEIA-LST-LINHA
           ELSE
               MOVE WRK-BASE-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE WRK-ANC-SEQUENCIA TO WRK-ANCORA-ED
               STRING 'ANCORA: BASE DO LOG VIVO ' DELIMITED BY SIZE
                   WRK-SEQUENCIA-ED DELIMITED BY SIZE
                   ' - ULTIMO REGISTRO GRAVADO ' DELIMITED BY SIZE
                   WRK-ANCORA-ED DELIMITED BY SIZE
                   INTO CADEIA-LST-LINHA
           END-IF
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE 'ORIGE' TO WRK-OCR-ORIGEM
           MOVE 'TIPO DA OCORRENCIA' TO WRK-OCR-TIPO
           MOVE 'ESPERADA' TO WRK-OCR-ESPERADA
           MOVE 'ENCONTRAD' TO WRK-OCR-ENCONTRADA
           MOVE 'DATA' TO WRK-OCR-DATA
           MOVE 'HORA' TO WRK-OCR-HORA
           MOVE 'USUARIO' TO WRK-OCR-USUARIO
           MOVE 'R' TO WRK-OCR-RAMO
           MOVE WRK-OCORRENCIA TO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       2000-CONFERIR-MORTO.
           PERFORM 2050-LER-MORTO
           PERFORM 2100-TRATAR-MORTO
               UNTIL FIM-MORTO OR ABORTADO
           IF BLOCO-ABERTO AND NOT ABORTADO
               PERFORM 2400-FECHAR-BLOCO-SEM-TRAILER
           END-IF.

       2050-LER-MORTO.
           READ ARQUIVO-MORTO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-MORTO
           END-READ.

       2100-TRATAR-MORTO.
      * O REGISTRO E MOVIDO PARA A AREA DO LOG, COMO NO PROGRAMA25 -
      * O CONTROLE DA CADEIA E A REDEFINICAO AUDIT-LOG-CONTROLE.
           MOVE MORTO-RECORD TO AUDIT-LOG-RECORD
           ADD 1 TO WRK-QTDE-LIDOS-MORTO
           EVALUATE TRUE
               WHEN AUDIT-CTL-HEADER
                   PERFORM 2200-ABRIR-BLOCO
               WHEN AUDIT-CTL-TRAILER
                   PERFORM 2300-FECHAR-BLOCO
               WHEN OTHER
                   PERFORM 2500-CONFERIR-REGISTRO-MORTO
           END-EVALUATE
           IF NOT ABORTADO
               PERFORM 2050-LER-MORTO
           END-IF.

       2200-ABRIR-BLOCO.
           IF BLOCO-ABERTO
               PERFORM 2400-FECHAR-BLOCO-SEM-TRAILER
           END-IF
           MOVE 'S' TO WRK-BLOCO-ABERTO
           ADD 1 TO WRK-QTDE-GERACOES
           MOVE ZEROS TO WRK-QTDE-BLOCO
           MOVE WRK-AUDIT-CTL-DATA TO WRK-HDR-DATA
           IF WRK-AUDIT-CTL-SEQUENCIA IS NUMERIC
                   AND WRK-AUDIT-CTL-CHECK IS NUMERIC
               MOVE WRK-AUDIT-CTL-SEQUENCIA TO WRK-HDR-SEQUENCIA
               MOVE WRK-AUDIT-CTL-CHECK TO WRK-HDR-CHECK
           ELSE
               MOVE ZEROS TO WRK-HDR-SEQUENCIA WRK-HDR-CHECK
               PERFORM 5200-LIMPAR-OCORRENCIA
               MOVE 'HEADER DE GERACAO COM SEQUENCIA INVALIDA'
                   TO WRK-OCR-TIPO
               MOVE WRK-HDR-DATA TO WRK-OCR-DATA
               PERFORM 5000-EMITIR-OCORRENCIA
           END-IF
           MOVE WRK-HDR-SEQUENCIA TO WRK-ULT-SEQUENCIA
           MOVE WRK-HDR-CHECK TO WRK-ULT-CHECK
           IF WRK-HDR-SEQUENCIA > ZEROS
               MOVE 'S' TO WRK-CADEIA-INICIADA
           ELSE
               MOVE 'N' TO WRK-CADEIA-INICIADA
           END-IF.

       2300-FECHAR-BLOCO.
           IF NOT BLOCO-ABERTO
               PERFORM 5200-LIMPAR-OCORRENCIA
               MOVE 'TRAILER DE GERACAO SEM HEADER' TO WRK-OCR-TIPO
               MOVE WRK-AUDIT-CTL-DATA TO WRK-OCR-DATA
               PERFORM 5000-EMITIR-OCORRENCIA
           ELSE
               IF WRK-AUDIT-CTL-QTDE NOT = WRK-QTDE-BLOCO
                   PERFORM 5200-LIMPAR-OCORRENCIA
                   MOVE 'QUANTIDADE DA GERACAO NAO BATE COM O TRAILER'
                       TO WRK-OCR-TIPO
                   MOVE WRK-AUDIT-CTL-QTDE TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
                   MOVE WRK-QTDE-BLOCO TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
                   MOVE WRK-HDR-DATA TO WRK-OCR-DATA
                   PERFORM 5000-EMITIR-OCORRENCIA
               END-IF
               IF WRK-AUDIT-CTL-SEQUENCIA NOT = WRK-ULT-SEQUENCIA
                       OR WRK-AUDIT-CTL-CHECK NOT = WRK-ULT-CHECK
                   PERFORM 5200-LIMPAR-OCORRENCIA
                   MOVE 'TRAILER NAO BATE COM O ULTIMO REGISTRO'
                       TO WRK-OCR-TIPO
                   MOVE WRK-AUDIT-CTL-SEQUENCIA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
                   MOVE WRK-ULT-SEQUENCIA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
                   MOVE WRK-HDR-DATA TO WRK-OCR-DATA
                   PERFORM 5000-EMITIR-OCORRENCIA
               END-IF
      * A CONTINUIDADE E CONFERIDA PELO QUE O TRAILER DECLARA - A
      * DIVERGENCIA INTERNA JA FOI RELATADA ACIMA.
               MOVE WRK-AUDIT-CTL-SEQUENCIA TO WRK-ULT-SEQUENCIA
               MOVE WRK-AUDIT-CTL-CHECK TO WRK-ULT-CHECK
               PERFORM 2450-GUARDAR-BLOCO
           END-IF.

       2400-FECHAR-BLOCO-SEM-TRAILER.
           PERFORM 5200-LIMPAR-OCORRENCIA
           MOVE 'GERACAO SEM TRAILER (INCOMPLETA)' TO WRK-OCR-TIPO
           MOVE WRK-HDR-DATA TO WRK-OCR-DATA
           PERFORM 5000-EMITIR-OCORRENCIA
           PERFORM 2450-GUARDAR-BLOCO.

       2450-GUARDAR-BLOCO.
           ADD 1 TO WRK-ORDEM-BLOCO
           MOVE WRK-HDR-SEQUENCIA TO WRK-BLC-HDR-SEQUENCIA
           MOVE WRK-ULT-SEQUENCIA TO WRK-BLC-TRL-SEQUENCIA
           MOVE WRK-HDR-DATA TO WRK-BLC-DATA
           MOVE WRK-ORDEM-BLOCO TO WRK-BLC-ORDEM
           MOVE WRK-HDR-CHECK TO WRK-BLC-HDR-CHECK
           MOVE WRK-ULT-CHECK TO WRK-BLC-TRL-CHECK
           MOVE WRK-QTDE-BLOCO TO WRK-BLC-QTDE
           WRITE BLOCO-WORK-RECORD
           IF WRK-BLOCO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE TRABALHO DA '
                   'CADEIA - STATUS ' WRK-BLOCO-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE 'N' TO WRK-BLOCO-ABERTO.

       2500-CONFERIR-REGISTRO-MORTO.
      * FORA DE HEADER/TRAILER SO PODE HAVER REGISTRO ANTERIOR A
      * CADEIA (GERACOES GRAVADAS ANTES DELA).
           MOVE 'MORTO' TO WRK-OCR-ORIGEM
           PERFORM 6000-VERIFICAR-SEQUENCIADO
           IF BLOCO-ABERTO
               ADD 1 TO WRK-QTDE-BLOCO
               PERFORM 6100-CONFERIR-ELO
           ELSE
               IF REGISTRO-SEQUENCIADO
                   PERFORM 5200-LIMPAR-OCORRENCIA
                   MOVE 'REGISTRO COM SEQUENCIA FORA DE GERACAO'
                       TO WRK-OCR-TIPO
                   MOVE WRK-AUDIT-SEQUENCIA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
                   PERFORM 5100-DADOS-REGISTRO
                   PERFORM 5000-EMITIR-OCORRENCIA
               ELSE
                   ADD 1 TO WRK-QTDE-LEGADOS
               END-IF
           END-IF.

       3000-CONFERIR-CONTINUIDADE.
      * AS GERACOES NA ORDEM DA CADEIA - O HEADER DE CADA UMA E O
      * TRAILER DA ANTERIOR; O TRAILER DA ULTIMA E A BASE DA ANCORA.
           MOVE 'MORTO' TO WRK-OCR-ORIGEM
           IF WRK-ORDEM-BLOCO = ZEROS
               IF WRK-BASE-SEQUENCIA > ZEROS
                   PERFORM 5200-LIMPAR-OCORRENCIA
                   MOVE 'ARQUIVO MORTO SEM GERACOES DA CADEIA'
                       TO WRK-OCR-TIPO
                   MOVE WRK-BASE-SEQUENCIA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
                   PERFORM 5000-EMITIR-OCORRENCIA
               END-IF
           ELSE
               MOVE LOW-VALUES TO WRK-BLC-CHAVE
               START BLOCO-WORK-FILE KEY IS NOT < WRK-BLC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-BLOCOS
               END-START
               IF NOT FIM-BLOCOS
                   PERFORM 3050-LER-BLOCO
               END-IF
               PERFORM 3100-CONFERIR-BLOCO
                   UNTIL FIM-BLOCOS OR ABORTADO
               IF WRK-ULT-SEQUENCIA NOT = WRK-BASE-SEQUENCIA
                       OR WRK-ULT-CHECK NOT = WRK-BASE-CHECK
                   PERFORM 5200-LIMPAR-OCORRENCIA
                   MOVE 'ULTIMA GERACAO NAO BATE COM A BASE DA ANCORA'
                       TO WRK-OCR-TIPO
                   MOVE WRK-BASE-SEQUENCIA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
                   MOVE WRK-ULT-SEQUENCIA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
                   PERFORM 5000-EMITIR-OCORRENCIA
               END-IF
           END-IF.

       3050-LER-BLOCO.
           READ BLOCO-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-BLOCOS
           END-READ.

       3100-CONFERIR-BLOCO.
      * A GERACAO MAIS ANTIGA PRESENTE E O PONTO DE PARTIDA.
           IF PRIMEIRO-BLOCO
               MOVE 'N' TO WRK-PRIMEIRO-BLOCO
               MOVE WRK-BLC-HDR-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE SPACES TO CADEIA-LST-LINHA
               STRING 'ARQUIVO MORTO CONFERIDO A PARTIR DA SEQUENCIA '
                   DELIMITED BY SIZE
                   WRK-SEQUENCIA-ED DELIMITED BY SIZE
                   ' (GERACAO DE ' DELIMITED BY SIZE
                   WRK-BLC-DATA DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO CADEIA-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
           ELSE
               IF WRK-BLC-HDR-SEQUENCIA > WRK-ULT-SEQUENCIA
                   PERFORM 5200-LIMPAR-OCORRENCIA
                   MOVE 'GERACAO AUSENTE NO ARQUIVO MORTO'
                       TO WRK-OCR-TIPO
                   COMPUTE WRK-SEQ-ESPERADA = WRK-ULT-SEQUENCIA + 1
                   MOVE WRK-SEQ-ESPERADA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
                   COMPUTE WRK-SEQ-ESPERADA =
                       WRK-BLC-HDR-SEQUENCIA + 1
                   MOVE WRK-SEQ-ESPERADA TO WRK-SEQUENCIA-ED
                   MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
                   MOVE WRK-BLC-DATA TO WRK-OCR-DATA
                   PERFORM 5000-EMITIR-OCORRENCIA
               ELSE
                   IF WRK-BLC-HDR-SEQUENCIA NOT = WRK-ULT-SEQUENCIA
                           OR WRK-BLC-HDR-CHECK NOT = WRK-ULT-CHECK
                       PERFORM 5200-LIMPAR-OCORRENCIA
                       MOVE 'GERACAO NAO ENCADEIA COM A ANTERIOR'
                           TO WRK-OCR-TIPO
                       MOVE WRK-ULT-SEQUENCIA TO WRK-SEQUENCIA-ED
                       MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
                       MOVE WRK-BLC-HDR-SEQUENCIA TO WRK-SEQUENCIA-ED
                       MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
                       MOVE WRK-BLC-DATA TO WRK-OCR-DATA
                       PERFORM 5000-EMITIR-OCORRENCIA
                   END-IF
               END-IF
           END-IF
           MOVE WRK-BLC-TRL-SEQUENCIA TO WRK-ULT-SEQUENCIA
           MOVE WRK-BLC-TRL-CHECK TO WRK-ULT-CHECK
           PERFORM 3050-LER-BLOCO.

       4000-CONFERIR-LOG-VIVO.
      * O LOG VIVO COMECA NA BASE DA ANCORA E TERMINA NO ULTIMO
      * REGISTRO DA ANCORA.
           MOVE WRK-BASE-SEQUENCIA TO WRK-ULT-SEQUENCIA
           MOVE WRK-BASE-CHECK TO WRK-ULT-CHECK
           IF WRK-BASE-SEQUENCIA > ZEROS
               MOVE 'S' TO WRK-CADEIA-INICIADA
           ELSE
               MOVE 'N' TO WRK-CADEIA-INICIADA
           END-IF
           IF NOT SEM-LOG-VIVO
               PERFORM 4050-LER-VIVO
               PERFORM 4100-CONFERIR-REGISTRO-VIVO
                   UNTIL FIM-VIVO OR ABORTADO
           END-IF
           IF NOT ABORTADO
               PERFORM 4200-CONFERIR-FIM-LOG
           END-IF.

       4050-LER-VIVO.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-VIVO
           END-READ.

       4100-CONFERIR-REGISTRO-VIVO.
           ADD 1 TO WRK-QTDE-LIDOS-VIVO
           MOVE 'VIVO ' TO WRK-OCR-ORIGEM
           PERFORM 6000-VERIFICAR-SEQUENCIADO
           PERFORM 6100-CONFERIR-ELO
           IF NOT ABORTADO
               PERFORM 4050-LER-VIVO
           END-IF.

       4200-CONFERIR-FIM-LOG.
      * REGISTRO REMOVIDO DO FIM DO LOG NAO DEIXA LACUNA - SO A
      * ANCORA MOSTRA ATE ONDE A CADEIA FOI GRAVADA.
           MOVE 'VIVO ' TO WRK-OCR-ORIGEM
           IF SEM-ANCORA
               IF WRK-QTDE-CONFERIDOS > ZEROS
                   PERFORM 5200-LIMPAR-OCORRENCIA
                   MOVE 'ANCORA AUSENTE COM REGISTROS SEQUENCIADOS'
                       TO WRK-OCR-TIPO
                   PERFORM 5000-EMITIR-OCORRENCIA
               END-IF
           ELSE
               PERFORM 5200-LIMPAR-OCORRENCIA
               MOVE WRK-ANC-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
               MOVE WRK-ULT-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
               EVALUATE TRUE
                   WHEN WRK-ULT-SEQUENCIA < WRK-ANC-SEQUENCIA
                       MOVE 'REGISTRO(S) REMOVIDO(S) DO FIM DO LOG'
                           TO WRK-OCR-TIPO
                       PERFORM 5000-EMITIR-OCORRENCIA
                   WHEN WRK-ULT-SEQUENCIA > WRK-ANC-SEQUENCIA
                       MOVE 'ANCORA ATRASADA EM RELACAO AO LOG VIVO'
                           TO WRK-OCR-TIPO
                       PERFORM 5000-EMITIR-OCORRENCIA
                   WHEN WRK-ULT-CHECK NOT = WRK-ANC-CHECK
                       MOVE 'ULTIMO REGISTRO NAO BATE COM A ANCORA'
                           TO WRK-OCR-TIPO
                       PERFORM 5000-EMITIR-OCORRENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       5000-EMITIR-OCORRENCIA.
           ADD 1 TO WRK-QTDE-OCORRENCIAS
           MOVE WRK-OCORRENCIA TO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       5100-DADOS-REGISTRO.
           MOVE WRK-AUDIT-DATA TO WRK-OCR-DATA
           MOVE WRK-AUDIT-HORA TO WRK-OCR-HORA
           MOVE WRK-USUARIO OF AUDIT-LOG-RECORD TO WRK-OCR-USUARIO
           MOVE WRK-AUDIT-BRANCH TO WRK-OCR-RAMO.

       5200-LIMPAR-OCORRENCIA.
           MOVE SPACES TO WRK-OCR-TIPO WRK-OCR-ESPERADA
               WRK-OCR-ENCONTRADA WRK-OCR-DATA WRK-OCR-HORA
               WRK-OCR-USUARIO WRK-OCR-RAMO.

       6000-VERIFICAR-SEQUENCIADO.
      * REGISTRO GRAVADO ANTES DA CADEIA TEM SEQUENCIA EM BRANCO;
      * GRAVADO COM A ANCORA INDISPONIVEL, ZERADA.
           IF WRK-AUDIT-SEQUENCIA IS NUMERIC
                   AND WRK-AUDIT-SEQUENCIA > ZEROS
               MOVE 'S' TO WRK-REGISTRO-SEQUENCIADO
           ELSE
               MOVE 'N' TO WRK-REGISTRO-SEQUENCIADO
           END-IF.

       6100-CONFERIR-ELO.
           COMPUTE WRK-SEQ-ESPERADA = WRK-ULT-SEQUENCIA + 1
           PERFORM 5200-LIMPAR-OCORRENCIA
           MOVE WRK-SEQ-ESPERADA TO WRK-SEQUENCIA-ED
           MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ESPERADA
           PERFORM 5100-DADOS-REGISTRO
           IF NOT REGISTRO-SEQUENCIADO
               IF CADEIA-INICIADA
                   MOVE 'REGISTRO SEM SEQUENCIA DENTRO DA CADEIA'
                       TO WRK-OCR-TIPO
                   PERFORM 5000-EMITIR-OCORRENCIA
               ELSE
                   ADD 1 TO WRK-QTDE-LEGADOS
               END-IF
           ELSE
               MOVE 'S' TO WRK-CADEIA-INICIADA
               ADD 1 TO WRK-QTDE-CONFERIDOS
               MOVE WRK-AUDIT-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE WRK-SEQUENCIA-ED TO WRK-OCR-ENCONTRADA
               EVALUATE TRUE
                   WHEN WRK-AUDIT-CHECK IS NOT NUMERIC
                       MOVE 'CHECK INVALIDO - REGISTRO ALTERADO'
                           TO WRK-OCR-TIPO
                       PERFORM 5000-EMITIR-OCORRENCIA
                       MOVE WRK-AUDIT-SEQUENCIA TO WRK-ULT-SEQUENCIA
                       MOVE ZEROS TO WRK-ULT-CHECK
                   WHEN WRK-AUDIT-SEQUENCIA < WRK-SEQ-ESPERADA
      * O ELO ANTERIOR CONTINUA VALENDO PARA O REGISTRO SEGUINTE.
                       MOVE 'SEQUENCIA REPETIDA OU FORA DE ORDEM'
                           TO WRK-OCR-TIPO
                       PERFORM 5000-EMITIR-OCORRENCIA
                   WHEN WRK-AUDIT-SEQUENCIA > WRK-SEQ-ESPERADA
      * SEM O REGISTRO ANTERIOR O CHECK NAO TEM COMO SER CONFERIDO -
      * A CADEIA RECOMECA DESTE REGISTRO.
                       MOVE 'LACUNA NA SEQUENCIA - REGISTROS REMOVIDOS'
                           TO WRK-OCR-TIPO
                       PERFORM 5000-EMITIR-OCORRENCIA
                       MOVE WRK-AUDIT-SEQUENCIA TO WRK-ULT-SEQUENCIA
                       MOVE WRK-AUDIT-CHECK TO WRK-ULT-CHECK
                   WHEN OTHER
                       PERFORM 6200-CALCULAR-CHECK
                       IF WRK-CAD-CHECK-CALCULADO NOT = WRK-AUDIT-CHECK
                           MOVE 'CHECK NAO CONFERE - REGISTRO ALTERADO'
                               TO WRK-OCR-TIPO
                           PERFORM 5000-EMITIR-OCORRENCIA
                       END-IF
                       MOVE WRK-AUDIT-SEQUENCIA TO WRK-ULT-SEQUENCIA
                       MOVE WRK-AUDIT-CHECK TO WRK-ULT-CHECK
               END-EVALUATE
           END-IF.

       6200-CALCULAR-CHECK.
           MOVE 'C' TO WRK-CAD-FUNCAO
           MOVE WRK-ULT-CHECK TO WRK-CAD-CHECK-ANTERIOR
           CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD WRK-CADEIA-AUDITORIA.

       7000-EMITIR-TOTAIS.
           MOVE SPACES TO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           IF WRK-QTDE-OCORRENCIAS = ZEROS
               STRING 'NENHUMA OCORRENCIA - A CADEIA DO LOG DE '
                   DELIMITED BY SIZE
                   'AUDITORIA ESTA INTEGRA' DELIMITED BY SIZE
                   INTO CADEIA-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
               MOVE SPACES TO CADEIA-LST-LINHA
               PERFORM 9900-GRAVAR-LINHA
           END-IF
           MOVE WRK-QTDE-LIDOS-MORTO TO WRK-QTDE-ED
           MOVE SPACES TO CADEIA-LST-LINHA
           STRING 'REGISTROS LIDOS NO ARQUIVO MORTO.......: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-GERACOES TO WRK-QTDE-ED
           MOVE SPACES TO CADEIA-LST-LINHA
           STRING 'GERACOES COM CONTROLE DA CADEIA........: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-LIDOS-VIVO TO WRK-QTDE-ED
           MOVE SPACES TO CADEIA-LST-LINHA
           STRING 'REGISTROS LIDOS NO LOG VIVO............: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-CONFERIDOS TO WRK-QTDE-ED
           MOVE SPACES TO CADEIA-LST-LINHA
           STRING 'REGISTROS SEQUENCIADOS CONFERIDOS......: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-LEGADOS TO WRK-QTDE-ED
           MOVE SPACES TO CADEIA-LST-LINHA
           STRING 'REGISTROS ANTERIORES A CADEIA..........: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-OCORRENCIAS TO WRK-QTDE-ED
           MOVE SPACES TO CADEIA-LST-LINHA
           STRING 'OCORRENCIAS NA CADEIA..................: '
               DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO CADEIA-LST-LINHA
           PERFORM 9900-GRAVAR-LINHA
           IF WRK-QTDE-OCORRENCIAS > ZEROS AND NOT ABORTADO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-FECHAR-ARQUIVOS.
           IF NOT SEM-MORTO
               CLOSE ARQUIVO-MORTO-FILE
           END-IF
           IF NOT SEM-LOG-VIVO
               CLOSE AUDIT-LOG-FILE
           END-IF
           CLOSE BLOCO-WORK-FILE
           CLOSE CADEIA-LST-FILE.

       9900-GRAVAR-LINHA.
           WRITE CADEIA-LST-LINHA
           IF WRK-LISTAGEM-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A LISTAGEM DA CONFERENCIA DA '
                   'CADEIA - STATUS ' WRK-LISTAGEM-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.
