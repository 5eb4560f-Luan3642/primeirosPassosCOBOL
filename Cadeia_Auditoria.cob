       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.
      ***************************
      * Area de comentarios
      * OBJETIVO: SUBROTINA CHAMAVEL QUE MANTEM A CADEIA DO LOG DE
      *           AUDITORIA (AUDITLOG, LAYOUT CPAUDLOG) - CADA
      *           REGISTRO GRAVADO RECEBE O NUMERO DE SEQUENCIA
      *           SEGUINTE AO DO ULTIMO E UM VALOR DE CONFERENCIA
      *           (CHECK) CALCULADO SOBRE OS CAMPOS DO REGISTRO E O
      *           CHECK DO REGISTRO ANTERIOR. O ULTIMO REGISTRO
      *           GRAVADO E A BASE DO LOG VIVO (ULTIMO REGISTRO JA
      *           ARQUIVADO PELO PROGRAMA15) FICAM NA ANCORA
      *           (AUDANC.DAT, UM UNICO REGISTRO DE CHAVE FIXA, COMO
      *           O CHKPT). A ANCORA PERMITE AO PROGRAMA43 ACUSAR
      *           TAMBEM REGISTROS REMOVIDOS DO FIM DO LOG.
      *           AREA DE COMUNICACAO E FUNCOES NO CPAUDCAD. TODO
      *           PROGRAMA QUE GRAVA NO LOG (PROGRAMA10, OPERCHK,
      *           PROGRAMA34, PROGRAMA40) CHAMA A FUNCAO P ANTES DO
      *           WRITE E A FUNCAO G DEPOIS DELE.
      *           O CHECK E UM RESTO DE DIVISAO POR PRIMO ACUMULADO
      *           BYTE A BYTE (MULTIPLICADOR 31, MAIS A POSICAO DO
      *           BYTE), COMECANDO PELO CHECK ANTERIOR - UMA EDICAO
      *           DE QUALQUER CAMPO MUDA O VALOR.
      *           O ARQUIVO E ABERTO NA PRIMEIRA CHAMADA E MANTIDO
      *           ABERTO, COMO NA RUNCTL. FALHA DE ABERTURA E AVISADA
      *           UMA UNICA VEZ E DEVOLVE SITUACAO '*'.
      * DATA = 15/10/2026
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSOCIADO PELA DDNAME AUDANCDD DO JCL; FORA DO JCL, ASSUME
      * O NOME LITERAL AUDANC.DAT, COMO NO ESQUEMA DE VALOR PADRAO
      * DO PROGRAMA10.
           SELECT ANCORA-FILE ASSIGN TO AUDANCDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-ANC-CHAVE
               FILE STATUS IS WRK-ANCORA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ANCORA-FILE.
      * REGISTRO UNICO DA ANCORA DA CADEIA.
       01  ANCORA-RECORD.
           05  WRK-ANC-CHAVE           PIC X(08).
           05  WRK-ANC-ULTIMA-SEQUENCIA PIC 9(09).
           05  WRK-ANC-ULTIMO-CHECK    PIC 9(09).
           05  WRK-ANC-BASE-SEQUENCIA  PIC 9(09).
           05  WRK-ANC-BASE-CHECK      PIC 9(09).
           05  WRK-ANC-DATA            PIC X(08).
           05  WRK-ANC-HORA            PIC X(06).

       WORKING-STORAGE SECTION.
       77  WRK-ANCORA-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ENV-VALOR       PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL PIC X(21) VALUE SPACES.
       77  WRK-ARQUIVO-ABERTO  PIC X(01) VALUE 'N'.
         88  ARQUIVO-ABERTO       VALUE 'S'.
       77  WRK-ABERTURA-FALHOU PIC X(01) VALUE 'N'.
         88  ABERTURA-FALHOU      VALUE 'S'.
       77  WRK-ANCORA-EXISTE   PIC X(01) VALUE 'N'.
         88  ANCORA-EXISTE        VALUE 'S'.
       77  WRK-CHAVE-ANCORA    PIC X(08) VALUE 'CADEIA  '.
      * CALCULO DO CHECK - 46 POSICOES COBERTAS (DATA, HORA,
      * USUARIO, NIVEL, RAMO E SEQUENCIA).
       77  WRK-TAMANHO-COBERTO PIC 9(02) VALUE 46.
       77  WRK-PRIMO           PIC 9(09) VALUE 999999937.
       77  WRK-POSICAO         PIC 9(02) VALUE ZEROS.
       77  WRK-ACUMULADO       PIC 9(11) VALUE ZEROS.
       77  WRK-QUOCIENTE       PIC 9(03) VALUE ZEROS.
       77  WRK-CHECK           PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
           COPY CPAUDLOG.
           COPY CPAUDCAD.

       PROCEDURE DIVISION USING AUDIT-LOG-RECORD WRK-CADEIA-AUDITORIA.
       0000-INICIO.
           MOVE '0' TO WRK-CAD-SITUACAO
           IF CAD-CALCULAR
               MOVE WRK-CAD-CHECK-ANTERIOR TO WRK-CHECK
               PERFORM 5000-CALCULAR-CHECK
               MOVE WRK-CHECK TO WRK-CAD-CHECK-CALCULADO
           ELSE
               IF NOT ARQUIVO-ABERTO AND NOT ABERTURA-FALHOU
                   PERFORM 1000-ABRIR-ANCORA
               END-IF
               IF ABERTURA-FALHOU
                   MOVE '*' TO WRK-CAD-SITUACAO
                   IF CAD-PREPARAR
                       MOVE ZEROS TO WRK-AUDIT-SEQUENCIA
                       MOVE ZEROS TO WRK-AUDIT-CHECK
                   END-IF
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
                   PERFORM 1100-LER-ANCORA
                   EVALUATE TRUE
                       WHEN CAD-PREPARAR
                           PERFORM 2000-PREPARAR-REGISTRO
                       WHEN CAD-GRAVAR
                           PERFORM 3000-AVANCAR-ANCORA
                       WHEN CAD-CONSULTAR
                           PERFORM 4000-CONSULTAR-ANCORA
                       WHEN CAD-NOVA-BASE
                           PERFORM 4500-GRAVAR-NOVA-BASE
                       WHEN OTHER
                           DISPLAY 'FUNCAO DESCONHECIDA NA CADEIA DO '
                               'LOG DE AUDITORIA - ' WRK-CAD-FUNCAO
                   END-EVALUATE
               END-IF
           END-IF
           GOBACK.

       1000-ABRIR-ANCORA.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_AUDANCDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_AUDANCDD' TO 'AUDANC.DAT'
           END-IF
           OPEN I-O ANCORA-FILE
           IF WRK-ANCORA-STATUS = '35'
      * PRIMEIRA GRAVACAO COM CADEIA - A ANCORA AINDA NAO EXISTE.
               OPEN OUTPUT ANCORA-FILE
               CLOSE ANCORA-FILE
               OPEN I-O ANCORA-FILE
           END-IF
           IF WRK-ANCORA-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR A ANCORA DA CADEIA DO LOG DE '
                   'AUDITORIA - STATUS ' WRK-ANCORA-STATUS
                   ' - REGISTROS SAEM SEM SEQUENCIA'
               MOVE 'S' TO WRK-ABERTURA-FALHOU
           END-IF.

       1100-LER-ANCORA.
      * RELIDA A CADA CHAMADA - OUTRO PROGRAMA PODE TER GRAVADO NO
      * LOG DESDE A CHAMADA ANTERIOR.
           MOVE WRK-CHAVE-ANCORA TO WRK-ANC-CHAVE
           READ ANCORA-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ANCORA-EXISTE
                   MOVE WRK-CHAVE-ANCORA TO WRK-ANC-CHAVE
                   MOVE ZEROS TO WRK-ANC-ULTIMA-SEQUENCIA
                       WRK-ANC-ULTIMO-CHECK WRK-ANC-BASE-SEQUENCIA
                       WRK-ANC-BASE-CHECK
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ANCORA-EXISTE
           END-READ.

       2000-PREPARAR-REGISTRO.
           IF NOT ANCORA-EXISTE
               MOVE '-' TO WRK-CAD-SITUACAO
           END-IF
           COMPUTE WRK-AUDIT-SEQUENCIA = WRK-ANC-ULTIMA-SEQUENCIA + 1
           MOVE WRK-ANC-ULTIMO-CHECK TO WRK-CAD-CHECK-ANTERIOR
           MOVE WRK-ANC-ULTIMO-CHECK TO WRK-CHECK
           PERFORM 5000-CALCULAR-CHECK
           MOVE WRK-CHECK TO WRK-AUDIT-CHECK
           MOVE WRK-CHECK TO WRK-CAD-CHECK-CALCULADO.

       3000-AVANCAR-ANCORA.
           MOVE WRK-AUDIT-SEQUENCIA TO WRK-ANC-ULTIMA-SEQUENCIA
           MOVE WRK-AUDIT-CHECK TO WRK-ANC-ULTIMO-CHECK
           PERFORM 6000-GRAVAR-ANCORA.

       4000-CONSULTAR-ANCORA.
           IF NOT ANCORA-EXISTE
               MOVE '-' TO WRK-CAD-SITUACAO
           END-IF
           MOVE WRK-ANC-BASE-SEQUENCIA TO WRK-CAD-BASE-SEQUENCIA
           MOVE WRK-ANC-BASE-CHECK TO WRK-CAD-BASE-CHECK
           MOVE WRK-ANC-ULTIMA-SEQUENCIA TO WRK-CAD-ULTIMA-SEQUENCIA
           MOVE WRK-ANC-ULTIMO-CHECK TO WRK-CAD-ULTIMO-CHECK.

       4500-GRAVAR-NOVA-BASE.
      * SEM ANCORA (LOG AINDA SEM CADEIA) A BASE E TAMBEM O ULTIMO.
           MOVE WRK-CAD-BASE-SEQUENCIA TO WRK-ANC-BASE-SEQUENCIA
           MOVE WRK-CAD-BASE-CHECK TO WRK-ANC-BASE-CHECK
           IF NOT ANCORA-EXISTE
               MOVE WRK-CAD-BASE-SEQUENCIA TO WRK-ANC-ULTIMA-SEQUENCIA
               MOVE WRK-CAD-BASE-CHECK TO WRK-ANC-ULTIMO-CHECK
           END-IF
           PERFORM 6000-GRAVAR-ANCORA.

       5000-CALCULAR-CHECK.
           PERFORM 5100-ACUMULAR-POSICAO
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > WRK-TAMANHO-COBERTO.

       5100-ACUMULAR-POSICAO.
           COMPUTE WRK-ACUMULADO = WRK-CHECK * 31
               + FUNCTION ORD(AUDIT-LOG-RECORD(WRK-POSICAO:1))
               + WRK-POSICAO
           DIVIDE WRK-ACUMULADO BY WRK-PRIMO GIVING WRK-QUOCIENTE
               REMAINDER WRK-CHECK.

       6000-GRAVAR-ANCORA.
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-ANC-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-ANC-HORA
           IF ANCORA-EXISTE
               REWRITE ANCORA-RECORD
           ELSE
               WRITE ANCORA-RECORD
           END-IF
           IF WRK-ANCORA-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A ANCORA DA CADEIA DO LOG DE '
                   'AUDITORIA - STATUS ' WRK-ANCORA-STATUS
               MOVE '*' TO WRK-CAD-SITUACAO
           END-IF.
