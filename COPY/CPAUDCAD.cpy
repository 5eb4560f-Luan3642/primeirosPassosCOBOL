      ***************************
      * Area de comentarios
      * OBJETIVO: AREA DE COMUNICACAO COM A SUBROTINA AUDCHAIN, QUE
      *           MANTEM A CADEIA DE SEQUENCIA/CHECK DO LOG DE
      *           AUDITORIA (CPAUDLOG). CHAMADA COM O REGISTRO DO LOG
      *           E ESTA AREA:
      *           CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD
      *                                 WRK-CADEIA-AUDITORIA
      *           FUNCOES (WRK-CAD-FUNCAO):
      *             P = PREPARAR - ANTES DO WRITE: PREENCHE A
      *                 SEQUENCIA E O CHECK DO REGISTRO A PARTIR DA
      *                 ANCORA (ULTIMO REGISTRO GRAVADO).
      *             G = GRAVAR   - DEPOIS DO WRITE BEM SUCEDIDO: O
      *                 REGISTRO PASSA A SER O ULTIMO DA ANCORA.
      *             C = CALCULAR - DEVOLVE EM WRK-CAD-CHECK-CALCULADO
      *                 O CHECK DO REGISTRO DADO O CHECK ANTERIOR
      *                 INFORMADO (CONFERENCIA, SEM ACESSO A ANCORA).
      *             A = CONSULTAR A ANCORA - BASE E ULTIMO.
      *             B = NOVA BASE - DEPOIS DO EXPURGO DO PROGRAMA15,
      *                 A BASE DO LOG VIVO PASSA A SER O ULTIMO
      *                 REGISTRO ARQUIVADO.
      *           SITUACAO DEVOLVIDA: 0 = OK; - = ANCORA AINDA SEM
      *           REGISTRO (CADEIA COMECA NA SEQUENCIA 1); * = ANCORA
      *           INDISPONIVEL (O REGISTRO SAI SEM SEQUENCIA, O QUE A
      *           CONFERENCIA DO PROGRAMA43 ACUSA).
      * DATA = 15/10/2026
      ***************************
       01  WRK-CADEIA-AUDITORIA.
           05  WRK-CAD-FUNCAO          PIC X(01).
             88  CAD-PREPARAR            VALUE 'P'.
             88  CAD-GRAVAR              VALUE 'G'.
             88  CAD-CALCULAR            VALUE 'C'.
             88  CAD-CONSULTAR           VALUE 'A'.
             88  CAD-NOVA-BASE           VALUE 'B'.
           05  WRK-CAD-SITUACAO        PIC X(01).
             88  CAD-OK                  VALUE '0'.
             88  CAD-SEM-ANCORA          VALUE '-'.
             88  CAD-INDISPONIVEL        VALUE '*'.
           05  WRK-CAD-CHECK-ANTERIOR  PIC 9(09).
           05  WRK-CAD-CHECK-CALCULADO PIC 9(09).
           05  WRK-CAD-BASE-SEQUENCIA  PIC 9(09).
           05  WRK-CAD-BASE-CHECK      PIC 9(09).
           05  WRK-CAD-ULTIMA-SEQUENCIA PIC 9(09).
           05  WRK-CAD-ULTIMO-CHECK    PIC 9(09).
