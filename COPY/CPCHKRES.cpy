      *             DEPARTAMENTO DO PROGRAMA11 - BRANCO QUANDO O
      *             USUARIO NAO TEM LOTACAO OU NAO CONSTA NO
      *             MASTER. O TRAILER NAO MUDA.
      * ALTERACAO = 15/10/2026 - CODIGO DA APLICACAO DA TRANSACAO
      *             CONFERIDA ACRESCENTADO AO DETALHE - BRANCO
      *             QUANDO A CONFERENCIA E DO NIVEL GERAL DO MASTER
      *             DE USUARIOS. O MESMO USUARIO PODE APARECER UMA
      *             VEZ POR APLICACAO. O TRAILER NAO MUDA.
      ***************************
       01  CHECK-RESULT-RECORD.
           05  WRK-USUARIO         PIC X(20).
             88  RESULT-INVALIDO     VALUE 'I'.
             88  RESULT-EXPIRADO     VALUE 'E'.
           05  WRK-RESULT-DEPTO    PIC X(06).
           05  WRK-RESULT-APLICACAO PIC X(06).

       01  CHECK-RESULT-TRAILER.
           05  WRK-TRAILER-ID      PIC X(08).
