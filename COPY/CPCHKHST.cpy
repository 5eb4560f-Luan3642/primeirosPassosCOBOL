      *           RETRATO E O REPRO DO STEP040 O SOBRESCREVE). A
      *           CONSULTA E O PROGRAMA29 E O EXPURGO DATADO E O
      *           PROGRAMA30, NOS MOLDES DO PROGRAMA15.
      * CHAVE: WRK-HST-CHAVE (USUARIO + DATA DE MOVIMENTO +
      *        APLICACAO)
      * DATA = 02/09/2026
      * ALTERACAO = 15/10/2026 - CODIGO DA APLICACAO (DO CHKRES)
      *             ACRESCENTADO NO FIM DA CHAVE - O MESMO USUARIO
      *             TEM UMA CLASSIFICACAO POR APLICACAO NA MESMA
      *             DATA. BRANCO = NIVEL GERAL DO MASTER DE
      *             USUARIOS, QUE NA ORDEM DA CHAVE VEM ANTES DAS
      *             APLICACOES DA DATA.
      ***************************
       01  HISTORICO-RECORD.
           05  WRK-HST-CHAVE.
               10  WRK-USUARIO         PIC X(20).
               10  WRK-HST-DATA        PIC X(08).
               10  WRK-HST-APLICACAO   PIC X(06).
           05  WRK-NIVEL               PIC 9(02).
           05  WRK-HST-BRANCH          PIC X(01).
             88  HST-ADM                 VALUE 'A'.
