      *           DE RELATORIO QUANDO ESTOURA O LIMITE DE
      *           TENTATIVAS. MANTIDO PELO PROGRAMA24.
      * DATA = 02/09/2026
      * ALTERACAO = 15/10/2026 - CODIGO DA APLICACAO DA TRANSACAO
      *             REJEITADA NO FIM DO REGISTRO, PARA QUE A
      *             RECICLAGEM A DEVOLVA COM A MESMA APLICACAO
      *             (MOTIVO AX = SEM ACESSO NA APLICACAO). A CHAVE
      *             DA SUSPENSAO PASSA A SER USUARIO + APLICACAO.
      ***************************
       01  SUSPENSE-RECORD.
           05  WRK-USUARIO         PIC X(20).
           05  WRK-SUSP-MOTIVO     PIC X(02).
           05  WRK-SUSP-DATA-1A    PIC X(08).
           05  WRK-SUSP-TENTATIVAS PIC 9(03).
           05  WRK-SUSP-APLICACAO  PIC X(06).
