      *           NIVEL (PARES USUARIO/NIVEL), USADO NO MODO LOTE
      *           DO PROGRAMA10 QUANDO NAO HA OPERADOR NO CONSOLE
      * DATA = 08/08/2026
      * ALTERACAO = 15/10/2026 - CODIGO DA APLICACAO NO FIM DO
      *             REGISTRO - A TRANSACAO PASSA A CONFERIR O NIVEL
      *             DO USUARIO EM UMA APLICACAO, CONTRA O ACESSO DO
      *             MASTER DE ACESSOS POR APLICACAO (CPUSRAPL). EM
      *             BRANCO (INCLUSIVE NO REGISTRO ANTIGO, MAIS
      *             CURTO) A CONFERENCIA E A DO NIVEL GERAL DO
      *             MASTER DE USUARIOS, COMO ANTES.
      ***************************
       01  TRANSACAO-RECORD.
           05  WRK-USUARIO         PIC X(20).
           05  WRK-NIVEL           PIC 9(02).
           05  WRK-TRN-APLICACAO   PIC X(06).
