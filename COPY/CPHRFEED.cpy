      * OBJETIVO: LAYOUT DO EXTRATO DE FUNCIONARIOS ATIVOS DO RH,
      *           USADO NA RECONCILIACAO COM O MASTER DE USUARIOS
      * DATA = 08/08/2026
      * ALTERACAO = 15/10/2026 - CODIGO DE FUNCAO DO RH (CARGO/
      *             PAPEL DO FUNCIONARIO), QUE COM O DEPARTAMENTO DO
      *             MASTER DE USUARIOS DA A CHAVE DO MASTER DE REGRAS
      *             DE ACESSO (CPREGFUN) CONFERIDO PELO PROGRAMA38.
      *             CAMPO NO FIM DO REGISTRO - EXTRATO ANTIGO SEM ELE
      *             LE COMO ESPACOS (FUNCAO NAO INFORMADA).
      ***************************
       01  HR-FEED-RECORD.
           05  WRK-USUARIO         PIC X(20).
           05  WRK-STATUS-HR       PIC X(01).
             88  HR-ATIVO            VALUE 'A'.
             88  HR-INATIVO          VALUE 'T' 'D'.
           05  WRK-FUNCAO-HR       PIC X(06).
