      *             VEZ DE UMA LISTA UNICA DA EMPRESA. TABELA CHEIA
      *             (MAIS DE 999 DEPARTAMENTOS) E ERRO DURO, COMO
      *             NAS TABELAS DO PROGRAMA14.
      * ALTERACAO = 15/10/2026 - A LISTAGEM DE NIVEIS INVALIDOS E
      *             CONTAS EXPIRADAS TRAZ O CODIGO DA APLICACAO
      *             QUANDO A CONFERENCIA FOI DE UM ACESSO POR
      *             APLICACAO (NOVO CAMPO DO REGISTRO DE DETALHE).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       2100-LISTAR-USUARIO-INVALIDO.
           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-RESULT-APLICACAO = SPACES
               STRING 'NIVEL INVALIDO...: ' DELIMITED BY SIZE
                   WRK-USUARIO DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
           ELSE
               STRING 'NIVEL INVALIDO...: ' DELIMITED BY SIZE
                   WRK-USUARIO DELIMITED BY SIZE
                   ' APLICACAO ' DELIMITED BY SIZE
                   WRK-RESULT-APLICACAO DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

       2200-LISTAR-USUARIO-EXPIRADO.
           MOVE SPACES TO RELATORIO-LINHA
           IF WRK-RESULT-APLICACAO = SPACES
               STRING 'CONTA EXPIRADA...: ' DELIMITED BY SIZE
                   WRK-USUARIO DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
           ELSE
               STRING 'CONTA EXPIRADA...: ' DELIMITED BY SIZE
                   WRK-USUARIO DELIMITED BY SIZE
                   ' APLICACAO ' DELIMITED BY SIZE
                   WRK-RESULT-APLICACAO DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

       3000-EMITIR-RESUMO.
