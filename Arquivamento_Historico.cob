      *             DO EXPURGO SAO REGISTRADOS COM SITUACAO E
      *             QUANTIDADE DE REGISTROS ARQUIVADOS, NA DATA DE
      *             REFERENCIA DA EXECUCAO, COMO NO PROGRAMA15.
      * ALTERACAO = 15/10/2026 - REGISTRO DO ARQUIVO MORTO PASSA A 37
      *             POSICOES - O HISTORICO GANHOU O CODIGO DA
      *             APLICACAO NO FIM DA CHAVE (CPCHKHST).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPCHKHST.

       FD  ARQUIVO-MORTO-FILE.
       01  MORTO-RECORD           PIC X(37).

       FD  RESUMO-FILE.
       01  RESUMO-LINHA           PIC X(80).
