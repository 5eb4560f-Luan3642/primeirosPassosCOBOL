      * ESTA DEFINIDA, COMO NO PROGRAMA10. O INICIO E O FIM DA
      * CARGA SAO REGISTRADOS NO CONTROLE DE EXECUCAO (RUNCTL).
      * DATA = 02/09/2026
      * ALTERACAO = 15/10/2026 - A QUANTIDADE REGISTRADA NO CONTROLE
      *             DE EXECUCAO PASSA A SER O TOTAL DE REGISTROS DO
      *             DIA NO HISTORICO (ACRESCENTADOS + REGRAVADOS) -
      *             NA REEXECUCAO DA DATA SO HAVIA REGRAVADOS E O
      *             CONTROLE FICAVA ZERADO, FORA DO BALANCEAMENTO DA
      *             CADEIA (PROGRAMA39) CONTRA O CHKRES.
      * ALTERACAO = 15/10/2026 - O CODIGO DA APLICACAO DO RESULTADO
      *             (ACESSOS POR APLICACAO) VAI PARA O FIM DA CHAVE
      *             DO HISTORICO - O MESMO USUARIO TEM UM REGISTRO
      *             POR APLICACAO CONFERIDA NA DATA.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ELSE
               MOVE 'C' TO WRK-RC-SITUACAO
           END-IF
           COMPUTE WRK-RC-QTDE =
               WRK-QTDE-CARREGADOS + WRK-QTDE-REGRAVADOS
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

               MOVE WRK-USUARIO OF CHECK-RESULT-RECORD
                   TO WRK-USUARIO OF HISTORICO-RECORD
               MOVE WRK-DATA-MOVIMENTO TO WRK-HST-DATA
               MOVE WRK-RESULT-APLICACAO TO WRK-HST-APLICACAO
               MOVE WRK-NIVEL OF CHECK-RESULT-RECORD
                   TO WRK-NIVEL OF HISTORICO-RECORD
               MOVE WRK-RESULT-BRANCH TO WRK-HST-BRANCH
