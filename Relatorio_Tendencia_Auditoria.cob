      *             POPULACAO DE USUARIOS PASSA DOS 9999 APOS A
      *             FUSAO E UM RELATORIO DE TENDENCIA PARA
      *             AUDITORIA NAO PODE SUBNOTIFICAR OFENSORES.
      * ALTERACAO = 15/10/2026 - SO OS RAMOS DE CONFERENCIA (A, U, S,
      *             I, E) E DE RECUSA (N) ENTRAM NOS TOTAIS - BLOQUEIO
      *             (B), DESBLOQUEIO (L), OPERADOR (O) E PARAMETRO (P)
      *             NAO SAO CONFERENCIAS E FICAM DE FORA, ASSIM COMO
      *             REGISTRO DE CONTROLE (* NA POSICAO 1).
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-READ.

       2000-ACUMULAR-AUDITORIA.
      * MESMO FILTRO DE RAMOS DO PROGRAMA36, MAIS O RAMO N, QUE O
      * RELATORIO SEMPRE CONTOU.
           IF AUDIT-LOG-RECORD(1:1) NOT = '*'
                   AND WRK-AUDIT-DATA NOT < WRK-DATA-INICIAL
                   AND WRK-AUDIT-DATA NOT > WRK-DATA-FINAL
               IF AUDIT-ADM OR AUDIT-USER OR AUDIT-SUPERVISOR
                       OR AUDIT-INVALIDO OR AUDIT-EXPIRADO
                       OR AUDIT-NEGADO
                   ADD 1 TO WRK-TOTAL-PERIODO
                   PERFORM 2100-ACUMULAR-DIA
                   IF AUDIT-INVALIDO
                       ADD 1 TO WRK-TOTAL-INVALIDO
                       PERFORM 2200-ACUMULAR-USUARIO-INVALIDO
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-LER-PROXIMA-AUDITORIA.
