      *           USUARIO, NIVEL SUGERIDO E MOTIVO), PARA APROVACAO
      *           E APLICACAO CONTROLADA PELO PROGRAMA17.
      * DATA = 22/08/2026
      * ALTERACAO = 15/10/2026 - ACAO REBAIXAR (D) COM O NIVEL
      *             SUGERIDO E MOTIVO CONTA DORMENTE (DO), GRAVADOS
      *             PELA DETECCAO DE CONTAS SEM ATIVIDADE (PROGRAMA36)
      *             NO MESMO ARQUIVO - CONTA PRIVILEGIADA DORMENTE E
      *             REBAIXADA, DEMAIS CONTAS DORMENTES SAO REMOVIDAS.
      ***************************
       01  PENDENCIA-RECORD.
           05  WRK-PEND-ACAO       PIC X(01).
             88  PEND-INCLUIR-NIVEL  VALUE 'N'.
             88  PEND-REMOVER        VALUE 'R'.
             88  PEND-REBAIXAR       VALUE 'D'.
           05  WRK-USUARIO         PIC X(20).
           05  WRK-PEND-NIVEL-SUG  PIC 9(02).
           05  WRK-PEND-STATUS     PIC X(01).
             88  PEND-SEM-NIVEL      VALUE 'SN'.
             88  PEND-ADM-DESLIGADO  VALUE 'AD'.
             88  PEND-ADM-SEM-RH     VALUE 'AS'.
             88  PEND-DORMENTE       VALUE 'DO'.
