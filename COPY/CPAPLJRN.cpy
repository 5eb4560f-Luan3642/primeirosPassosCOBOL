      ***************************
      * Area de comentarios
      * OBJETIVO: LAYOUT DO JOURNAL DE MANUTENCAO DO MASTER DE
      *           ACESSOS POR APLICACAO (APLJRNL.DAT, GRAVACAO
      *           SEQUENCIAL EM EXTEND) - UM REGISTRO PARA CADA
      *           INCLUSAO, ALTERACAO OU EXCLUSAO FEITA PELO
      *           PROGRAMA44 OU APLICADA NA APROVACAO DO PROGRAMA32,
      *           NOS MOLDES DO CPUSRJRN: OPERADOR, DATA/HORA, ACAO,
      *           USUARIO E APLICACAO, NIVEL E EXPIRACAO ANTES E
      *           DEPOIS. NA INCLUSAO O NIVEL ANTES E ZERO; NA
      *           EXCLUSAO O NIVEL DEPOIS E ZERO.
      * DATA = 15/10/2026
      ***************************
       01  JOURNAL-APL-RECORD.
           05  WRK-JAP-DATA         PIC X(08).
           05  WRK-JAP-HORA         PIC X(06).
           05  WRK-JAP-OPERADOR     PIC X(20).
           05  WRK-JAP-ACAO         PIC X(01).
             88  JAP-INCLUSAO         VALUE 'I'.
             88  JAP-ALTERACAO        VALUE 'A'.
             88  JAP-EXCLUSAO         VALUE 'E'.
           05  WRK-USUARIO          PIC X(20).
           05  WRK-JAP-APLICACAO    PIC X(06).
           05  WRK-JAP-NIVEL-ANTES  PIC 9(02).
           05  WRK-JAP-NIVEL-DEPOIS PIC 9(02).
           05  WRK-JAP-EXPIR-ANTES  PIC X(08).
           05  WRK-JAP-EXPIR-DEPOIS PIC X(08).
