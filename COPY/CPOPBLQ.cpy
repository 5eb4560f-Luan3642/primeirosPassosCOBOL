      ***************************
      * Area de comentarios
      * OBJETIVO: LAYOUT DO CONTROLE DE BLOQUEIO DE OPERADORES
      *           (OPBLOQ.DAT) - UM REGISTRO POR IDENTIFICACAO DE
      *           OPERADOR JA RECUSADA PELA SUBROTINA OPERCHK, COM O
      *           CONTADOR DE RECUSAS SEGUIDAS. AO ATINGIR O LIMITE
      *           A SITUACAO PASSA A BLOQUEADO E A OPERCHK RECUSA O
      *           OPERADOR EM TODOS OS PROGRAMAS DE MANUTENCAO, MESMO
      *           COM CONTA ADM VALIDA, ATE O DESBLOQUEIO POR OUTRO
      *           OPERADOR NO PROGRAMA34. UMA VALIDACAO BEM SUCEDIDA
      *           ZERA O CONTADOR DE QUEM NAO ESTA BLOQUEADO.
      *           O LIMITE DE RECUSAS FICA NO REGISTRO DE PARAMETRO
      *           DE CHAVE *LIMITE (BLOQUEIO-PARAMETRO), MANTIDO NO
      *           PROGRAMA34 - SEM ELE, VALE O LIMITE PADRAO DA
      *           OPERCHK.
      * CHAVE: WRK-BLQ-OPERADOR
      * DATA = 15/10/2026
      ***************************
       01  BLOQUEIO-RECORD.
           05  WRK-BLQ-OPERADOR        PIC X(20).
           05  WRK-BLQ-FALHAS          PIC 9(03).
           05  WRK-BLQ-SITUACAO        PIC X(01).
             88  BLQ-ATIVO               VALUE 'A'.
             88  BLQ-BLOQUEADO           VALUE 'B'.
           05  WRK-BLQ-DATA-FALHA      PIC X(08).
           05  WRK-BLQ-HORA-FALHA      PIC X(06).
           05  WRK-BLQ-DATA-BLOQUEIO   PIC X(08).
           05  WRK-BLQ-HORA-BLOQUEIO   PIC X(06).
           05  WRK-BLQ-DATA-DESBLOQ    PIC X(08).
           05  WRK-BLQ-HORA-DESBLOQ    PIC X(06).
           05  WRK-BLQ-OPER-DESBLOQ    PIC X(20).
       01  BLOQUEIO-PARAMETRO.
           05  WRK-BLQ-PARM-ID         PIC X(20).
             88  PARM-LIMITE             VALUE '*LIMITE'.
           05  WRK-BLQ-LIMITE          PIC 9(03).
           05  WRK-BLQ-PARM-DATA       PIC X(08).
           05  WRK-BLQ-PARM-HORA       PIC X(06).
           05  WRK-BLQ-PARM-OPERADOR   PIC X(20).
           05  FILLER                  PIC X(29).
