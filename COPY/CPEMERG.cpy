      ***************************
      * Area de comentarios
      * OBJETIVO: LAYOUT DO ARQUIVO DE CONCESSOES EMERGENCIAIS DE
      *           NIVEL (EMERG.DAT) - ELEVACAO TEMPORARIA DE UM
      *           USUARIO PARA UM NIVEL COM CAPACIDADE ADM, COM
      *           JANELA DE INICIO E FIM (DATA/HORA), CHAMADO/MOTIVO
      *           E OPERADOR QUE CONCEDEU. A CONCESSAO E GRAVADA NO
      *           PROGRAMA40, QUE JA ALTERA O NIVEL NO USERS.DAT PARA
      *           O ELEVADO E GUARDA AQUI O NIVEL BASE. O PROGRAMA10
      *           SO ACEITA O NIVEL ELEVADO DENTRO DA JANELA - FORA
      *           DELA CLASSIFICA PELO NIVEL BASE - E O PROGRAMA41,
      *           NOTURNO, DEVOLVE O NIVEL BASE AO MASTER QUANDO A
      *           JANELA TERMINA E LISTA O USO NO LOG DE AUDITORIA.
      *           O REGISTRO NUNCA E APAGADO; A SITUACAO E A DATA DA
      *           REVERSAO GUARDAM A TRILHA.
      * CHAVE: WRK-EMG-CHAVE (USUARIO + DATA/HORA DE INICIO) - AS
      *        CONCESSOES DE UM USUARIO FICAM JUNTAS, EM ORDEM DE
      *        INICIO. SO UMA PODE ESTAR ATIVA POR USUARIO.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - REGISTRO DE PARAMETRO DE CHAVE
      *             *JANELA (EMERGENCIA-PARAMETRO) COM A JANELA MAXIMA
      *             DA CONCESSAO, EM HORAS, MANTIDO NO PROGRAMA40 -
      *             SEM ELE, VALE O PADRAO DO PROGRAMA40. A SITUACAO
      *             DO PARAMETRO FICA EM BRANCO, ENTAO ELE NUNCA E
      *             CONCESSAO ATIVA; QUEM LE O ARQUIVO INTEIRO IGNORA
      *             A CHAVE INICIADA POR *.
      ***************************
       01  EMERGENCIA-RECORD.
           05  WRK-EMG-CHAVE.
               10  WRK-USUARIO         PIC X(20).
               10  WRK-EMG-INICIO.
                   15  WRK-EMG-DATA-INICIO PIC X(08).
                   15  WRK-EMG-HORA-INICIO PIC X(06).
           05  WRK-EMG-FIM.
               10  WRK-EMG-DATA-FIM    PIC X(08).
               10  WRK-EMG-HORA-FIM    PIC X(06).
           05  WRK-EMG-NIVEL-BASE      PIC 9(02).
           05  WRK-EMG-NIVEL-ELEVADO   PIC 9(02).
           05  WRK-EMG-CHAMADO         PIC X(12).
           05  WRK-EMG-MOTIVO          PIC X(40).
           05  WRK-EMG-OPERADOR        PIC X(20).
           05  WRK-EMG-DATA-CONCESSAO  PIC X(08).
           05  WRK-EMG-HORA-CONCESSAO  PIC X(06).
           05  WRK-EMG-SITUACAO        PIC X(01).
             88  EMG-ATIVA               VALUE 'A'.
             88  EMG-REVERTIDA           VALUE 'R'.
             88  EMG-NAO-REVERTIDA       VALUE 'N'.
           05  WRK-EMG-DATA-REVERSAO   PIC X(08).
           05  WRK-EMG-HORA-REVERSAO   PIC X(06).
       01  EMERGENCIA-PARAMETRO.
           05  WRK-EMG-PARM-ID         PIC X(20).
             88  PARM-JANELA             VALUE '*JANELA'.
           05  WRK-EMG-PARM-INICIO     PIC X(14).
           05  WRK-EMG-JANELA-MAXIMA   PIC 9(03).
           05  WRK-EMG-PARM-DATA       PIC X(08).
           05  WRK-EMG-PARM-HORA       PIC X(06).
           05  WRK-EMG-PARM-OPERADOR   PIC X(20).
           05  FILLER                  PIC X(82).
