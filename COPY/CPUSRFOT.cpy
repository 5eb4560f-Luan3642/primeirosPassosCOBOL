      ***************************
      * Area de comentarios
      * OBJETIVO: LAYOUT DA FOTO DIARIA DO MASTER DE USUARIOS
      *           (GERACAO DATADA, GRAVADA TODA NOITE PELO
      *           PROGRAMA42) - UM HEADER COM A DATA DE MOVIMENTO E
      *           O MOMENTO (DATA/HORA DE SISTEMA) EM QUE O MASTER
      *           FOI LIDO, UM DETALHE POR USUARIO COM OS MESMOS
      *           CAMPOS DO CPUSRREC, NA ORDEM DA CHAVE, E UM
      *           TRAILER COM A QUANTIDADE DE DETALHES. NA NOITE
      *           SEGUINTE O PROGRAMA42 REAPLICA SOBRE ELA O JOURNAL
      *           DE MANUTENCAO (CPUSRJRN) GRAVADO A PARTIR DO
      *           MOMENTO DO HEADER E CONFRONTA O RESULTADO COM O
      *           MASTER - A DIFERENCA E ALTERACAO FEITA FORA DO
      *           JOURNAL.
      * DATA = 15/10/2026
      ***************************
       01  FOTO-USUARIO-RECORD.
           05  WRK-USUARIO         PIC X(20).
           05  WRK-NIVEL           PIC 9(02).
           05  WRK-DATA-EXPIRACAO  PIC X(08).
           05  WRK-DEPARTAMENTO    PIC X(06).

       01  FOTO-USUARIO-HEADER.
           05  WRK-FOTO-HDR-ID     PIC X(08).
             88  HEADER-FOTO         VALUE '*HEADER '.
           05  WRK-FOTO-MOVIMENTO  PIC X(08).
           05  WRK-FOTO-MOMENTO.
               10  WRK-FOTO-DATA   PIC X(08).
               10  WRK-FOTO-HORA   PIC X(06).
           05  FILLER              PIC X(06).

       01  FOTO-USUARIO-TRAILER.
           05  WRK-FOTO-TRL-ID     PIC X(08).
             88  TRAILER-FOTO        VALUE '*TRAILER'.
           05  WRK-FOTO-TRL-QTDE   PIC 9(07).
           05  FILLER              PIC X(21).
