      ***************************
      * Area de comentarios
      * OBJETIVO: LAYOUT DO MASTER DE REGRAS DE ACESSO POR FUNCAO
      *           (REGRAS.DAT) - PARA CADA DEPARTAMENTO DO MASTER DE
      *           USUARIOS (WRK-DEPARTAMENTO) E CODIGO DE FUNCAO DO
      *           RH (WRK-FUNCAO-HR DO EXTRATO CPHRFEED), O NIVEL
      *           MAIS ALTO QUE A PESSOA PODE TER. MANTIDO NO
      *           PROGRAMA37 E CONFERIDO TODA NOITE PELO PROGRAMA38,
      *           QUE LISTA A CONTA ACIMA DO NIVEL PERMITIDO E A
      *           CONTA CUJO DEPARTAMENTO/FUNCAO NAO TEM REGRA.
      *           "ACIMA" E MEDIDO PELAS CAPACIDADES DO NIVEL NO
      *           MASTER DE NIVEIS (NIVELCHK): SO USER < SO ADM <
      *           ADM E USER - O CODIGO EM SI NAO TEM ORDEM.
      * CHAVE: WRK-REG-CHAVE (DEPARTAMENTO + FUNCAO)
      * DATA = 15/10/2026
      ***************************
       01  REGRA-RECORD.
           05  WRK-REG-CHAVE.
               10  WRK-REG-DEPTO       PIC X(06).
               10  WRK-REG-FUNCAO      PIC X(06).
           05  WRK-REG-NIVEL-MAX       PIC 9(02).
           05  WRK-REG-DATA            PIC X(08).
           05  WRK-REG-HORA            PIC X(06).
           05  WRK-REG-OPERADOR        PIC X(20).
