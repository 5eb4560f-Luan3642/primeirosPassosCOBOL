      ***************************
      * Area de comentarios
      * OBJETIVO: LAYOUT DO MASTER DE ACESSOS POR APLICACAO
      *           (USRAPL.DAT) - O MESMO FUNCIONARIO PODE TER NIVEIS
      *           DIFERENTES EM CADA APLICACAO (ADM NO SISTEMA DE
      *           PAGAMENTOS E USUARIO COMUM NOS RELATORIOS, POR
      *           EXEMPLO). CADA ACESSO E UM USUARIO DO MASTER DE
      *           USUARIOS (CPUSRREC) MAIS O CODIGO DA APLICACAO,
      *           COM NIVEL (CODIGO DO MASTER DE NIVEIS) E DATA DE
      *           EXPIRACAO PROPRIOS (AAAAMMDD; ESPACOS = SEM
      *           EXPIRACAO). O NIVEL DO CPUSRREC CONTINUA SENDO O
      *           NIVEL GERAL DA CONTA. MANTIDO NO PROGRAMA44, COM
      *           JOURNAL PROPRIO (CPAPLJRN); A ALTERACAO QUE ELEVA
      *           PRIVILEGIO FICA RETIDA PARA DUPLO CONTROLE
      *           (CPRETIDA) COMO NO MASTER DE USUARIOS.
      * CHAVE: WRK-APL-CHAVE (USUARIO + CODIGO DA APLICACAO) - A
      *        LEITURA EM ORDEM DE CHAVE A PARTIR DO USUARIO TRAZ
      *        TODOS OS ACESSOS DELE.
      * DATA = 15/10/2026
      ***************************
       01  APLICACAO-RECORD.
           05  WRK-APL-CHAVE.
               10  WRK-USUARIO         PIC X(20).
               10  WRK-APL-CODIGO      PIC X(06).
           05  WRK-NIVEL               PIC 9(02).
           05  WRK-APL-EXPIRACAO       PIC X(08).
