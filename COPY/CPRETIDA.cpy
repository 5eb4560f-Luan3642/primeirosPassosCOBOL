      ***************************
      * Area de comentarios
      * OBJETIVO: LAYOUT DA FILA DE ALTERACOES RETIDAS PARA DUPLO
      *           CONTROLE (HELDCHG.DAT) - INCLUSAO OU ALTERACAO DO
      *           MASTER DE USUARIOS QUE LEVA A CONTA A UM NIVEL COM
      *           CAPACIDADE ADM/SUPERVISOR NAO E GRAVADA DIRETO NO
      *           USERS.DAT PELO PROGRAMA12 OU PELO PROGRAMA22: FICA
      *           RETIDA AQUI COM O OPERADOR SOLICITANTE ATE QUE UM
      *           SEGUNDO OPERADOR (PROGRAMA32) A APROVE - QUANDO E
      *           APLICADA E VAI PARA O JOURNAL - OU A REJEITE. A
      *           RETIDA NAO DECIDIDA NO PRAZO EXPIRA (PROGRAMA33).
      *           O REGISTRO NUNCA E APAGADO; A SITUACAO E O
      *           APROVADOR GUARDAM A TRILHA DA DECISAO.
      * CHAVE: WRK-RET-CHAVE (DATA + HORA DA SOLICITACAO + USUARIO
      *        OBJETO DA ALTERACAO) - A LEITURA EM ORDEM DE CHAVE E
      *        A ORDEM DE CHEGADA NA FILA.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - CODIGO DA APLICACAO NO FIM DO
      *             REGISTRO: PREENCHIDO, A RETIDA E UM ACESSO DO
      *             MASTER DE ACESSOS POR APLICACAO (CPUSRAPL,
      *             PROGRAMA44) E A APROVACAO NO PROGRAMA32 O APLICA
      *             NAQUELE MASTER E NO JOURNAL CPAPLJRN; EM BRANCO
      *             E DO MASTER DE USUARIOS, COMO ANTES. O
      *             DEPARTAMENTO NAO SE APLICA AO ACESSO E FICA EM
      *             BRANCO.
      ***************************
       01  RETIDA-RECORD.
           05  WRK-RET-CHAVE.
               10  WRK-RET-DATA        PIC X(08).
               10  WRK-RET-HORA        PIC X(06).
               10  WRK-USUARIO         PIC X(20).
           05  WRK-RET-ACAO            PIC X(01).
             88  RET-INCLUSAO            VALUE 'I'.
             88  RET-ALTERACAO           VALUE 'A'.
           05  WRK-RET-NIVEL           PIC 9(02).
           05  WRK-RET-EXPIRACAO       PIC X(08).
           05  WRK-RET-DEPTO           PIC X(06).
           05  WRK-RET-SOLICITANTE     PIC X(20).
           05  WRK-RET-ORIGEM          PIC X(10).
           05  WRK-RET-SITUACAO        PIC X(01).
             88  RET-PENDENTE            VALUE 'P'.
             88  RET-APROVADA            VALUE 'A'.
             88  RET-REJEITADA           VALUE 'J'.
             88  RET-EXPIRADA            VALUE 'X'.
           05  WRK-RET-APROVADOR       PIC X(20).
           05  WRK-RET-DATA-DECISAO    PIC X(08).
           05  WRK-RET-HORA-DECISAO    PIC X(06).
           05  WRK-RET-APLICACAO       PIC X(06).
