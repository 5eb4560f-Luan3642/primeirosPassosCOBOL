      *             (SUBROTINA OPERCHK) - O USUARIO DO REGISTRO E O
      *             OPERADOR DIGITADO E O NIVEL E O QUE ELE CARREGA
      *             NO MASTER (ZEROS QUANDO NAO CADASTRADO).
      * ALTERACAO = 15/10/2026 - RAMO BLOQUEIO (B), GRAVADO PELA
      *             OPERCHK QUANDO O OPERADOR ATINGE O LIMITE DE
      *             RECUSAS SEGUIDAS, E RAMO DESBLOQUEIO (L), GRAVADO
      *             PELO PROGRAMA34 - O USUARIO DO REGISTRO E O
      *             OPERADOR BLOQUEADO/DESBLOQUEADO E O NIVEL E O QUE
      *             ELE CARREGA NO MASTER, COMO NO RAMO N.
      * ALTERACAO = 15/10/2026 - NUMERO DE SEQUENCIA E VALOR DE
      *             CONFERENCIA ENCADEADO (CHECK) NO FIM DO REGISTRO,
      *             PREENCHIDOS PELA SUBROTINA AUDCHAIN EM TODO
      *             PROGRAMA QUE GRAVA NO LOG: O CHECK COBRE OS
      *             CAMPOS DO REGISTRO (DATA A SEQUENCIA) E O CHECK
      *             DO REGISTRO ANTERIOR, ENTAO EXCLUIR OU EDITAR UM
      *             REGISTRO QUEBRA A CADEIA. CONFERIDO PELO
      *             PROGRAMA43. REGISTROS ANTERIORES A ESTA ALTERACAO
      *             NAO TEM SEQUENCIA (CAMPOS EM BRANCO).
      * ALTERACAO = 15/10/2026 - RAMO OPERADOR (O): O USUARIO DO
      *             REGISTRO E O OPERADOR QUE EXECUTOU A ACAO GRAVADA
      *             NO REGISTRO IMEDIATAMENTE ANTERIOR (DESBLOQUEIO L
      *             OU PARAMETRO P) E O NIVEL E O QUE ELE CARREGA NO
      *             MASTER - OS DOIS SAEM EM SEGUIDA NA CADEIA, ENTAO
      *             EXCLUIR UM DELES QUEBRA A CONFERENCIA.
      *             RAMO PARAMETRO (P): ALTERACAO DE PARAMETRO DE
      *             CONTROLE, NA VISAO AUDIT-LOG-PARAMETRO - O CAMPO
      *             DE USUARIO LEVA A CHAVE DO PARAMETRO E OS VALORES
      *             ANTERIOR E NOVO, NIVEL ZERADO.
       01  AUDIT-LOG-RECORD.
           05  WRK-AUDIT-DATA      PIC X(08).
           05  WRK-AUDIT-HORA      PIC X(06).
             88  AUDIT-INVALIDO      VALUE 'I'.
             88  AUDIT-EXPIRADO      VALUE 'E'.
             88  AUDIT-NEGADO        VALUE 'N'.
             88  AUDIT-BLOQUEIO      VALUE 'B'.
             88  AUDIT-DESBLOQUEIO   VALUE 'L'.
             88  AUDIT-OPERADOR      VALUE 'O'.
             88  AUDIT-PARAMETRO     VALUE 'P'.
           05  WRK-AUDIT-SEQUENCIA PIC 9(09).
           05  WRK-AUDIT-CHECK     PIC 9(09).

      * REGISTRO DE CONTROLE DA CADEIA - SO NAS GERACOES DO ARQUIVO
      * MORTO (AUDARC): O HEADER LEVA A SEQUENCIA/CHECK DO REGISTRO
      * QUE ANTECEDE O PRIMEIRO DA GERACAO E O TRAILER A DO ULTIMO,
      * COM A QUANTIDADE ARQUIVADA. O LOG VIVO NAO TEM CONTROLE - A
      * BASE DELE FICA NA ANCORA DA SUBROTINA AUDCHAIN.
       01  AUDIT-LOG-CONTROLE.
           05  WRK-AUDIT-CTL-ID    PIC X(08).
             88  AUDIT-CTL-HEADER    VALUE '*HEADER '.
             88  AUDIT-CTL-TRAILER   VALUE '*TRAILER'.
           05  WRK-AUDIT-CTL-DATA  PIC X(08).
           05  WRK-AUDIT-CTL-QTDE  PIC 9(07).
           05  WRK-AUDIT-CTL-SEQUENCIA PIC 9(09).
           05  WRK-AUDIT-CTL-CHECK PIC 9(09).
           05  FILLER              PIC X(14).

      * VISAO DO RAMO PARAMETRO (P) - CHAVE DO PARAMETRO ALTERADO
      * (*LIMITE = LIMITE DE RECUSAS DO OPBLOQ, PROGRAMA34; *JANELA =
      * JANELA MAXIMA DA CONCESSAO EMERGENCIAL, PROGRAMA40) COM O
      * VALOR ANTERIOR E O NOVO NO LUGAR DO USUARIO. QUEM ALTEROU SAI
      * NO REGISTRO SEGUINTE (RAMO O).
       01  AUDIT-LOG-PARAMETRO.
           05  FILLER              PIC X(14).
           05  WRK-AUDIT-PRM-ID    PIC X(08).
             88  PRM-LIMITE-RECUSAS  VALUE '*LIMITE'.
             88  PRM-JANELA-EMERG    VALUE '*JANELA'.
           05  WRK-AUDIT-PRM-ANTES PIC 9(05).
           05  WRK-AUDIT-PRM-DEPOIS PIC 9(05).
           05  FILLER              PIC X(23).
