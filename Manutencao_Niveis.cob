      *             PRIMEIRA EXECUCAO), PARA QUE A NIVELCHK JA
      *             ENCONTRE A TABELA. TENTATIVA RECUSADA E GRAVADA
      *             NO LOG DE AUDITORIA COM RAMO N.
      * ALTERACAO = 15/10/2026 - ANALISE DE IMPACTO (SIMULACAO)
      *             ANTES DE RETIRAR UM NIVEL OU MUDAR SEUS FLAGS
      *             ADM/USER: QUANTOS USUARIOS DO USERS.DAT DETEM O
      *             CODIGO, QUEM SAO POR DEPARTAMENTO E QUAIS SAO
      *             OPERADORES QUE A OPERCHK DEIXARIA DE AUTORIZAR.
      *             A MUDANCA SO E GRAVADA COM CONFIRMACAO. NIVEL
      *             AINDA DETIDO POR CONTA ATIVA E NAO EXPIRADA SO
      *             E RETIRADO COM CONFIRMACAO EXPLICITA E UM CODIGO
      *             SUBSTITUTO ATIVO - OS DETENTORES SAO MIGRADOS
      *             PARA ELE E CADA MIGRACAO VAI PARA O JOURNAL DE
      *             MANUTENCAO (USRJRNL.DAT), COMO NO PROGRAMA12.
      *             NOVA OPCAO DE MENU PARA A SIMULACAO AVULSA.
      * ALTERACAO = 15/10/2026 - A ANALISE DE IMPACTO PASSA A LISTAR
      *             TAMBEM OS ACESSOS POR APLICACAO (USRAPL.DAT) COM
      *             O CODIGO, AS REGRAS DE ACESSO POR FUNCAO
      *             (REGRAS.DAT) QUE O TEM COMO MAXIMO E AS
      *             CONCESSOES EMERGENCIAIS ATIVAS (EMERG.DAT) COM O
      *             CODIGO COMO NIVEL BASE OU ELEVADO. A RETIRADA E
      *             BLOQUEADA ENQUANTO HOUVER REGRA COM O CODIGO; O
      *             SUBSTITUTO E EXIGIDO TAMBEM PARA ACESSO NAO
      *             EXPIRADO OU CONCESSAO ATIVA. A MIGRACAO LEVA OS
      *             ACESSOS AO SUBSTITUTO, COM REGISTRO NO JOURNAL DE
      *             ACESSOS (APLJRNL.DAT) COMO NO PROGRAMA44, E OS
      *             NIVEIS DA CONCESSAO ATIVA, PARA QUE A REVERSAO
      *             DO PROGRAMA41 NAO DEVOLVA UM CODIGO RETIRADO.
      * ALTERACAO = 15/10/2026 - FALHA DE REGRAVACAO NA MIGRACAO DE
      *             CONTA, ACESSO OU CONCESSAO CANCELA A RETIRADA -
      *             O NIVEL CONTINUA ATIVO ENQUANTO ALGUM DETENTOR
      *             NAO TIVER SIDO MIGRADO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-NIVEL-CODIGO
               FILE STATUS IS WRK-NIVEIS-STATUS.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-USUARIO OF USERS-RECORD
               FILE STATUS IS WRK-USERS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-STATUS.
           SELECT IMPACTO-FILE ASSIGN TO "NIVIMPAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-IMP-CHAVE
               FILE STATUS IS WRK-IMPACTO-STATUS.
           SELECT APLICACAO-FILE ASSIGN TO "USRAPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-APL-CHAVE
               FILE STATUS IS WRK-APLICACAO-STATUS.
           SELECT JOURNAL-APL-FILE ASSIGN TO "APLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-APL-STATUS.
           SELECT REGRAS-FILE ASSIGN TO "REGRAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-REG-CHAVE
               FILE STATUS IS WRK-REGRAS-STATUS.
           SELECT EMERGENCIA-FILE ASSIGN TO "EMERG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMG-CHAVE
               FILE STATUS IS WRK-EMERG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NIVEIS-FILE.
           COPY CPNIVREC.

       FD  USERS-FILE.
           COPY CPUSRREC.

       FD  JOURNAL-FILE.
           COPY CPUSRJRN.

       FD  IMPACTO-FILE.
      * ARQUIVO DE TRABALHO DA ANALISE DE IMPACTO COM OS DETENTORES
      * DO CODIGO REORDENADOS POR DEPARTAMENTO + USUARIO, RECRIADO
      * A CADA ANALISE, COMO NA REVISAO POR DEPARTAMENTO DO
      * PROGRAMA31 - SEM TETO DE POPULACAO.
       01  IMPACTO-RECORD.
           05  WRK-IMP-CHAVE.
               10  WRK-IMP-DEPTO       PIC X(06).
               10  WRK-IMP-USUARIO     PIC X(20).
           05  WRK-IMP-EXPIRACAO       PIC X(08).
           05  WRK-IMP-SITUACAO        PIC X(01).
             88  IMP-ATIVO                VALUE 'A'.
             88  IMP-EXPIRADO             VALUE 'E'.
           05  WRK-IMP-OPERADOR        PIC X(01).
             88  IMP-PERDE-OPERADOR       VALUE 'S'.

       FD  APLICACAO-FILE.
           COPY CPUSRAPL.

       FD  JOURNAL-APL-FILE.
           COPY CPAPLJRN.

       FD  REGRAS-FILE.
           COPY CPREGFUN.

       FD  EMERGENCIA-FILE.
           COPY CPEMERG.

       WORKING-STORAGE SECTION.
       77  WRK-NIVEIS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZERO.
         88  OPCAO-RETIRAR        VALUE 3.
         88  OPCAO-REATIVAR       VALUE 4.
         88  OPCAO-LISTAR         VALUE 5.
         88  OPCAO-SIMULAR        VALUE 6.
         88  OPCAO-SAIR           VALUE 7.
       77  WRK-FIM-MENU        PIC X(01) VALUE 'N'.
         88  FIM-MENU             VALUE 'S'.
       77  WRK-FIM-LISTAGEM    PIC X(01) VALUE 'N'.
       77  WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE 'N'.
         88  OPERADOR-AUTORIZADO   VALUE 'S'.

      * ANALISE DE IMPACTO E MIGRACAO DOS DETENTORES DE UM NIVEL.
       77  WRK-USERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-STATUS  PIC X(02) VALUE '00'.
       77  WRK-IMPACTO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-DATA-HORA-ATUAL PIC X(21) VALUE SPACES.
       77  WRK-CODIGO-ANALISE  PIC 9(02) VALUE ZEROS.
       77  WRK-ACAO-ANALISE    PIC X(01) VALUE SPACES.
         88  ANALISE-RETIRADA     VALUE 'R'.
         88  ANALISE-FLAGS        VALUE 'F'.
       77  WRK-ADM-ATUAL       PIC X(01) VALUE 'N'.
         88  ADM-ATUAL            VALUE 'S'.
       77  WRK-ADM-NOVO        PIC X(01) VALUE 'N'.
         88  ADM-NOVO             VALUE 'S'.
       77  WRK-ANALISE-OK      PIC X(01) VALUE 'N'.
         88  ANALISE-OK           VALUE 'S'.
       77  WRK-FIM-USUARIOS    PIC X(01) VALUE 'N'.
         88  FIM-USUARIOS         VALUE 'S'.
       77  WRK-FIM-IMPACTO     PIC X(01) VALUE 'N'.
         88  FIM-IMPACTO          VALUE 'S'.
       77  WRK-PRIMEIRA-QUEBRA PIC X(01) VALUE 'S'.
         88  PRIMEIRA-QUEBRA      VALUE 'S'.
       77  WRK-DEPTO-CORRENTE  PIC X(06) VALUE LOW-VALUES.
       77  WRK-CONFIRMACAO     PIC X(01) VALUE 'N'.
         88  CONFIRMADO           VALUE 'S'.
       77  WRK-SUBSTITUTO-DIG  PIC X(02) VALUE SPACES.
       77  WRK-CODIGO-SUBST    PIC 9(02) VALUE ZEROS.
       77  WRK-SUBST-VALIDO    PIC X(01) VALUE 'N'.
         88  SUBST-VALIDO         VALUE 'S'.
       77  WRK-QTDE-DETENTORES PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ATIVOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EXPIRADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-OPERADORES PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DEPTO      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-MIGRADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED         PIC ZZZZ9.
       77  WRK-SITUACAO-TEXTO  PIC X(09) VALUE SPACES.
       77  WRK-OPERADOR-TEXTO  PIC X(13) VALUE SPACES.
       77  WRK-EXPIRACAO-TEXTO PIC X(08) VALUE SPACES.

      * ACESSOS POR APLICACAO, REGRAS POR FUNCAO E CONCESSOES
      * EMERGENCIAIS COM O CODIGO ANALISADO.
       77  WRK-APLICACAO-STATUS PIC X(02) VALUE '00'.
       77  WRK-JOURNAL-APL-STATUS PIC X(02) VALUE '00'.
       77  WRK-REGRAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EMERG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-SEM-ACESSOS-APL PIC X(01) VALUE 'N'.
         88  SEM-ACESSOS-APL      VALUE 'S'.
       77  WRK-SEM-REGRAS      PIC X(01) VALUE 'N'.
         88  SEM-REGRAS           VALUE 'S'.
       77  WRK-SEM-EMERGENCIAS PIC X(01) VALUE 'N'.
         88  SEM-EMERGENCIAS      VALUE 'S'.
       77  WRK-FIM-ACESSOS     PIC X(01) VALUE 'N'.
         88  FIM-ACESSOS          VALUE 'S'.
       77  WRK-FIM-REGRAS      PIC X(01) VALUE 'N'.
         88  FIM-REGRAS           VALUE 'S'.
       77  WRK-FIM-EMERGENCIAS PIC X(01) VALUE 'N'.
         88  FIM-EMERGENCIAS      VALUE 'S'.
       77  WRK-ACESSO-EXPIRADO PIC X(01) VALUE 'N'.
         88  ACESSO-EXPIRADO      VALUE 'S'.
       77  WRK-EMG-MIGRADA     PIC X(01) VALUE 'N'.
         88  EMG-MIGRADA          VALUE 'S'.
       77  WRK-QTDE-APL-DETENTORES PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-APL-ATIVOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REGRAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EMERGENCIAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-APL-MIGRADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EMG-MIGRADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ERROS-MIGRACAO PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-ABRIR-ARQUIVO
               DISPLAY 'ERRO AO ABRIR O MASTER DE NIVEIS - STATUS '
                   WRK-NIVEIS-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
      * O MASTER DE USUARIOS E LIDO NA ANALISE DE IMPACTO E
      * REGRAVADO NA MIGRACAO PARA O CODIGO SUBSTITUTO; A MIGRACAO
      * VAI PARA O JOURNAL DE MANUTENCAO, COMO NO PROGRAMA12.
           OPEN I-O USERS-FILE
           IF WRK-USERS-STATUS = '35'
               OPEN OUTPUT USERS-FILE
               CLOSE USERS-FILE
               OPEN I-O USERS-FILE
           END-IF
           IF WRK-USERS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE USUARIOS - STATUS '
                   WRK-USERS-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WRK-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O JOURNAL DE MANUTENCAO - '
                   'STATUS ' WRK-JOURNAL-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
      * ACESSOS POR APLICACAO E CONCESSOES EMERGENCIAIS ENTRAM NA
      * ANALISE E NA MIGRACAO; AS REGRAS POR FUNCAO SO SAO LIDAS.
      * ARQUIVO AINDA INEXISTENTE NAO TEM NADA COM O CODIGO.
           OPEN I-O APLICACAO-FILE
           IF WRK-APLICACAO-STATUS = '35'
               MOVE 'S' TO WRK-SEM-ACESSOS-APL
           ELSE
               IF WRK-APLICACAO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O MASTER DE ACESSOS POR '
                       'APLICACAO - STATUS ' WRK-APLICACAO-STATUS
                   MOVE 'S' TO WRK-SEM-ACESSOS-APL
                   MOVE 'S' TO WRK-FIM-MENU
               END-IF
           END-IF
           OPEN EXTEND JOURNAL-APL-FILE
           IF WRK-JOURNAL-APL-STATUS = '35'
               OPEN OUTPUT JOURNAL-APL-FILE
           END-IF
           IF WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-APL-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF
           OPEN INPUT REGRAS-FILE
           IF WRK-REGRAS-STATUS = '35'
               MOVE 'S' TO WRK-SEM-REGRAS
           ELSE
               IF WRK-REGRAS-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O MASTER DE REGRAS - '
                       'STATUS ' WRK-REGRAS-STATUS
                   MOVE 'S' TO WRK-SEM-REGRAS
                   MOVE 'S' TO WRK-FIM-MENU
               END-IF
           END-IF
           OPEN I-O EMERGENCIA-FILE
           IF WRK-EMERG-STATUS = '35'
               MOVE 'S' TO WRK-SEM-EMERGENCIAS
           ELSE
               IF WRK-EMERG-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AS CONCESSOES EMERGENCIAIS '
                       '- STATUS ' WRK-EMERG-STATUS
                   MOVE 'S' TO WRK-SEM-EMERGENCIAS
                   MOVE 'S' TO WRK-FIM-MENU
               END-IF
           END-IF.

       1100-SEMEAR-NIVEIS-ORIGINAIS.
           DISPLAY '3 - RETIRAR NIVEL'
           DISPLAY '4 - REATIVAR NIVEL'
           DISPLAY '5 - LISTAR NIVEIS'
           DISPLAY '6 - ANALISE DE IMPACTO (SIMULACAO)'
           DISPLAY '7 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA'
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
                   PERFORM 5500-REATIVAR-NIVEL
               WHEN OPCAO-LISTAR
                   PERFORM 6000-LISTAR-NIVEIS
               WHEN OPCAO-SIMULAR
                   PERFORM 6500-SIMULAR-IMPACTO
               WHEN OPCAO-SAIR
                   MOVE 'S' TO WRK-FIM-MENU
               WHEN OTHER
           END-IF.

       4000-ALTERAR-NIVEL.
      * MUDAR UM FLAG DE CAPACIDADE MUDA, NA MESMA NOITE, A
      * CLASSIFICACAO DE TODO DETENTOR DO CODIGO - QUANDO ALGUM
      * FLAG MUDA, A ANALISE DE IMPACTO E EXIBIDA E A ALTERACAO SO
      * E GRAVADA COM A CONFIRMACAO DO OPERADOR. MUDANCA APENAS DA
      * DESCRICAO E GRAVADA DIRETO, COMO ANTES.
           PERFORM 7000-OBTER-CODIGO-VALIDO
           IF ENTRADA-VALIDA
               MOVE WRK-CODIGO-DIGITADO TO WRK-NIVEL-CODIGO
                       DISPLAY 'NIVEL NAO ENCONTRADO NO MASTER'
                   NOT INVALID KEY
                       PERFORM 7100-OBTER-DADOS-NIVEL
                       MOVE 'S' TO WRK-CONFIRMACAO
                       IF WRK-FLAG-ADM-DIG NOT = WRK-NIV-FLAG-ADM
                               OR WRK-FLAG-USER-DIG
                                   NOT = WRK-NIV-FLAG-USER
                           MOVE 'F' TO WRK-ACAO-ANALISE
                           PERFORM 8000-ANALISAR-IMPACTO
                           PERFORM 8700-OBTER-CONFIRMACAO
                       END-IF
                       IF CONFIRMADO
                           PERFORM 4100-GRAVAR-ALTERACAO
                       ELSE
                           DISPLAY 'ALTERACAO CANCELADA - NIVEL '
                               WRK-NIVEL-CODIGO ' NAO ALTERADO'
                       END-IF
               END-READ
           END-IF.

       4100-GRAVAR-ALTERACAO.
           MOVE WRK-DESCR-DIGITADA TO WRK-NIV-DESCRICAO
           MOVE WRK-FLAG-ADM-DIG   TO WRK-NIV-FLAG-ADM
           MOVE WRK-FLAG-USER-DIG  TO WRK-NIV-FLAG-USER
           REWRITE NIVEL-RECORD
           IF WRK-NIVEIS-STATUS = '00'
               DISPLAY 'NIVEL ' WRK-NIVEL-CODIGO
                   ' ALTERADO COM SUCESSO'
           ELSE
               DISPLAY 'ERRO AO ALTERAR O NIVEL - '
                   'STATUS ' WRK-NIVEIS-STATUS
           END-IF.

       5000-RETIRAR-NIVEL.
      * A RETIRADA E LOGICA (SITUACAO R) - USUARIO QUE AINDA CARREGA
      * O NIVEL NO USERS.DAT PASSA A CLASSIFICAR COMO INVALIDO NA
      * NIVELCHK, SEM ABEND, ATE SER MIGRADO PARA UM NIVEL ATIVO.
      * A ANALISE DE IMPACTO E EXIBIDA ANTES DE QUALQUER GRAVACAO.
      * SEM DETENTOR ATIVO E NAO EXPIRADO, BASTA CONFIRMAR; COM
      * DETENTOR ATIVO, A RETIRADA SO SEGUE COM CONFIRMACAO E UM
      * CODIGO SUBSTITUTO, PARA O QUAL OS DETENTORES SAO MIGRADOS
      * ANTES DE O NIVEL SER RETIRADO.
           PERFORM 7000-OBTER-CODIGO-VALIDO
           IF ENTRADA-VALIDA
               MOVE WRK-CODIGO-DIGITADO TO WRK-NIVEL-CODIGO
                       IF NIV-RETIRADO
                           DISPLAY 'NIVEL JA ESTA RETIRADO'
                       ELSE
                           MOVE 'R' TO WRK-ACAO-ANALISE
                           PERFORM 8000-ANALISAR-IMPACTO
                           PERFORM 5100-DECIDIR-RETIRADA
                       END-IF
               END-READ
           END-IF.

       5100-DECIDIR-RETIRADA.
      * REGRA POR FUNCAO COM O CODIGO COMO MAXIMO BLOQUEIA A
      * RETIRADA - A REGRA E MUDADA ANTES, NO PROGRAMA37. ACESSO
      * POR APLICACAO NAO EXPIRADO E CONCESSAO EMERGENCIAL ATIVA
      * EXIGEM O SUBSTITUTO COMO A CONTA ATIVA.
           IF WRK-QTDE-REGRAS > ZEROS
               DISPLAY 'O NIVEL E O MAXIMO DE REGRA DE ACESSO POR '
                   'FUNCAO - ALTERE AS REGRAS LISTADAS NO PROGRAMA37 '
                   'ANTES DE RETIRAR O NIVEL'
               MOVE 'N' TO WRK-CONFIRMACAO
           ELSE
               PERFORM 8700-OBTER-CONFIRMACAO
           END-IF
           IF CONFIRMADO AND (WRK-QTDE-ATIVOS > ZEROS
                   OR WRK-QTDE-APL-ATIVOS > ZEROS
                   OR WRK-QTDE-EMERGENCIAS > ZEROS)
               DISPLAY 'O NIVEL AINDA E DETIDO POR CONTA, ACESSO POR '
                   'APLICACAO OU CONCESSAO EMERGENCIAL ATIVA - '
                   'INFORME O CODIGO SUBSTITUTO'
               PERFORM 5200-OBTER-SUBSTITUTO
               IF SUBST-VALIDO
                   PERFORM 8800-MIGRAR-DETENTORES
                   IF WRK-QTDE-ERROS-MIGRACAO > ZEROS
                       DISPLAY 'RETIRADA CANCELADA - MIGRACAO '
                           'INCOMPLETA'
                       MOVE 'N' TO WRK-CONFIRMACAO
                   END-IF
               ELSE
                   MOVE 'N' TO WRK-CONFIRMACAO
               END-IF
           END-IF
           IF CONFIRMADO
               PERFORM 5300-GRAVAR-RETIRADA
           ELSE
               DISPLAY 'RETIRADA CANCELADA - NIVEL '
                   WRK-CODIGO-ANALISE ' NAO RETIRADO'
           END-IF.

       5200-OBTER-SUBSTITUTO.
      * O SUBSTITUTO TEM DE EXISTIR, ESTAR ATIVO, SER OUTRO CODIGO
      * E NAO DAR CAPACIDADE ADM QUE O NIVEL RETIRADO NAO DAVA - A
      * MIGRACAO NAO PODE SER USADA PARA ELEVAR PRIVILEGIO. A
      * LEITURA DO SUBSTITUTO USA A AREA DO REGISTRO; O NIVEL A
      * RETIRAR E RELIDO EM 5300-GRAVAR-RETIRADA.
           MOVE 'N' TO WRK-SUBST-VALIDO
           DISPLAY 'DIGITE O CODIGO SUBSTITUTO (DOIS DIGITOS)'
           MOVE SPACES TO WRK-SUBSTITUTO-DIG
           ACCEPT WRK-SUBSTITUTO-DIG FROM CONSOLE
           IF WRK-SUBSTITUTO-DIG IS NOT NUMERIC
               DISPLAY 'ENTRADA NUMERICA INVALIDA PARA O CODIGO'
           ELSE
               MOVE WRK-SUBSTITUTO-DIG TO WRK-CODIGO-SUBST
               IF WRK-CODIGO-SUBST = WRK-CODIGO-ANALISE
                   DISPLAY 'O SUBSTITUTO DEVE SER OUTRO CODIGO'
               ELSE
                   MOVE WRK-CODIGO-SUBST TO WRK-NIVEL-CODIGO
                   READ NIVEIS-FILE
                       INVALID KEY
                           DISPLAY 'SUBSTITUTO NAO ENCONTRADO NO '
                               'MASTER'
                       NOT INVALID KEY
                           IF NIV-RETIRADO
                               DISPLAY 'SUBSTITUTO ESTA RETIRADO'
                           ELSE
                               IF NIV-DA-ADM AND NOT ADM-ATUAL
                                   DISPLAY 'SUBSTITUTO DA CAPACIDADE '
                                       'ADM QUE O NIVEL NAO DAVA'
                               ELSE
                                   MOVE 'S' TO WRK-SUBST-VALIDO
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.

       5300-GRAVAR-RETIRADA.
           MOVE WRK-CODIGO-ANALISE TO WRK-NIVEL-CODIGO
           READ NIVEIS-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O NIVEL - STATUS '
                       WRK-NIVEIS-STATUS
               NOT INVALID KEY
                   MOVE 'R' TO WRK-NIV-SITUACAO
                   REWRITE NIVEL-RECORD
                   IF WRK-NIVEIS-STATUS = '00'
                       DISPLAY 'NIVEL ' WRK-NIVEL-CODIGO
                           ' RETIRADO COM SUCESSO'
                   ELSE
                       DISPLAY 'ERRO AO RETIRAR O NIVEL - '
                           'STATUS ' WRK-NIVEIS-STATUS
                   END-IF
           END-READ.

       5500-REATIVAR-NIVEL.
           PERFORM 7000-OBTER-CODIGO-VALIDO
           IF ENTRADA-VALIDA
               '    ' WRK-NIV-SITUACAO
           PERFORM 6100-LER-PROXIMO-NIVEL.

       6500-SIMULAR-IMPACTO.
      * SIMULACAO AVULSA - MOSTRA O QUE ACONTECERIA COM OS
      * DETENTORES DO CODIGO SE ELE FOSSE RETIRADO OU TIVESSE OS
      * FLAGS MUDADOS, SEM GRAVAR NADA.
           PERFORM 7000-OBTER-CODIGO-VALIDO
           IF ENTRADA-VALIDA
               MOVE WRK-CODIGO-DIGITADO TO WRK-NIVEL-CODIGO
               READ NIVEIS-FILE
                   INVALID KEY
                       DISPLAY 'NIVEL NAO ENCONTRADO NO MASTER'
                   NOT INVALID KEY
                       DISPLAY 'SIMULAR (R) RETIRADA OU (F) MUDANCA '
                           'DE FLAGS?'
                       MOVE SPACES TO WRK-ACAO-ANALISE
                       ACCEPT WRK-ACAO-ANALISE FROM CONSOLE
                       EVALUATE TRUE
                           WHEN ANALISE-RETIRADA
                               PERFORM 8000-ANALISAR-IMPACTO
                           WHEN ANALISE-FLAGS
                               PERFORM 7200-OBTER-FLAGS-NIVEL
                               PERFORM 8000-ANALISAR-IMPACTO
                           WHEN OTHER
                               DISPLAY 'OPCAO INVALIDA'
                       END-EVALUATE
               END-READ
           END-IF.

       7000-OBTER-CODIGO-VALIDO.
           MOVE 'N' TO WRK-ENTRADA-VALIDA
           DISPLAY 'DIGITE O CODIGO DO NIVEL (DOIS DIGITOS)'
           DISPLAY 'DIGITE A DESCRICAO DO NIVEL'
           MOVE SPACES TO WRK-DESCR-DIGITADA
           ACCEPT WRK-DESCR-DIGITADA FROM CONSOLE
           PERFORM 7200-OBTER-FLAGS-NIVEL.

       7200-OBTER-FLAGS-NIVEL.
           DISPLAY 'O NIVEL TEM CAPACIDADE ADM (S/N)?'
           MOVE 'N' TO WRK-FLAG-ADM-DIG
           ACCEPT WRK-FLAG-ADM-DIG FROM CONSOLE
               MOVE 'N' TO WRK-FLAG-USER-DIG
           END-IF.

       8000-ANALISAR-IMPACTO.
      * ANALISE DE IMPACTO (SIMULACAO) DO NIVEL NA AREA DO REGISTRO
      * - PERCORRE O MASTER DE USUARIOS, CARREGA OS DETENTORES DO
      * CODIGO NO ARQUIVO DE TRABALHO POR DEPARTAMENTO + USUARIO E
      * OS EXIBE COM QUEBRA POR DEPARTAMENTO. OPERADOR QUE A
      * OPERCHK AUTORIZA HOJE (CONTA NAO EXPIRADA E NIVEL ATIVO COM
      * CAPACIDADE ADM) E QUE PERDE A CAPACIDADE ADM COM A MUDANCA
      * E MARCADO. NADA E GRAVADO NOS MASTERS. SEM O ARQUIVO DE
      * TRABALHO A ANALISE NAO E FEITA E A MUDANCA NAO E LIBERADA.
           MOVE WRK-NIVEL-CODIGO TO WRK-CODIGO-ANALISE
           MOVE 'N' TO WRK-ADM-ATUAL
           IF NIV-ATIVO AND NIV-DA-ADM
               MOVE 'S' TO WRK-ADM-ATUAL
           END-IF
           MOVE 'N' TO WRK-ADM-NOVO
           IF ANALISE-FLAGS AND NIV-ATIVO
               MOVE WRK-FLAG-ADM-DIG TO WRK-ADM-NOVO
           END-IF
           MOVE ZEROS TO WRK-QTDE-DETENTORES
           MOVE ZEROS TO WRK-QTDE-ATIVOS
           MOVE ZEROS TO WRK-QTDE-EXPIRADOS
           MOVE ZEROS TO WRK-QTDE-OPERADORES
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE 'N' TO WRK-ANALISE-OK
           OPEN OUTPUT IMPACTO-FILE
           IF WRK-IMPACTO-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO DA '
                   'ANALISE - STATUS ' WRK-IMPACTO-STATUS
           ELSE
               MOVE 'S' TO WRK-ANALISE-OK
               MOVE 'N' TO WRK-FIM-USUARIOS
               MOVE LOW-VALUES TO WRK-USUARIO OF USERS-RECORD
               START USERS-FILE KEY IS NOT LESS THAN WRK-USUARIO
                   OF USERS-RECORD
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-USUARIOS
               END-START
               IF NOT FIM-USUARIOS
                   PERFORM 8100-LER-PROXIMO-USUARIO
               END-IF
               PERFORM 8200-AVALIAR-USUARIO
                   UNTIL FIM-USUARIOS OR NOT ANALISE-OK
               CLOSE IMPACTO-FILE
               IF ANALISE-OK
                   PERFORM 8300-EXIBIR-IMPACTO
               END-IF
           END-IF
           MOVE ZEROS TO WRK-QTDE-APL-DETENTORES
           MOVE ZEROS TO WRK-QTDE-APL-ATIVOS
           MOVE ZEROS TO WRK-QTDE-REGRAS
           MOVE ZEROS TO WRK-QTDE-EMERGENCIAS
           IF ANALISE-OK
               PERFORM 8500-ANALISAR-ACESSOS-APL
               PERFORM 8550-ANALISAR-REGRAS
               PERFORM 8600-ANALISAR-EMERGENCIAS
           END-IF.

       8100-LER-PROXIMO-USUARIO.
           READ USERS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-USUARIOS
           END-READ.

       8200-AVALIAR-USUARIO.
      * MESMA REGRA DE EXPIRACAO DA OPERCHK - A CONTA VALE ATE O
      * PROPRIO DIA DA EXPIRACAO, INCLUSIVE.
           IF WRK-NIVEL OF USERS-RECORD = WRK-CODIGO-ANALISE
               ADD 1 TO WRK-QTDE-DETENTORES
               MOVE WRK-DEPARTAMENTO TO WRK-IMP-DEPTO
               MOVE WRK-USUARIO OF USERS-RECORD TO WRK-IMP-USUARIO
               MOVE WRK-DATA-EXPIRACAO TO WRK-IMP-EXPIRACAO
               MOVE 'N' TO WRK-IMP-OPERADOR
               IF WRK-DATA-EXPIRACAO IS NUMERIC
                       AND WRK-DATA-EXPIRACAO > '00000000'
                       AND WRK-DATA-HORA-ATUAL(1:8)
                           > WRK-DATA-EXPIRACAO
                   MOVE 'E' TO WRK-IMP-SITUACAO
                   ADD 1 TO WRK-QTDE-EXPIRADOS
               ELSE
                   MOVE 'A' TO WRK-IMP-SITUACAO
                   ADD 1 TO WRK-QTDE-ATIVOS
                   IF ADM-ATUAL AND NOT ADM-NOVO
                       MOVE 'S' TO WRK-IMP-OPERADOR
                       ADD 1 TO WRK-QTDE-OPERADORES
                   END-IF
               END-IF
               WRITE IMPACTO-RECORD
               IF WRK-IMPACTO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO CARREGAR O ARQUIVO DE TRABALHO '
                       'DA ANALISE - STATUS ' WRK-IMPACTO-STATUS
                   MOVE 'N' TO WRK-ANALISE-OK
               END-IF
           END-IF
           PERFORM 8100-LER-PROXIMO-USUARIO.

       8300-EXIBIR-IMPACTO.
           DISPLAY ' '
           IF ANALISE-RETIRADA
               DISPLAY 'ANALISE DE IMPACTO - RETIRADA DO NIVEL '
                   WRK-CODIGO-ANALISE
           ELSE
               DISPLAY 'ANALISE DE IMPACTO - NIVEL '
                   WRK-CODIGO-ANALISE ' COM FLAGS ADM '
                   WRK-FLAG-ADM-DIG ' USER ' WRK-FLAG-USER-DIG
           END-IF
           OPEN INPUT IMPACTO-FILE
           IF WRK-IMPACTO-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR O ARQUIVO DE TRABALHO DA '
                   'ANALISE - STATUS ' WRK-IMPACTO-STATUS
               MOVE 'N' TO WRK-ANALISE-OK
           ELSE
               MOVE 'N' TO WRK-FIM-IMPACTO
               MOVE 'S' TO WRK-PRIMEIRA-QUEBRA
               MOVE LOW-VALUES TO WRK-IMP-CHAVE
               START IMPACTO-FILE KEY IS NOT LESS THAN WRK-IMP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-IMPACTO
               END-START
               IF NOT FIM-IMPACTO
                   PERFORM 8310-LER-PROXIMO-IMPACTO
               END-IF
               PERFORM 8320-EXIBIR-DETENTOR
                   UNTIL FIM-IMPACTO
               IF NOT PRIMEIRA-QUEBRA
                   PERFORM 8340-FECHAR-DEPARTAMENTO
               END-IF
               CLOSE IMPACTO-FILE
               PERFORM 8400-EXIBIR-TOTAIS-IMPACTO
           END-IF.

       8310-LER-PROXIMO-IMPACTO.
           READ IMPACTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-IMPACTO
           END-READ.

       8320-EXIBIR-DETENTOR.
           IF PRIMEIRA-QUEBRA
                   OR WRK-IMP-DEPTO NOT = WRK-DEPTO-CORRENTE
               IF NOT PRIMEIRA-QUEBRA
                   PERFORM 8340-FECHAR-DEPARTAMENTO
               END-IF
               MOVE WRK-IMP-DEPTO TO WRK-DEPTO-CORRENTE
               MOVE 'N' TO WRK-PRIMEIRA-QUEBRA
               PERFORM 8330-ABRIR-DEPARTAMENTO
           END-IF
           IF WRK-IMP-EXPIRACAO = SPACES
               MOVE 'NENHUMA ' TO WRK-EXPIRACAO-TEXTO
           ELSE
               MOVE WRK-IMP-EXPIRACAO TO WRK-EXPIRACAO-TEXTO
           END-IF
           IF IMP-EXPIRADO
               MOVE 'EXPIRADA ' TO WRK-SITUACAO-TEXTO
           ELSE
               MOVE 'ATIVA    ' TO WRK-SITUACAO-TEXTO
           END-IF
           IF IMP-PERDE-OPERADOR
               MOVE 'PERDE OPERCHK' TO WRK-OPERADOR-TEXTO
           ELSE
               MOVE SPACES TO WRK-OPERADOR-TEXTO
           END-IF
           DISPLAY '  ' WRK-IMP-USUARIO ' ' WRK-EXPIRACAO-TEXTO
               ' ' WRK-SITUACAO-TEXTO ' ' WRK-OPERADOR-TEXTO
           ADD 1 TO WRK-QTDE-DEPTO
           PERFORM 8310-LER-PROXIMO-IMPACTO.

       8330-ABRIR-DEPARTAMENTO.
           MOVE ZEROS TO WRK-QTDE-DEPTO
           IF WRK-DEPTO-CORRENTE = SPACES
               DISPLAY 'DEPARTAMENTO: SEM LOTACAO'
           ELSE
               DISPLAY 'DEPARTAMENTO: ' WRK-DEPTO-CORRENTE
           END-IF
           DISPLAY '  USUARIO              EXPIRAC. CONTA     '
               'OPERADOR'.

       8340-FECHAR-DEPARTAMENTO.
           MOVE WRK-QTDE-DEPTO TO WRK-QTDE-ED
           DISPLAY '  DETENTORES NO DEPARTAMENTO: ' WRK-QTDE-ED.

       8400-EXIBIR-TOTAIS-IMPACTO.
           DISPLAY ' '
           MOVE WRK-QTDE-DETENTORES TO WRK-QTDE-ED
           DISPLAY 'USUARIOS QUE DETEM O CODIGO.........: '
               WRK-QTDE-ED
           MOVE WRK-QTDE-ATIVOS TO WRK-QTDE-ED
           DISPLAY '  CONTAS ATIVAS E NAO EXPIRADAS.....: '
               WRK-QTDE-ED
           MOVE WRK-QTDE-EXPIRADOS TO WRK-QTDE-ED
           DISPLAY '  CONTAS EXPIRADAS..................: '
               WRK-QTDE-ED
           MOVE WRK-QTDE-OPERADORES TO WRK-QTDE-ED
           DISPLAY 'OPERADORES QUE A OPERCHK DEIXA DE '
               'AUTORIZAR: ' WRK-QTDE-ED.

       8500-ANALISAR-ACESSOS-APL.
      * ACESSOS POR APLICACAO COM O CODIGO, NA ORDEM DA CHAVE
      * (USUARIO + APLICACAO). A EXPIRACAO DO ACESSO SEGUE A MESMA
      * REGRA DA CONTA.
           DISPLAY ' '
           DISPLAY 'ACESSOS POR APLICACAO COM O CODIGO '
               WRK-CODIGO-ANALISE
           IF NOT SEM-ACESSOS-APL
               DISPLAY '  USUARIO              APLIC. EXPIRAC. ACESSO'
               PERFORM 8505-POSICIONAR-ACESSOS
               PERFORM 8510-AVALIAR-ACESSO
                   UNTIL FIM-ACESSOS
           END-IF
           MOVE WRK-QTDE-APL-DETENTORES TO WRK-QTDE-ED
           DISPLAY 'ACESSOS POR APLICACAO COM O CODIGO..: '
               WRK-QTDE-ED
           MOVE WRK-QTDE-APL-ATIVOS TO WRK-QTDE-ED
           DISPLAY '  ACESSOS NAO EXPIRADOS.............: '
               WRK-QTDE-ED.

       8505-POSICIONAR-ACESSOS.
           MOVE 'N' TO WRK-FIM-ACESSOS
           MOVE LOW-VALUES TO WRK-APL-CHAVE
           START APLICACAO-FILE KEY IS NOT LESS THAN WRK-APL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-START
           IF NOT FIM-ACESSOS
               PERFORM 8520-LER-PROXIMO-ACESSO
           END-IF.

       8510-AVALIAR-ACESSO.
           IF WRK-NIVEL OF APLICACAO-RECORD = WRK-CODIGO-ANALISE
               ADD 1 TO WRK-QTDE-APL-DETENTORES
               PERFORM 8530-VERIFICAR-EXPIRACAO-APL
               IF WRK-APL-EXPIRACAO = SPACES
                   MOVE 'NENHUMA ' TO WRK-EXPIRACAO-TEXTO
               ELSE
                   MOVE WRK-APL-EXPIRACAO TO WRK-EXPIRACAO-TEXTO
               END-IF
               IF ACESSO-EXPIRADO
                   MOVE 'EXPIRADO ' TO WRK-SITUACAO-TEXTO
               ELSE
                   MOVE 'ATIVO    ' TO WRK-SITUACAO-TEXTO
                   ADD 1 TO WRK-QTDE-APL-ATIVOS
               END-IF
               DISPLAY '  ' WRK-USUARIO OF APLICACAO-RECORD ' '
                   WRK-APL-CODIGO ' ' WRK-EXPIRACAO-TEXTO ' '
                   WRK-SITUACAO-TEXTO
           END-IF
           PERFORM 8520-LER-PROXIMO-ACESSO.

       8520-LER-PROXIMO-ACESSO.
           READ APLICACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-READ.

       8530-VERIFICAR-EXPIRACAO-APL.
           MOVE 'N' TO WRK-ACESSO-EXPIRADO
           IF WRK-APL-EXPIRACAO IS NUMERIC
                   AND WRK-APL-EXPIRACAO > '00000000'
                   AND WRK-DATA-HORA-ATUAL(1:8) > WRK-APL-EXPIRACAO
               MOVE 'S' TO WRK-ACESSO-EXPIRADO
           END-IF.

       8550-ANALISAR-REGRAS.
      * REGRAS DE ACESSO POR FUNCAO QUE TEM O CODIGO COMO NIVEL
      * MAXIMO - RETIRADO O CODIGO, A CONFERENCIA DO PROGRAMA38
      * PASSARIA A PESAR O MAXIMO DA REGRA COMO NIVEL SEM
      * CAPACIDADE NENHUMA.
           DISPLAY ' '
           DISPLAY 'REGRAS DE ACESSO POR FUNCAO COM O CODIGO COMO '
               'MAXIMO'
           IF NOT SEM-REGRAS
               DISPLAY '  DEPTO  FUNCAO ATUALIZADA POR'
               MOVE 'N' TO WRK-FIM-REGRAS
               MOVE LOW-VALUES TO WRK-REG-CHAVE
               START REGRAS-FILE KEY IS NOT LESS THAN WRK-REG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-REGRAS
               END-START
               IF NOT FIM-REGRAS
                   PERFORM 8570-LER-PROXIMA-REGRA
               END-IF
               PERFORM 8560-AVALIAR-REGRA
                   UNTIL FIM-REGRAS
           END-IF
           MOVE WRK-QTDE-REGRAS TO WRK-QTDE-ED
           DISPLAY 'REGRAS COM O CODIGO COMO MAXIMO.....: '
               WRK-QTDE-ED.

       8560-AVALIAR-REGRA.
           IF WRK-REG-NIVEL-MAX = WRK-CODIGO-ANALISE
               ADD 1 TO WRK-QTDE-REGRAS
               DISPLAY '  ' WRK-REG-DEPTO ' ' WRK-REG-FUNCAO ' '
                   WRK-REG-OPERADOR
           END-IF
           PERFORM 8570-LER-PROXIMA-REGRA.

       8570-LER-PROXIMA-REGRA.
           READ REGRAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-REGRAS
           END-READ.

       8600-ANALISAR-EMERGENCIAS.
      * CONCESSOES EMERGENCIAIS ATIVAS COM O CODIGO COMO NIVEL BASE
      * (DEVOLVIDO NA REVERSAO DO PROGRAMA41) OU COMO NIVEL ELEVADO
      * (O QUE A CONTA TEM AGORA). O REGISTRO DE PARAMETRO (CHAVE
      * COM *) NAO E CONCESSAO.
           DISPLAY ' '
           DISPLAY 'CONCESSOES EMERGENCIAIS ATIVAS COM O CODIGO'
           IF NOT SEM-EMERGENCIAS
               DISPLAY '  USUARIO              FIM           BASE '
                   'ELEVADO'
               PERFORM 8605-POSICIONAR-EMERGENCIAS
               PERFORM 8610-AVALIAR-EMERGENCIA
                   UNTIL FIM-EMERGENCIAS
           END-IF
           MOVE WRK-QTDE-EMERGENCIAS TO WRK-QTDE-ED
           DISPLAY 'CONCESSOES ATIVAS COM O CODIGO......: '
               WRK-QTDE-ED.

       8605-POSICIONAR-EMERGENCIAS.
           MOVE 'N' TO WRK-FIM-EMERGENCIAS
           MOVE LOW-VALUES TO WRK-EMG-CHAVE
           START EMERGENCIA-FILE KEY IS NOT LESS THAN WRK-EMG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-EMERGENCIAS
           END-START
           IF NOT FIM-EMERGENCIAS
               PERFORM 8620-LER-PROXIMA-EMERGENCIA
           END-IF.

       8610-AVALIAR-EMERGENCIA.
           IF WRK-USUARIO OF EMERGENCIA-RECORD(1:1) NOT = '*'
                   AND EMG-ATIVA
                   AND (WRK-EMG-NIVEL-BASE = WRK-CODIGO-ANALISE
                       OR WRK-EMG-NIVEL-ELEVADO = WRK-CODIGO-ANALISE)
               ADD 1 TO WRK-QTDE-EMERGENCIAS
               DISPLAY '  ' WRK-USUARIO OF EMERGENCIA-RECORD ' '
                   WRK-EMG-DATA-FIM ' ' WRK-EMG-HORA-FIM(1:4) ' '
                   WRK-EMG-NIVEL-BASE '   ' WRK-EMG-NIVEL-ELEVADO
           END-IF
           PERFORM 8620-LER-PROXIMA-EMERGENCIA.

       8620-LER-PROXIMA-EMERGENCIA.
           READ EMERGENCIA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-EMERGENCIAS
           END-READ.

       8700-OBTER-CONFIRMACAO.
      * SEM ANALISE DE IMPACTO CONCLUIDA NAO HA CONFIRMACAO - A
      * MUDANCA NAO E GRAVADA AS CEGAS.
           MOVE 'N' TO WRK-CONFIRMACAO
           IF ANALISE-OK
               DISPLAY 'CONFIRMA A GRAVACAO DA MUDANCA (S/N)?'
               ACCEPT WRK-CONFIRMACAO FROM CONSOLE
           ELSE
               DISPLAY 'ANALISE DE IMPACTO NAO CONCLUIDA - MUDANCA '
                   'NAO LIBERADA'
           END-IF.

       8800-MIGRAR-DETENTORES.
      * MIGRA PARA O CODIGO SUBSTITUTO CADA DETENTOR ATIVO E NAO
      * EXPIRADO DO NIVEL A RETIRAR, COM REGISTRO NO JOURNAL DE
      * MANUTENCAO (ACAO A, NIVEL ANTES/DEPOIS) COMO QUALQUER
      * ALTERACAO DO PROGRAMA12. CONTA JA EXPIRADA FICA COM O
      * CODIGO RETIRADO - CONTINUA BARRADA PELA EXPIRACAO. QUALQUER
      * REGRAVACAO COM ERRO E CONTADA E IMPEDE A RETIRADA EM 5100.
           MOVE ZEROS TO WRK-QTDE-MIGRADOS
           MOVE ZEROS TO WRK-QTDE-ERROS-MIGRACAO
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE 'N' TO WRK-FIM-USUARIOS
           MOVE LOW-VALUES TO WRK-USUARIO OF USERS-RECORD
           START USERS-FILE KEY IS NOT LESS THAN WRK-USUARIO
               OF USERS-RECORD
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-USUARIOS
           END-START
           IF NOT FIM-USUARIOS
               PERFORM 8100-LER-PROXIMO-USUARIO
           END-IF
           PERFORM 8810-MIGRAR-USUARIO
               UNTIL FIM-USUARIOS
           MOVE WRK-QTDE-MIGRADOS TO WRK-QTDE-ED
           DISPLAY 'USUARIOS MIGRADOS PARA O NIVEL '
               WRK-CODIGO-SUBST ': ' WRK-QTDE-ED
           MOVE ZEROS TO WRK-QTDE-APL-MIGRADOS
           IF NOT SEM-ACESSOS-APL
               PERFORM 8505-POSICIONAR-ACESSOS
               PERFORM 8820-MIGRAR-ACESSO
                   UNTIL FIM-ACESSOS
           END-IF
           MOVE WRK-QTDE-APL-MIGRADOS TO WRK-QTDE-ED
           DISPLAY 'ACESSOS POR APLICACAO MIGRADOS......: '
               WRK-QTDE-ED
           MOVE ZEROS TO WRK-QTDE-EMG-MIGRADAS
           IF NOT SEM-EMERGENCIAS
               PERFORM 8605-POSICIONAR-EMERGENCIAS
               PERFORM 8840-MIGRAR-EMERGENCIA
                   UNTIL FIM-EMERGENCIAS
           END-IF
           MOVE WRK-QTDE-EMG-MIGRADAS TO WRK-QTDE-ED
           DISPLAY 'CONCESSOES EMERGENCIAIS MIGRADAS....: '
               WRK-QTDE-ED.

       8810-MIGRAR-USUARIO.
           IF WRK-NIVEL OF USERS-RECORD = WRK-CODIGO-ANALISE
               IF WRK-DATA-EXPIRACAO IS NUMERIC
                       AND WRK-DATA-EXPIRACAO > '00000000'
                       AND WRK-DATA-HORA-ATUAL(1:8)
                           > WRK-DATA-EXPIRACAO
                   CONTINUE
               ELSE
                   MOVE WRK-CODIGO-SUBST TO WRK-NIVEL OF USERS-RECORD
                   REWRITE USERS-RECORD
                   IF WRK-USERS-STATUS = '00'
                       ADD 1 TO WRK-QTDE-MIGRADOS
                       PERFORM 8900-GRAVAR-JOURNAL
                   ELSE
                       DISPLAY 'ERRO AO MIGRAR O USUARIO '
                           WRK-USUARIO OF USERS-RECORD
                           ' - STATUS ' WRK-USERS-STATUS
                       ADD 1 TO WRK-QTDE-ERROS-MIGRACAO
                   END-IF
               END-IF
           END-IF
           PERFORM 8100-LER-PROXIMO-USUARIO.

       8820-MIGRAR-ACESSO.
      * MESMA REGRA DA CONTA - ACESSO JA EXPIRADO FICA COM O CODIGO
      * RETIRADO. CADA MIGRACAO VAI PARA O JOURNAL DE ACESSOS.
           IF WRK-NIVEL OF APLICACAO-RECORD = WRK-CODIGO-ANALISE
               PERFORM 8530-VERIFICAR-EXPIRACAO-APL
               IF NOT ACESSO-EXPIRADO
                   MOVE WRK-CODIGO-SUBST
                       TO WRK-NIVEL OF APLICACAO-RECORD
                   REWRITE APLICACAO-RECORD
                   IF WRK-APLICACAO-STATUS = '00'
                       ADD 1 TO WRK-QTDE-APL-MIGRADOS
                       PERFORM 8950-GRAVAR-JOURNAL-APL
                   ELSE
                       DISPLAY 'ERRO AO MIGRAR O ACESSO '
                           WRK-USUARIO OF APLICACAO-RECORD ' '
                           WRK-APL-CODIGO
                           ' - STATUS ' WRK-APLICACAO-STATUS
                       ADD 1 TO WRK-QTDE-ERROS-MIGRACAO
                   END-IF
               END-IF
           END-IF
           PERFORM 8520-LER-PROXIMO-ACESSO.

       8840-MIGRAR-EMERGENCIA.
      * O NIVEL BASE MIGRADO E O QUE A REVERSAO DEVOLVE; O NIVEL
      * ELEVADO MIGRADO ACOMPANHA O MASTER JA MIGRADO EM
      * 8810-MIGRAR-USUARIO, PARA QUE A REVERSAO AINDA RECONHECA A
      * CONCESSAO.
           IF WRK-USUARIO OF EMERGENCIA-RECORD(1:1) NOT = '*'
                   AND EMG-ATIVA
               MOVE 'N' TO WRK-EMG-MIGRADA
               IF WRK-EMG-NIVEL-BASE = WRK-CODIGO-ANALISE
                   MOVE WRK-CODIGO-SUBST TO WRK-EMG-NIVEL-BASE
                   MOVE 'S' TO WRK-EMG-MIGRADA
               END-IF
               IF WRK-EMG-NIVEL-ELEVADO = WRK-CODIGO-ANALISE
                   MOVE WRK-CODIGO-SUBST TO WRK-EMG-NIVEL-ELEVADO
                   MOVE 'S' TO WRK-EMG-MIGRADA
               END-IF
               IF EMG-MIGRADA
                   REWRITE EMERGENCIA-RECORD
                   IF WRK-EMERG-STATUS = '00'
                       ADD 1 TO WRK-QTDE-EMG-MIGRADAS
                   ELSE
                       DISPLAY 'ERRO AO MIGRAR A CONCESSAO DE '
                           WRK-USUARIO OF EMERGENCIA-RECORD
                           ' - STATUS ' WRK-EMERG-STATUS
                       ADD 1 TO WRK-QTDE-ERROS-MIGRACAO
                   END-IF
               END-IF
           END-IF
           PERFORM 8620-LER-PROXIMA-EMERGENCIA.

       8900-GRAVAR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JRN-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JRN-HORA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'A' TO WRK-JRN-ACAO
           MOVE WRK-USUARIO OF USERS-RECORD
               TO WRK-USUARIO OF JOURNAL-RECORD
           MOVE WRK-CODIGO-ANALISE TO WRK-JRN-NIVEL-ANTES
           MOVE WRK-CODIGO-SUBST   TO WRK-JRN-NIVEL-DEPOIS
           MOVE WRK-DATA-EXPIRACAO TO WRK-JRN-EXPIR-ANTES
           MOVE WRK-DATA-EXPIRACAO TO WRK-JRN-EXPIR-DEPOIS
           MOVE WRK-DEPARTAMENTO   TO WRK-JRN-DEPTO-ANTES
           MOVE WRK-DEPARTAMENTO   TO WRK-JRN-DEPTO-DEPOIS
           WRITE JOURNAL-RECORD
           IF WRK-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE MANUTENCAO - '
                   'STATUS ' WRK-JOURNAL-STATUS
           END-IF.

       8950-GRAVAR-JOURNAL-APL.
      * MESMO REGISTRO DO PROGRAMA44 (7400) - ACAO A, NIVEL
      * ANTES/DEPOIS E A EXPIRACAO DO ACESSO, QUE NAO MUDA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-JAP-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-JAP-HORA
           MOVE WRK-OPERADOR TO WRK-JAP-OPERADOR
           MOVE 'A' TO WRK-JAP-ACAO
           MOVE WRK-USUARIO OF APLICACAO-RECORD
               TO WRK-USUARIO OF JOURNAL-APL-RECORD
           MOVE WRK-APL-CODIGO     TO WRK-JAP-APLICACAO
           MOVE WRK-CODIGO-ANALISE TO WRK-JAP-NIVEL-ANTES
           MOVE WRK-CODIGO-SUBST   TO WRK-JAP-NIVEL-DEPOIS
           MOVE WRK-APL-EXPIRACAO  TO WRK-JAP-EXPIR-ANTES
           MOVE WRK-APL-EXPIRACAO  TO WRK-JAP-EXPIR-DEPOIS
           WRITE JOURNAL-APL-RECORD
           IF WRK-JOURNAL-APL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O JOURNAL DE ACESSOS - '
                   'STATUS ' WRK-JOURNAL-APL-STATUS
           END-IF.

       9000-FECHAR-ARQUIVO.
           CLOSE NIVEIS-FILE
           CLOSE USERS-FILE
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-APL-FILE
           IF NOT SEM-ACESSOS-APL
               CLOSE APLICACAO-FILE
           END-IF
           IF NOT SEM-REGRAS
               CLOSE REGRAS-FILE
           END-IF
           IF NOT SEM-EMERGENCIAS
               CLOSE EMERGENCIA-FILE
           END-IF.
