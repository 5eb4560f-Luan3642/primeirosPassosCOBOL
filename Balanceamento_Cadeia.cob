       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA39.
      ***************************
      * Area de comentarios
      * OBJETIVO: BALANCEAMENTO DE FIM DE CADEIA DO NIVCHK10 - CADA
      *           STEP CONFERE OS PROPRIOS TOTAIS E REGISTRA SUA
      *           QUANTIDADE NO CONTROLE DE EXECUCAO (RUNCTL), MAS
      *           NADA CONFERIA UM STEP CONTRA O OUTRO. ESTE
      *           PROGRAMA, NO ULTIMO STEP DA CADEIA:
      *           - CONFIRMA QUE CADA STEP ESPERADO DA DATA DE
      *             MOVIMENTO ESTA MARCADO COMO COMPLETO NO RUNCTL
      *             (CONSULTA PELA PROPRIA SUBROTINA, FUNCAO C);
      *           - CONTA OS ARQUIVOS REAIS DA DATA - TRANSACOES
      *             LIMPAS (TRANSOK, PROGRAMA18), RESULTADOS E
      *             TRAILER (CHKRES, PROGRAMA10), REGISTROS DA DATA
      *             NO HISTORICO (CHKHIST, PROGRAMA28) E DETALHES,
      *             HEADER E TRAILER DA EXTRACAO (IDMEXT,
      *             PROGRAMA20) - E OS BALANCEIA ENTRE SI E CONTRA
      *             AS QUANTIDADES DO RUNCTL;
      *           - EMITE UMA FOLHA DE VISTO (UMA PAGINA) COM CADA
      *             STEP, CADA CONFERENCIA E O RESULTADO FINAL.
      *           COMO O PROGRAMA18 REJEITA USUARIO DUPLICADO E
      *           USUARIO FORA DO MASTER, CADA TRANSACAO LIMPA GERA
      *           UM RESULTADO, UM REGISTRO DO DIA NO HISTORICO E
      *           UM DETALHE CLASSIFICADO NA EXTRACAO.
      * PARM: POSICOES 1-8 = DATA DE MOVIMENTO (AAAAMMDD) - SEM
      *       ELA, USA A DATA DE SISTEMA.
      * RETURN-CODE: 0 = CADEIA BALANCEADA; 8 = FORA DE
      *           BALANCEAMENTO OU STEP NAO COMPLETO (A OPERACAO
      *           RETEM A CARGA DO IDM E OS RELATORIOS DA MANHA);
      *           16 = ERRO DE ABERTURA/GRAVACAO OU CONTROLE DE
      *           EXECUCAO INDISPONIVEL.
      * ARQUIVOS PELAS DDNAMES DO JCL (TRANOKDD/CHKRESDD/CHKHSTDD/
      * IDMEXTDD/BALLSTDD/RUNCTLDD), COM VALOR PADRAO QUANDO A
      * VARIAVEL DE AMBIENTE DD_xxxxx NAO ESTA DEFINIDA, COMO NO
      * PROGRAMA10. ARQUIVO INEXISTENTE (STEP QUE NAO RODOU) E
      * CONTADO COMO VAZIO E APARECE NA FOLHA COMO AUSENTE.
      * DATA = 15/10/2026
      * ALTERACAO = 15/10/2026 - STEP007 (PROGRAMA41, REVERSAO DAS
      *             CONCESSOES EMERGENCIAIS) NA LISTA DE STEPS
      *             ESPERADOS NO RUNCTL.
      * ALTERACAO = 15/10/2026 - STEP006 (PROGRAMA42, CONFERENCIA DA
      *             FOTO DO MASTER DE USUARIOS) NA LISTA DE STEPS
      *             ESPERADOS NO RUNCTL.
      * ALTERACAO = 15/10/2026 - STEP080 (PROGRAMA43, CONFERENCIA DA
      *             CADEIA DO LOG DE AUDITORIA) NA LISTA DE STEPS
      *             ESPERADOS NO RUNCTL.
      * ALTERACAO = 15/10/2026 - DETALHES POR APLICACAO NA INTERFACE
      *             DO PROGRAMA20 (SEXTO CAMPO) - CONTADOS COMO OS
      *             DEMAIS, POIS O CHKRES TEM UMA LINHA POR USUARIO E
      *             APLICACAO E O PROGRAMA18 SO ACEITA TRANSACAO DE
      *             APLICACAO COM ACESSO CADASTRADO.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMPO-FILE ASSIGN TO TRANOKDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMPO-STATUS.
           SELECT CHECK-RESULTS-FILE ASSIGN TO CHKRESDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHKRES-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO CHKHSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-HST-CHAVE
               FILE STATUS IS WRK-HISTORICO-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO IDMEXTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INTERFACE-STATUS.
           SELECT BALANCO-FILE ASSIGN TO BALLSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BALANCO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMPO-FILE.
           COPY CPTRANS.

       FD  CHECK-RESULTS-FILE.
           COPY CPCHKRES.

       FD  HISTORICO-FILE.
           COPY CPCHKHST.

       FD  INTERFACE-FILE.
       01  INTERFACE-LINHA        PIC X(60).

       FD  BALANCO-FILE.
       01  BALANCO-LINHA          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-LIMPO-STATUS       PIC X(02) VALUE '00'.
       77  WRK-CHKRES-STATUS      PIC X(02) VALUE '00'.
       77  WRK-HISTORICO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-INTERFACE-STATUS   PIC X(02) VALUE '00'.
       77  WRK-BALANCO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
         88  FIM-ARQUIVO             VALUE 'S'.
       77  WRK-ABORTADO           PIC X(01) VALUE 'N'.
         88  ABORTADO                VALUE 'S'.
       77  WRK-ENV-VALOR          PIC X(40) VALUE SPACES.
       77  WRK-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.

      * CONTAGENS DOS ARQUIVOS REAIS DA DATA.
       77  WRK-TRANSOK-AUSENTE    PIC X(01) VALUE 'N'.
         88  TRANSOK-AUSENTE         VALUE 'S'.
       77  WRK-CHKRES-AUSENTE     PIC X(01) VALUE 'N'.
         88  CHKRES-AUSENTE          VALUE 'S'.
       77  WRK-HISTORICO-AUSENTE  PIC X(01) VALUE 'N'.
         88  HISTORICO-AUSENTE       VALUE 'S'.
       77  WRK-EXTRACAO-AUSENTE   PIC X(01) VALUE 'N'.
         88  EXTRACAO-AUSENTE        VALUE 'S'.
       77  WRK-QTDE-TRANSOK       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RESULTADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-CHKRES-TRAILER     PIC X(01) VALUE 'N'.
         88  CHKRES-COM-TRAILER      VALUE 'S'.
       77  WRK-QTDE-TRL-CHKRES    PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-TRL-CHKRES    PIC X(08) VALUE SPACES.
       77  WRK-QTDE-HISTORICO     PIC 9(07) VALUE ZEROS.
       77  WRK-IDMEXT-HEADER      PIC X(01) VALUE 'N'.
         88  IDMEXT-COM-HEADER       VALUE 'S'.
       77  WRK-DATA-HDR-IDMEXT    PIC X(08) VALUE SPACES.
       77  WRK-IDMEXT-TRAILER     PIC X(01) VALUE 'N'.
         88  IDMEXT-COM-TRAILER      VALUE 'S'.
       77  WRK-QTDE-TRL-IDMEXT    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DETALHES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CLASSIFICADOS PIC 9(07) VALUE ZEROS.

      * QUANTIDADES REGISTRADAS NO RUNCTL PELOS STEPS BALANCEADOS.
       77  WRK-RC-QTDE-008        PIC 9(07) VALUE ZEROS.
       77  WRK-RC-QTDE-010        PIC 9(07) VALUE ZEROS.
       77  WRK-RC-QTDE-020        PIC 9(07) VALUE ZEROS.
       77  WRK-RC-QTDE-045        PIC 9(07) VALUE ZEROS.

      * STEP ESPERADO E CONFERENCIA CORRENTES DA FOLHA DE VISTO.
       77  WRK-STEP-ESPERADO      PIC X(08) VALUE SPACES.
       77  WRK-STEP-DESCRICAO     PIC X(36) VALUE SPACES.
       77  WRK-SITUACAO-TEXTO     PIC X(12) VALUE SPACES.
       77  WRK-CMP-DESCRICAO      PIC X(48) VALUE SPACES.
       77  WRK-CMP-VALOR-A        PIC 9(07) VALUE ZEROS.
       77  WRK-CMP-VALOR-B        PIC 9(07) VALUE ZEROS.
       77  WRK-CMP-AUSENTE        PIC X(01) VALUE 'N'.
         88  CMP-AUSENTE             VALUE 'S'.
       77  WRK-CMP-TEXTO-A        PIC X(08) VALUE SPACES.
       77  WRK-CMP-TEXTO-B        PIC X(08) VALUE SPACES.
       77  WRK-RESULTADO-TEXTO    PIC X(12) VALUE SPACES.
       77  WRK-VALOR-A-ED         PIC ZZZZZZ9.
       77  WRK-VALOR-B-ED         PIC ZZZZZZ9.
       77  WRK-QTDE-STEPS-NOK     PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-DIVERGENCIAS  PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-ED            PIC ZZ9.

      * CONTROLE DE EXECUCAO POR DATA DE MOVIMENTO (RUNCTL).
       77  WRK-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77  WRK-RC-FUNCAO          PIC X(01) VALUE SPACES.
       77  WRK-RC-STEP            PIC X(08) VALUE 'STEP090 '.
       77  WRK-RC-SITUACAO        PIC X(01) VALUE SPACES.
       77  WRK-RC-QTDE            PIC 9(07) VALUE ZEROS.
       77  WRK-CNS-STEP           PIC X(08) VALUE SPACES.
       77  WRK-CNS-SITUACAO       PIC X(01) VALUE SPACES.
         88  CNS-COMPLETO            VALUE 'C'.
         88  CNS-INICIADO            VALUE 'I'.
         88  CNS-ERRO                VALUE 'E'.
         88  CNS-SEM-REGISTRO        VALUE '-'.
         88  CNS-INDISPONIVEL        VALUE '*'.
       77  WRK-CNS-QTDE           PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN     PIC S9(04) COMP.
           05  LK-PARM-DATA    PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-INICIO.
           PERFORM 0050-VALOR-PADRAO-DDNAME
           PERFORM 0100-TRATAR-PARM
           IF NOT ABORTADO
               PERFORM 0200-MARCAR-INICIO-EXECUCAO
               PERFORM 1000-ABRIR-LISTAGEM
           END-IF
           IF NOT ABORTADO
               PERFORM 2000-CONTAR-TRANSOK
               PERFORM 2100-CONTAR-RESULTADOS
               PERFORM 2200-CONTAR-HISTORICO
               PERFORM 2300-CONTAR-EXTRACAO
           END-IF
           IF NOT ABORTADO
               PERFORM 3000-GRAVAR-CABECALHO
               PERFORM 4000-CONFERIR-STEPS
           END-IF
           IF NOT ABORTADO
               PERFORM 5000-BALANCEAR-ARQUIVOS
           END-IF
           IF NOT ABORTADO
               PERFORM 6000-GRAVAR-VISTO
           END-IF
           CLOSE BALANCO-FILE
      * O FIM SO E MARCADO QUANDO O INICIO FOI - UM PARM INVALIDO
      * ENCERRA ANTES DE HAVER DATA DE MOVIMENTO.
           IF WRK-DATA-MOVIMENTO NOT = SPACES
               PERFORM 0250-MARCAR-FIM-EXECUCAO
           END-IF
           STOP RUN.

       0200-MARCAR-INICIO-EXECUCAO.
           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-MOVIMENTO
           MOVE 'I' TO WRK-RC-FUNCAO
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0250-MARCAR-FIM-EXECUCAO.
      * FORA DE BALANCEAMENTO (RC 8) E UM RESULTADO DO STEP, NAO
      * ERRO - O STEP SO FICA COM SITUACAO E QUANDO NAO CONSEGUIU
      * CONFERIR (RC 16).
           MOVE 'F' TO WRK-RC-FUNCAO
           IF RETURN-CODE > 8
               MOVE 'E' TO WRK-RC-SITUACAO
           ELSE
               MOVE 'C' TO WRK-RC-SITUACAO
           END-IF
           COMPUTE WRK-RC-QTDE =
               WRK-QTDE-STEPS-NOK + WRK-QTDE-DIVERGENCIAS
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES
      * ASSUMEM OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA.
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_TRANOKDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_TRANOKDD' TO 'TRANSOK.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CHKRESDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CHKRESDD' TO 'CHKRES.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_CHKHSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_CHKHSTDD' TO 'CHKHIST.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_IDMEXTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_IDMEXTDD' TO 'IDMEXT.DAT'
           END-IF
           ACCEPT WRK-ENV-VALOR FROM ENVIRONMENT 'DD_BALLSTDD'
           IF WRK-ENV-VALOR = SPACES
               SET ENVIRONMENT 'DD_BALLSTDD' TO 'BALANCO.LST'
           END-IF.

       0100-TRATAR-PARM.
           IF LK-PARM-LEN > 0
               IF LK-PARM-DATA(1:8) IS NUMERIC
                   MOVE LK-PARM-DATA(1:8) TO WRK-DATA-REFERENCIA
               ELSE
                   DISPLAY 'DATA DE MOVIMENTO INVALIDA NO PARM - '
                       'INFORME AAAAMMDD'
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT ABORTADO AND WRK-DATA-REFERENCIA = ZEROS
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
               MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-DATA-REFERENCIA
           END-IF.

       1000-ABRIR-LISTAGEM.
           OPEN OUTPUT BALANCO-FILE
           IF WRK-BALANCO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR A FOLHA DE BALANCEAMENTO - '
                   'STATUS ' WRK-BALANCO-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-CONTAR-TRANSOK.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT LIMPO-FILE
           IF WRK-LIMPO-STATUS = '35'
               MOVE 'S' TO WRK-TRANSOK-AUSENTE
           ELSE
               IF WRK-LIMPO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AS TRANSACOES LIMPAS - '
                       'STATUS ' WRK-LIMPO-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2010-LER-TRANSOK
                       UNTIL FIM-ARQUIVO
                   CLOSE LIMPO-FILE
               END-IF
           END-IF.

       2010-LER-TRANSOK.
           READ LIMPO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTDE-TRANSOK
           END-READ.

       2100-CONTAR-RESULTADOS.
      * O TRAILER SO E GRAVADO PELO PROGRAMA10 NA EXECUCAO SEM ERRO
      * - SEM ELE O CHKRES ESTA INCOMPLETO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT CHECK-RESULTS-FILE
           IF WRK-CHKRES-STATUS = '35'
               MOVE 'S' TO WRK-CHKRES-AUSENTE
           ELSE
               IF WRK-CHKRES-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESULTADOS - '
                       'STATUS ' WRK-CHKRES-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2110-LER-RESULTADO
                       UNTIL FIM-ARQUIVO
                   CLOSE CHECK-RESULTS-FILE
               END-IF
           END-IF.

       2110-LER-RESULTADO.
           READ CHECK-RESULTS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF TRAILER-PRESENTE
                       MOVE 'S' TO WRK-CHKRES-TRAILER
                       MOVE WRK-TRL-QTDE TO WRK-QTDE-TRL-CHKRES
                       MOVE WRK-TRL-RUN-DATA TO WRK-DATA-TRL-CHKRES
                   ELSE
                       ADD 1 TO WRK-QTDE-RESULTADOS
                   END-IF
           END-READ.

       2200-CONTAR-HISTORICO.
      * O HISTORICO E INDEXADO POR USUARIO + DATA - OS REGISTROS DA
      * DATA DE MOVIMENTO SAO CONTADOS NA LEITURA DO ARQUIVO INTEIRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT HISTORICO-FILE
           IF WRK-HISTORICO-STATUS = '35'
               MOVE 'S' TO WRK-HISTORICO-AUSENTE
           ELSE
               IF WRK-HISTORICO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O HISTORICO - STATUS '
                       WRK-HISTORICO-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE LOW-VALUES TO WRK-HST-CHAVE
                   START HISTORICO-FILE
                       KEY IS NOT LESS THAN WRK-HST-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM 2210-LER-HISTORICO
                       UNTIL FIM-ARQUIVO
                   CLOSE HISTORICO-FILE
               END-IF
           END-IF.

       2210-LER-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-HST-DATA = WRK-DATA-MOVIMENTO
                       ADD 1 TO WRK-QTDE-HISTORICO
                   END-IF
           END-READ.

       2300-CONTAR-EXTRACAO.
      * LAYOUT DA INTERFACE DO PROGRAMA20: H;AAAAMMDD;NIVELACESSO /
      * D;USUARIO;NIVEL;RAMO;SITUACAO RH;DEPTO;APLICACAO (RAMO NA
      * POSICAO 27, HIFEN QUANDO O USUARIO OU O ACESSO NAO FOI
      * CONFERIDO) / T;QUANTIDADE.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT INTERFACE-FILE
           IF WRK-INTERFACE-STATUS = '35'
               MOVE 'S' TO WRK-EXTRACAO-AUSENTE
           ELSE
               IF WRK-INTERFACE-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERFACE - '
                       'STATUS ' WRK-INTERFACE-STATUS
                   MOVE 'S' TO WRK-ABORTADO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2310-LER-EXTRACAO
                       UNTIL FIM-ARQUIVO
                   CLOSE INTERFACE-FILE
               END-IF
           END-IF.

       2310-LER-EXTRACAO.
           READ INTERFACE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   EVALUATE INTERFACE-LINHA(1:2)
                       WHEN 'H;'
                           MOVE 'S' TO WRK-IDMEXT-HEADER
                           MOVE INTERFACE-LINHA(3:8)
                               TO WRK-DATA-HDR-IDMEXT
                       WHEN 'D;'
                           ADD 1 TO WRK-QTDE-DETALHES
                           IF INTERFACE-LINHA(27:1) NOT = '-'
                               ADD 1 TO WRK-QTDE-CLASSIFICADOS
                           END-IF
                       WHEN 'T;'
                           MOVE 'S' TO WRK-IDMEXT-TRAILER
                           IF INTERFACE-LINHA(3:7) IS NUMERIC
                               MOVE INTERFACE-LINHA(3:7)
                                   TO WRK-QTDE-TRL-IDMEXT
                           END-IF
                   END-EVALUATE
           END-READ.

       3000-GRAVAR-CABECALHO.
           MOVE SPACES TO BALANCO-LINHA
           STRING 'NIVCHK10 - BALANCEAMENTO DE FIM DE CADEIA - DATA '
               DELIMITED BY SIZE
               'DE MOVIMENTO ' DELIMITED BY SIZE
               WRK-DATA-MOVIMENTO DELIMITED BY SIZE
               INTO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE 'STEPS ESPERADOS NO CONTROLE DE EXECUCAO (RUNCTL)'
               TO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       4000-CONFERIR-STEPS.
      * STEPS DA CADEIA QUE REGISTRAM INICIO E FIM NO RUNCTL. O
      * STEP009 (RECICLAGEM) E OS STEPS IDCAMS NAO USAM O CONTROLE.
           MOVE 'STEP006 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA42 CONFERENCIA FOTO MASTER'
               TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP007 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA41 REVERSAO EMERGENCIAL' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP008 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA18 PRE-EDICAO DAS TRANSACOES'
               TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE WRK-CNS-QTDE TO WRK-RC-QTDE-008
           MOVE 'STEP010 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA10 CONFERENCIA DE NIVEL' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE WRK-CNS-QTDE TO WRK-RC-QTDE-010
           MOVE 'STEP015 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA23 PREVISAO DE EXPIRACAO' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP020 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA20 EXTRACAO PARA O IDM' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE WRK-CNS-QTDE TO WRK-RC-QTDE-020
           MOVE 'STEP030 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA19 DIFERENCAS DIA-A-DIA' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP045 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA28 CARGA DO HISTORICO' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE WRK-CNS-QTDE TO WRK-RC-QTDE-045
           MOVE 'STEP050 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA15 ARQUIVAMENTO DO LOG' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP055 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA30 EXPURGO DO HISTORICO' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP060 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA33 ALTERACOES RETIDAS' TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP065 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA35 OPERADORES BLOQUEADOS'
               TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP070 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA38 CONFORMIDADE COM AS REGRAS'
               TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP
           MOVE 'STEP080 ' TO WRK-STEP-ESPERADO
           MOVE 'PROGRAMA43 CADEIA DO LOG AUDITORIA'
               TO WRK-STEP-DESCRICAO
           PERFORM 4100-CONFERIR-STEP.

       4100-CONFERIR-STEP.
           MOVE 'C' TO WRK-RC-FUNCAO
           MOVE WRK-STEP-ESPERADO TO WRK-CNS-STEP
           MOVE SPACES TO WRK-CNS-SITUACAO
           MOVE ZEROS TO WRK-CNS-QTDE
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-CNS-STEP WRK-CNS-SITUACAO WRK-CNS-QTDE
           EVALUATE TRUE
               WHEN CNS-COMPLETO
                   MOVE 'COMPLETO' TO WRK-SITUACAO-TEXTO
               WHEN CNS-INICIADO
                   MOVE 'INTERROMPIDO' TO WRK-SITUACAO-TEXTO
               WHEN CNS-ERRO
                   MOVE 'ERRO' TO WRK-SITUACAO-TEXTO
               WHEN CNS-SEM-REGISTRO
                   MOVE 'NAO RODOU' TO WRK-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE 'INDISPONIVEL' TO WRK-SITUACAO-TEXTO
           END-EVALUATE
           IF CNS-COMPLETO
               MOVE 'OK' TO WRK-RESULTADO-TEXTO
           ELSE
               MOVE 'NAO COMPLETO' TO WRK-RESULTADO-TEXTO
               ADD 1 TO WRK-QTDE-STEPS-NOK
           END-IF
           MOVE WRK-CNS-QTDE TO WRK-VALOR-A-ED
           MOVE SPACES TO BALANCO-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-STEP-ESPERADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-STEP-DESCRICAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO-TEXTO DELIMITED BY SIZE
               ' QTDE ' DELIMITED BY SIZE
               WRK-VALOR-A-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-RESULTADO-TEXTO DELIMITED BY SIZE
               INTO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           IF CNS-INDISPONIVEL
               DISPLAY 'CONTROLE DE EXECUCAO INDISPONIVEL - '
                   'BALANCEAMENTO NAO CONFERIDO'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       5000-BALANCEAR-ARQUIVOS.
           MOVE SPACES TO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE 'CONFERENCIAS ENTRE STEPS (ARQUIVOS REAIS X RUNCTL)'
               TO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE SPACES TO BALANCO-LINHA
           STRING '  CONFERENCIA' DELIMITED BY SIZE
               '                                         '
               DELIMITED BY SIZE
               '      A        B  RESULTADO' DELIMITED BY SIZE
               INTO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
      * PROGRAMA18 -> ARQUIVO LIMPO.
           MOVE 'TRANSOK (ARQUIVO) X PROGRAMA18 (RUNCTL)'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-TRANSOK TO WRK-CMP-VALOR-A
           MOVE WRK-RC-QTDE-008 TO WRK-CMP-VALOR-B
           MOVE WRK-TRANSOK-AUSENTE TO WRK-CMP-AUSENTE
           PERFORM 5100-COMPARAR
      * ARQUIVO LIMPO -> RESULTADOS DO PROGRAMA10.
           MOVE 'CHKRES DETALHES X TRANSOK' TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-RESULTADOS TO WRK-CMP-VALOR-A
           MOVE WRK-QTDE-TRANSOK TO WRK-CMP-VALOR-B
           MOVE WRK-CHKRES-AUSENTE TO WRK-CMP-AUSENTE
           PERFORM 5100-COMPARAR
           MOVE 'CHKRES TRAILER X CHKRES DETALHES'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-TRL-CHKRES TO WRK-CMP-VALOR-A
           MOVE WRK-QTDE-RESULTADOS TO WRK-CMP-VALOR-B
           PERFORM 5050-MARCAR-SEM-TRAILER-CHKRES
           PERFORM 5100-COMPARAR
           MOVE 'CHKRES TRAILER X PROGRAMA10 (RUNCTL)'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-TRL-CHKRES TO WRK-CMP-VALOR-A
           MOVE WRK-RC-QTDE-010 TO WRK-CMP-VALOR-B
           PERFORM 5050-MARCAR-SEM-TRAILER-CHKRES
           PERFORM 5100-COMPARAR
      * RESULTADOS -> HISTORICO DATADO.
           MOVE 'CHKHIST DA DATA X CHKRES DETALHES'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-HISTORICO TO WRK-CMP-VALOR-A
           MOVE WRK-QTDE-RESULTADOS TO WRK-CMP-VALOR-B
           MOVE WRK-HISTORICO-AUSENTE TO WRK-CMP-AUSENTE
           PERFORM 5100-COMPARAR
           MOVE 'CHKHIST DA DATA X PROGRAMA28 (RUNCTL)'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-HISTORICO TO WRK-CMP-VALOR-A
           MOVE WRK-RC-QTDE-045 TO WRK-CMP-VALOR-B
           MOVE WRK-HISTORICO-AUSENTE TO WRK-CMP-AUSENTE
           PERFORM 5100-COMPARAR
      * EXTRACAO PARA O IDM.
           MOVE 'IDMEXT TRAILER X IDMEXT DETALHES'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-TRL-IDMEXT TO WRK-CMP-VALOR-A
           MOVE WRK-QTDE-DETALHES TO WRK-CMP-VALOR-B
           MOVE 'N' TO WRK-CMP-AUSENTE
           IF EXTRACAO-AUSENTE OR NOT IDMEXT-COM-TRAILER
               MOVE 'S' TO WRK-CMP-AUSENTE
           END-IF
           PERFORM 5100-COMPARAR
           MOVE 'IDMEXT DETALHES X PROGRAMA20 (RUNCTL)'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-DETALHES TO WRK-CMP-VALOR-A
           MOVE WRK-RC-QTDE-020 TO WRK-CMP-VALOR-B
           MOVE WRK-EXTRACAO-AUSENTE TO WRK-CMP-AUSENTE
           PERFORM 5100-COMPARAR
           MOVE 'IDMEXT CLASSIFICADOS X CHKRES DETALHES'
               TO WRK-CMP-DESCRICAO
           MOVE WRK-QTDE-CLASSIFICADOS TO WRK-CMP-VALOR-A
           MOVE WRK-QTDE-RESULTADOS TO WRK-CMP-VALOR-B
           MOVE WRK-EXTRACAO-AUSENTE TO WRK-CMP-AUSENTE
           PERFORM 5100-COMPARAR
      * DATAS GRAVADAS NOS ARQUIVOS X DATA DE MOVIMENTO.
           MOVE 'CHKRES DATA DO TRAILER' TO WRK-CMP-DESCRICAO
           MOVE WRK-DATA-TRL-CHKRES TO WRK-CMP-TEXTO-A
           PERFORM 5200-COMPARAR-DATA
           MOVE 'IDMEXT DATA DO HEADER' TO WRK-CMP-DESCRICAO
           MOVE WRK-DATA-HDR-IDMEXT TO WRK-CMP-TEXTO-A
           PERFORM 5200-COMPARAR-DATA.

       5050-MARCAR-SEM-TRAILER-CHKRES.
           MOVE 'N' TO WRK-CMP-AUSENTE
           IF CHKRES-AUSENTE OR NOT CHKRES-COM-TRAILER
               MOVE 'S' TO WRK-CMP-AUSENTE
           END-IF.

       5100-COMPARAR.
      * ARQUIVO OU TRAILER AUSENTE E DIVERGENCIA MESMO QUANDO AS
      * DUAS QUANTIDADES SAO ZERO.
           IF CMP-AUSENTE
               MOVE 'AUSENTE' TO WRK-RESULTADO-TEXTO
               ADD 1 TO WRK-QTDE-DIVERGENCIAS
           ELSE
               IF WRK-CMP-VALOR-A = WRK-CMP-VALOR-B
                   MOVE 'OK' TO WRK-RESULTADO-TEXTO
               ELSE
                   MOVE 'DIVERGENTE' TO WRK-RESULTADO-TEXTO
                   ADD 1 TO WRK-QTDE-DIVERGENCIAS
               END-IF
           END-IF
           MOVE WRK-CMP-VALOR-A TO WRK-VALOR-A-ED
           MOVE WRK-CMP-VALOR-B TO WRK-VALOR-B-ED
           MOVE SPACES TO BALANCO-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-CMP-DESCRICAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-A-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-VALOR-B-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-RESULTADO-TEXTO DELIMITED BY SIZE
               INTO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       5200-COMPARAR-DATA.
           MOVE WRK-DATA-MOVIMENTO TO WRK-CMP-TEXTO-B
           IF WRK-CMP-TEXTO-A = WRK-CMP-TEXTO-B
               MOVE 'OK' TO WRK-RESULTADO-TEXTO
           ELSE
               IF WRK-CMP-TEXTO-A = SPACES
                   MOVE 'AUSENTE' TO WRK-RESULTADO-TEXTO
               ELSE
                   MOVE 'DIVERGENTE' TO WRK-RESULTADO-TEXTO
               END-IF
               ADD 1 TO WRK-QTDE-DIVERGENCIAS
           END-IF
           MOVE SPACES TO BALANCO-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-CMP-DESCRICAO DELIMITED BY SIZE
               WRK-CMP-TEXTO-A DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CMP-TEXTO-B DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-RESULTADO-TEXTO DELIMITED BY SIZE
               INTO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA.

       6000-GRAVAR-VISTO.
           MOVE SPACES TO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE WRK-QTDE-STEPS-NOK TO WRK-QTDE-ED
           MOVE SPACES TO BALANCO-LINHA
           STRING 'STEPS NAO COMPLETOS......: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           DISPLAY BALANCO-LINHA
           MOVE WRK-QTDE-DIVERGENCIAS TO WRK-QTDE-ED
           MOVE SPACES TO BALANCO-LINHA
           STRING 'CONFERENCIAS DIVERGENTES.: ' DELIMITED BY SIZE
               WRK-QTDE-ED DELIMITED BY SIZE
               INTO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           DISPLAY BALANCO-LINHA
           MOVE SPACES TO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           IF WRK-QTDE-STEPS-NOK = ZEROS
                   AND WRK-QTDE-DIVERGENCIAS = ZEROS
               MOVE 'RESULTADO: CADEIA BALANCEADA - CARGA DO IDM E '
                   TO BALANCO-LINHA
               MOVE 'RELATORIOS DA MANHA LIBERADOS'
                   TO BALANCO-LINHA(48:)
           ELSE
               MOVE 'RESULTADO: FORA DE BALANCEAMENTO - RETER A CARGA '
                   TO BALANCO-LINHA
               MOVE 'DO IDM E OS RELATORIOS DA MANHA'
                   TO BALANCO-LINHA(51:)
               IF NOT ABORTADO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9900-GRAVAR-LINHA
           DISPLAY BALANCO-LINHA
           MOVE SPACES TO BALANCO-LINHA
           PERFORM 9900-GRAVAR-LINHA
           MOVE 'VISTO DA OPERACAO: ______________________  DATA: '
               TO BALANCO-LINHA
           MOVE '___/___/______  HORA: ___:___' TO BALANCO-LINHA(51:)
           PERFORM 9900-GRAVAR-LINHA.

       9900-GRAVAR-LINHA.
           WRITE BALANCO-LINHA
           IF WRK-BALANCO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A FOLHA DE BALANCEAMENTO - '
                   'STATUS ' WRK-BALANCO-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.
