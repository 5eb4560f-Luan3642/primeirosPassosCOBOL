       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA37.
      ***************************
      * Area de comentarios
      * OBJETIVO: MENU INTERATIVO PARA MANTER O MASTER DE REGRAS DE
      *           ACESSO POR FUNCAO (REGRAS.DAT, LAYOUT CPREGFUN) -
      *           PARA CADA DEPARTAMENTO + CODIGO DE FUNCAO DO RH, O
      *           NIVEL MAIS ALTO PERMITIDO. INCLUIR, ALTERAR O
      *           NIVEL MAXIMO, EXCLUIR E LISTAR AS REGRAS. O NIVEL
      *           MAXIMO TEM DE SER VALIDO NA NIVELCHK (CADASTRADO E
      *           ATIVO NO MASTER DE NIVEIS). CADA INCLUSAO OU
      *           ALTERACAO GUARDA O OPERADOR E A DATA/HORA. A
      *           CONFERENCIA DO MASTER DE USUARIOS CONTRA AS REGRAS
      *           E O PROGRAMA38, NOTURNO.
      *           O OPERADOR E VALIDADO PELA SUBROTINA OPERCHK, COMO
      *           NOS DEMAIS PROGRAMAS DE MANUTENCAO - QUEM DEFINE O
      *           TETO DE ACESSO DE CADA FUNCAO NAO PODE SER ANONIMO.
      * DATA = 15/10/2026
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-FILE ASSIGN TO "REGRAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-REG-CHAVE
               FILE STATUS IS WRK-REGRAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-FILE.
           COPY CPREGFUN.

       WORKING-STORAGE SECTION.
       77  WRK-REGRAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZERO.
         88  OPCAO-INCLUIR        VALUE 1.
         88  OPCAO-ALTERAR        VALUE 2.
         88  OPCAO-EXCLUIR        VALUE 3.
         88  OPCAO-LISTAR         VALUE 4.
         88  OPCAO-SAIR           VALUE 5.
       77  WRK-FIM-MENU        PIC X(01) VALUE 'N'.
         88  FIM-MENU             VALUE 'S'.
       77  WRK-FIM-LISTAGEM    PIC X(01) VALUE 'N'.
         88  FIM-LISTAGEM         VALUE 'S'.
       77  WRK-DEPTO-DIGITADO  PIC X(06) VALUE SPACES.
       77  WRK-FUNCAO-DIGITADA PIC X(06) VALUE SPACES.
       77  WRK-NIVEL-DIGITADO  PIC X(02) VALUE SPACES.
       77  WRK-NIVEL-MAXIMO    PIC 9(02) VALUE ZEROS.
       77  WRK-IS-ADM          PIC X(01) VALUE 'N'.
       77  WRK-IS-USER         PIC X(01) VALUE 'N'.
       77  WRK-IS-VALIDO       PIC X(01) VALUE 'N'.
       77  WRK-ENTRADA-VALIDA  PIC X(01) VALUE 'N'.
         88  ENTRADA-VALIDA       VALUE 'S'.
       77  WRK-CONFIRMACAO     PIC X(01) VALUE 'N'.
         88  CONFIRMADO           VALUE 'S'.
       77  WRK-OPERADOR        PIC X(20) VALUE SPACES.
       77  WRK-OPERADOR-AUTORIZADO PIC X(01) VALUE 'N'.
         88  OPERADOR-AUTORIZADO   VALUE 'S'.
       77  WRK-DATA-HORA-ATUAL PIC X(21) VALUE SPACES.
       77  WRK-QTDE-REGRAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ED         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-ABRIR-ARQUIVO
           PERFORM 1500-IDENTIFICAR-OPERADOR
           PERFORM 2000-EXIBIR-MENU
               UNTIL FIM-MENU
           PERFORM 9000-FECHAR-ARQUIVO
           STOP RUN.

       1000-ABRIR-ARQUIVO.
           OPEN I-O REGRAS-FILE
           IF WRK-REGRAS-STATUS = '35'
      * PRIMEIRA EXECUCAO - O MASTER DE REGRAS E CRIADO VAZIO; ATE
      * A PRIMEIRA REGRA, A CONFERENCIA DO PROGRAMA38 LISTA TODA
      * CONTA COMO SEM REGRA.
               OPEN OUTPUT REGRAS-FILE
               CLOSE REGRAS-FILE
               OPEN I-O REGRAS-FILE
           END-IF
           IF WRK-REGRAS-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTER DE REGRAS - STATUS '
                   WRK-REGRAS-STATUS
               MOVE 'S' TO WRK-FIM-MENU
           END-IF.

       1500-IDENTIFICAR-OPERADOR.
      * MESMA VALIDACAO DO PROGRAMA21 (CONTA ATIVA, NAO EXPIRADA E
      * COM CAPACIDADE ADM/SUPERVISOR); A RECUSA FICA REGISTRADA NO
      * LOG DE AUDITORIA PELA PROPRIA OPERCHK.
           IF NOT FIM-MENU
               DISPLAY 'DIGITE O OPERADOR'
               ACCEPT WRK-OPERADOR FROM CONSOLE
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'OPERADOR E OBRIGATORIO'
                   MOVE 'S' TO WRK-FIM-MENU
               ELSE
                   CALL 'OPERCHK' USING WRK-OPERADOR
                       WRK-OPERADOR-AUTORIZADO
                   IF NOT OPERADOR-AUTORIZADO
                       DISPLAY 'OPERADOR SEM AUTORIZACAO PARA '
                           'MANUTENCAO - ENCERRANDO'
                       MOVE 'S' TO WRK-FIM-MENU
                   END-IF
               END-IF
           END-IF.

       2000-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '1 - INCLUIR REGRA'
           DISPLAY '2 - ALTERAR NIVEL MAXIMO DA REGRA'
           DISPLAY '3 - EXCLUIR REGRA'
           DISPLAY '4 - LISTAR REGRAS'
           DISPLAY '5 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA'
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR-REGRA
               WHEN OPCAO-ALTERAR
                   PERFORM 4000-ALTERAR-REGRA
               WHEN OPCAO-EXCLUIR
                   PERFORM 5000-EXCLUIR-REGRA
               WHEN OPCAO-LISTAR
                   PERFORM 6000-LISTAR-REGRAS
               WHEN OPCAO-SAIR
                   MOVE 'S' TO WRK-FIM-MENU
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       3000-INCLUIR-REGRA.
           PERFORM 7000-OBTER-CHAVE
           PERFORM 7100-OBTER-NIVEL-MAXIMO
           IF ENTRADA-VALIDA
               MOVE WRK-DEPTO-DIGITADO  TO WRK-REG-DEPTO
               MOVE WRK-FUNCAO-DIGITADA TO WRK-REG-FUNCAO
               MOVE WRK-NIVEL-MAXIMO    TO WRK-REG-NIVEL-MAX
               PERFORM 7300-CARIMBAR-REGRA
               WRITE REGRA-RECORD
               IF WRK-REGRAS-STATUS = '00'
                   DISPLAY 'REGRA ' WRK-REG-DEPTO '/' WRK-REG-FUNCAO
                       ' INCLUIDA COM NIVEL MAXIMO '
                       WRK-REG-NIVEL-MAX
               ELSE
                   IF WRK-REGRAS-STATUS = '22'
                       DISPLAY 'REGRA JA CADASTRADA - USE ALTERAR'
                   ELSE
                       DISPLAY 'ERRO AO INCLUIR A REGRA - STATUS '
                           WRK-REGRAS-STATUS
                   END-IF
               END-IF
           END-IF.

       4000-ALTERAR-REGRA.
           PERFORM 7000-OBTER-CHAVE
           MOVE WRK-DEPTO-DIGITADO  TO WRK-REG-DEPTO
           MOVE WRK-FUNCAO-DIGITADA TO WRK-REG-FUNCAO
           READ REGRAS-FILE
               INVALID KEY
                   DISPLAY 'REGRA NAO ENCONTRADA NO MASTER'
               NOT INVALID KEY
                   DISPLAY 'NIVEL MAXIMO ATUAL: ' WRK-REG-NIVEL-MAX
                       ' (DEFINIDO POR ' WRK-REG-OPERADOR ' EM '
                       WRK-REG-DATA ')'
                   PERFORM 7100-OBTER-NIVEL-MAXIMO
                   IF ENTRADA-VALIDA
                       PERFORM 4100-GRAVAR-ALTERACAO
                   END-IF
           END-READ.

       4100-GRAVAR-ALTERACAO.
           MOVE WRK-NIVEL-MAXIMO TO WRK-REG-NIVEL-MAX
           PERFORM 7300-CARIMBAR-REGRA
           REWRITE REGRA-RECORD
           IF WRK-REGRAS-STATUS = '00'
               DISPLAY 'REGRA ' WRK-REG-DEPTO '/' WRK-REG-FUNCAO
                   ' ALTERADA PARA NIVEL MAXIMO ' WRK-REG-NIVEL-MAX
           ELSE
               DISPLAY 'ERRO AO ALTERAR A REGRA - STATUS '
                   WRK-REGRAS-STATUS
           END-IF.

       5000-EXCLUIR-REGRA.
      * SEM A REGRA, AS CONTAS DO DEPARTAMENTO/FUNCAO PASSAM A SAIR
      * COMO SEM REGRA NA PROXIMA CONFERENCIA - A EXCLUSAO PEDE
      * CONFIRMACAO.
           PERFORM 7000-OBTER-CHAVE
           MOVE WRK-DEPTO-DIGITADO  TO WRK-REG-DEPTO
           MOVE WRK-FUNCAO-DIGITADA TO WRK-REG-FUNCAO
           READ REGRAS-FILE
               INVALID KEY
                   DISPLAY 'REGRA NAO ENCONTRADA NO MASTER'
               NOT INVALID KEY
                   DISPLAY 'REGRA ' WRK-REG-DEPTO '/' WRK-REG-FUNCAO
                       ' NIVEL MAXIMO ' WRK-REG-NIVEL-MAX
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
                   MOVE 'N' TO WRK-CONFIRMACAO
                   ACCEPT WRK-CONFIRMACAO FROM CONSOLE
                   IF CONFIRMADO
                       PERFORM 5100-GRAVAR-EXCLUSAO
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA'
                   END-IF
           END-READ.

       5100-GRAVAR-EXCLUSAO.
           DELETE REGRAS-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A REGRA - STATUS '
                       WRK-REGRAS-STATUS
               NOT INVALID KEY
                   DISPLAY 'REGRA ' WRK-REG-DEPTO '/' WRK-REG-FUNCAO
                       ' EXCLUIDA POR ' WRK-OPERADOR
           END-DELETE.

       6000-LISTAR-REGRAS.
           MOVE 'N' TO WRK-FIM-LISTAGEM
           MOVE ZEROS TO WRK-QTDE-REGRAS
           MOVE LOW-VALUES TO WRK-REG-CHAVE
           START REGRAS-FILE KEY IS NOT LESS THAN WRK-REG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LISTAGEM
           END-START
           DISPLAY 'DEPTO  FUNCAO NIVEL MAX ALTERADO EM OPERADOR'
           IF NOT FIM-LISTAGEM
               PERFORM 6100-LER-PROXIMA-REGRA
           END-IF
           PERFORM 6200-EXIBIR-REGRA
               UNTIL FIM-LISTAGEM
           MOVE WRK-QTDE-REGRAS TO WRK-QTDE-ED
           DISPLAY 'TOTAL DE REGRAS: ' WRK-QTDE-ED.

       6100-LER-PROXIMA-REGRA.
           READ REGRAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-LISTAGEM
           END-READ.

       6200-EXIBIR-REGRA.
           ADD 1 TO WRK-QTDE-REGRAS
           DISPLAY WRK-REG-DEPTO ' ' WRK-REG-FUNCAO ' '
               WRK-REG-NIVEL-MAX '        ' WRK-REG-DATA '    '
               WRK-REG-OPERADOR
           PERFORM 6100-LER-PROXIMA-REGRA.

       7000-OBTER-CHAVE.
      * DEPARTAMENTO EM BRANCO = CONTAS SEM LOTACAO; FUNCAO EM
      * BRANCO = FUNCIONARIO SEM FUNCAO INFORMADA NO EXTRATO DO RH.
           DISPLAY 'DIGITE O DEPARTAMENTO (ATE 6 POSICOES)'
           MOVE SPACES TO WRK-DEPTO-DIGITADO
           ACCEPT WRK-DEPTO-DIGITADO FROM CONSOLE
           DISPLAY 'DIGITE O CODIGO DE FUNCAO DO RH (ATE 6 POSICOES)'
           MOVE SPACES TO WRK-FUNCAO-DIGITADA
           ACCEPT WRK-FUNCAO-DIGITADA FROM CONSOLE.

       7100-OBTER-NIVEL-MAXIMO.
      * O NIVEL MAXIMO TEM DE SER UM NIVEL VALIDO DA NIVELCHK -
      * REGRA APONTANDO PARA NIVEL RETIRADO NAO PERMITIRIA NADA.
           MOVE 'N' TO WRK-ENTRADA-VALIDA
           DISPLAY 'DIGITE O NIVEL MAXIMO PERMITIDO (DOIS DIGITOS)'
           MOVE SPACES TO WRK-NIVEL-DIGITADO
           ACCEPT WRK-NIVEL-DIGITADO FROM CONSOLE
           IF WRK-NIVEL-DIGITADO IS NOT NUMERIC
               DISPLAY 'ENTRADA NUMERICA INVALIDA PARA O NIVEL'
           ELSE
               MOVE WRK-NIVEL-DIGITADO TO WRK-NIVEL-MAXIMO
               CALL 'NIVELCHK' USING WRK-NIVEL-MAXIMO
                   WRK-IS-ADM WRK-IS-USER WRK-IS-VALIDO
               IF WRK-IS-VALIDO = 'S'
                   MOVE 'S' TO WRK-ENTRADA-VALIDA
               ELSE
                   DISPLAY 'NIVEL ' WRK-NIVEL-MAXIMO
                       ' NAO CADASTRADO OU RETIRADO NO MASTER DE '
                       'NIVEIS'
               END-IF
           END-IF.

       7300-CARIMBAR-REGRA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-ATUAL
           MOVE WRK-DATA-HORA-ATUAL(1:8) TO WRK-REG-DATA
           MOVE WRK-DATA-HORA-ATUAL(9:6) TO WRK-REG-HORA
           MOVE WRK-OPERADOR TO WRK-REG-OPERADOR.

       9000-FECHAR-ARQUIVO.
           CLOSE REGRAS-FILE.
