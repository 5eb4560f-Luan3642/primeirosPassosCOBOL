      *             DO EXPURGO SAO REGISTRADOS COM SITUACAO E
      *             QUANTIDADE DE REGISTROS ARQUIVADOS, NA DATA DE
      *             REFERENCIA DA EXECUCAO.
      * ALTERACAO = 15/10/2026 - CADEIA DO LOG DE AUDITORIA (SUBROTINA
      *             AUDCHAIN): O ARQUIVO MORTO GANHA UM HEADER COM A
      *             SEQUENCIA/CHECK DA BASE DO LOG VIVO (ULTIMO
      *             REGISTRO JA ARQUIVADO) E UM TRAILER COM A
      *             QUANTIDADE ARQUIVADA E A SEQUENCIA/CHECK DO
      *             ULTIMO REGISTRO ARQUIVADO; DEPOIS DA REGRAVACAO DO
      *             LOG VIVO ESSE REGISTRO PASSA A SER A NOVA BASE NA
      *             ANCORA. PARA O ARQUIVO MORTO SER SEMPRE O INICIO
      *             DA CADEIA, O CORTE PARA NO PRIMEIRO REGISTRO
      *             DENTRO DA RETENCAO - DALI EM DIANTE TUDO FICA NO
      *             LOG VIVO, MESMO REGISTRO DE DATA MAIS ANTIGA
      *             GRAVADO DEPOIS (REEXECUCAO COM DATA NO PARM).
      *             ANCORA INDISPONIVEL = EXPURGO NAO APLICADO
      *             (RETURN-CODE 16). REGISTRO PASSA A 55 POSICOES.
      ***************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPAUDLOG.

       FD  ARQUIVO-MORTO-FILE.
       01  MORTO-RECORD           PIC X(55).

       FD  TRABALHO-FILE.
       01  TRABALHO-RECORD        PIC X(55).

       FD  RESUMO-FILE.
       01  RESUMO-LINHA           PIC X(80).
       77  WRK-RC-SITUACAO        PIC X(01) VALUE SPACES.
       77  WRK-RC-QTDE            PIC 9(07) VALUE ZEROS.

      * CADEIA DE SEQUENCIA/CHECK DO LOG DE AUDITORIA (AUDCHAIN).
       77  WRK-CORTE-ENCERRADO    PIC X(01) VALUE 'N'.
         88  CORTE-ENCERRADO         VALUE 'S'.
       77  WRK-BASE-SEQUENCIA     PIC 9(09) VALUE ZEROS.
       77  WRK-BASE-CHECK         PIC 9(09) VALUE ZEROS.
       77  WRK-ULTIMA-SEQ-ARQUIV  PIC 9(09) VALUE ZEROS.
       77  WRK-ULTIMO-CHECK-ARQUIV PIC 9(09) VALUE ZEROS.
       77  WRK-SEQUENCIA-ED       PIC ZZZZZZZZ9.
           COPY CPAUDCAD.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN     PIC S9(04) COMP.
           PERFORM 0100-TRATAR-PARM
           IF NOT ABORTADO
               PERFORM 0200-MARCAR-INICIO-EXECUCAO
               PERFORM 0300-CONSULTAR-CADEIA
           END-IF
           IF NOT ABORTADO
               PERFORM 1000-SEPARAR-LOG
           END-IF
           IF NOT ABORTADO
               PERFORM 2000-REGRAVAR-LOG-VIVO
           END-IF
           IF NOT ABORTADO
               PERFORM 2500-GRAVAR-NOVA-BASE
               PERFORM 3000-EMITIR-RESUMO
           END-IF
      * O FIM SO E MARCADO QUANDO O INICIO FOI - UM PARM INVALIDO
           CALL 'RUNCTL' USING WRK-RC-FUNCAO WRK-DATA-MOVIMENTO
               WRK-RC-STEP WRK-RC-SITUACAO WRK-RC-QTDE.

       0300-CONSULTAR-CADEIA.
      * BASE ATUAL DO LOG VIVO - VAI NO HEADER DO ARQUIVO MORTO. SEM
      * ANCORA (LOG AINDA SEM CADEIA) A BASE E ZERO.
           MOVE 'A' TO WRK-CAD-FUNCAO
           CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD WRK-CADEIA-AUDITORIA
           IF CAD-INDISPONIVEL
               DISPLAY 'ANCORA DA CADEIA DO LOG DE AUDITORIA '
                   'INDISPONIVEL - EXPURGO NAO APLICADO'
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WRK-CAD-BASE-SEQUENCIA TO WRK-BASE-SEQUENCIA
               MOVE WRK-CAD-BASE-CHECK TO WRK-BASE-CHECK
               MOVE WRK-CAD-BASE-SEQUENCIA TO WRK-ULTIMA-SEQ-ARQUIV
               MOVE WRK-CAD-BASE-CHECK TO WRK-ULTIMO-CHECK-ARQUIV
           END-IF.

       0050-VALOR-PADRAO-DDNAME.
      * MESMO ESQUEMA DO PROGRAMA10 - FORA DO JCL, AS DDNAMES ASSUMEM
      * OS NOMES LITERAIS USADOS PELO RESTANTE DA CADEIA. O ARQUIVO
                   MOVE 16 TO RETURN-CODE
                   CLOSE AUDIT-LOG-FILE
               ELSE
                   PERFORM 1050-GRAVAR-HEADER-MORTO
                   IF NOT ABORTADO
                       PERFORM 1100-LER-PROXIMA-AUDITORIA
                       PERFORM 1200-SEPARAR-AUDITORIA
                           UNTIL FIM-ARQUIVO OR ABORTADO
                   END-IF
                   IF NOT ABORTADO
                       PERFORM 1300-GRAVAR-TRAILER-MORTO
                   END-IF
                   CLOSE AUDIT-LOG-FILE
                   CLOSE ARQUIVO-MORTO-FILE
                   CLOSE TRABALHO-FILE
               END-IF
           END-IF.

       1050-GRAVAR-HEADER-MORTO.
      * MONTADO NA AREA DO LOG VIVO ANTES DA PRIMEIRA LEITURA.
           MOVE SPACES TO AUDIT-LOG-CONTROLE
           MOVE '*HEADER ' TO WRK-AUDIT-CTL-ID
           MOVE WRK-DATA-REFERENCIA TO WRK-AUDIT-CTL-DATA
           MOVE ZEROS TO WRK-AUDIT-CTL-QTDE
           MOVE WRK-BASE-SEQUENCIA TO WRK-AUDIT-CTL-SEQUENCIA
           MOVE WRK-BASE-CHECK TO WRK-AUDIT-CTL-CHECK
           MOVE AUDIT-LOG-CONTROLE TO MORTO-RECORD
           PERFORM 1400-GRAVAR-CONTROLE-MORTO.

       1100-LER-PROXIMA-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
           END-READ.

       1200-SEPARAR-AUDITORIA.
           IF WRK-AUDIT-DATA NOT < WRK-DATA-CORTE-X
               MOVE 'S' TO WRK-CORTE-ENCERRADO
           END-IF
           IF NOT CORTE-ENCERRADO
               MOVE AUDIT-LOG-RECORD TO MORTO-RECORD
               WRITE MORTO-RECORD
               IF WRK-MORTO-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-QTDE-ARQUIVADOS
                   IF WRK-AUDIT-SEQUENCIA IS NUMERIC
                       AND WRK-AUDIT-SEQUENCIA > ZEROS
                       MOVE WRK-AUDIT-SEQUENCIA
                           TO WRK-ULTIMA-SEQ-ARQUIV
                       MOVE WRK-AUDIT-CHECK TO WRK-ULTIMO-CHECK-ARQUIV
                   END-IF
               END-IF
           ELSE
               MOVE AUDIT-LOG-RECORD TO TRABALHO-RECORD
               PERFORM 1100-LER-PROXIMA-AUDITORIA
           END-IF.

       1300-GRAVAR-TRAILER-MORTO.
      * SEM REGISTRO COM SEQUENCIA ARQUIVADO, O TRAILER REPETE A BASE.
           MOVE SPACES TO AUDIT-LOG-CONTROLE
           MOVE '*TRAILER' TO WRK-AUDIT-CTL-ID
           MOVE WRK-DATA-REFERENCIA TO WRK-AUDIT-CTL-DATA
           MOVE WRK-QTDE-ARQUIVADOS TO WRK-AUDIT-CTL-QTDE
           MOVE WRK-ULTIMA-SEQ-ARQUIV TO WRK-AUDIT-CTL-SEQUENCIA
           MOVE WRK-ULTIMO-CHECK-ARQUIV TO WRK-AUDIT-CTL-CHECK
           MOVE AUDIT-LOG-CONTROLE TO MORTO-RECORD
           PERFORM 1400-GRAVAR-CONTROLE-MORTO.

       1400-GRAVAR-CONTROLE-MORTO.
           WRITE MORTO-RECORD
           IF WRK-MORTO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DO ARQUIVO MORTO - '
                   'STATUS ' WRK-MORTO-STATUS
               MOVE 'S' TO WRK-ABORTADO
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-REGRAVAR-LOG-VIVO.
      * SEGUNDA PASSADA - REABRE O ARQUIVO DE TRABALHO E O LOG VIVO E
      * COPIA DE VOLTA OS REGISTROS MANTIDOS. O ARQUIVO DE TRABALHO E
               PERFORM 2100-LER-PROXIMO-TRABALHO
           END-IF.

       2500-GRAVAR-NOVA-BASE.
      * SO DEPOIS DO LOG VIVO REGRAVADO - O ULTIMO REGISTRO ARQUIVADO
      * PASSA A SER A BASE. FALHA AQUI NAO DESFAZ O EXPURGO, MAS A
      * CONFERENCIA DO PROGRAMA43 VAI ACUSAR O INICIO DO LOG VIVO.
           IF WRK-ULTIMA-SEQ-ARQUIV NOT = WRK-BASE-SEQUENCIA
               MOVE 'B' TO WRK-CAD-FUNCAO
               MOVE WRK-ULTIMA-SEQ-ARQUIV TO WRK-CAD-BASE-SEQUENCIA
               MOVE WRK-ULTIMO-CHECK-ARQUIV TO WRK-CAD-BASE-CHECK
               CALL 'AUDCHAIN' USING AUDIT-LOG-RECORD
                   WRK-CADEIA-AUDITORIA
               IF CAD-INDISPONIVEL
                   DISPLAY 'ERRO AO GRAVAR A NOVA BASE NA ANCORA DA '
                       'CADEIA DO LOG DE AUDITORIA'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       3000-EMITIR-RESUMO.
           MOVE WRK-QTDE-MANTIDOS   TO WRK-QTDE-MANTIDOS-ED
           MOVE WRK-QTDE-ARQUIVADOS TO WRK-QTDE-ARQUIV-ED
                   INTO RESUMO-LINHA
           END-IF
           WRITE RESUMO-LINHA

           MOVE WRK-ULTIMA-SEQ-ARQUIV TO WRK-SEQUENCIA-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING 'SEQUENCIA BASE DO LOG VIVO: ' DELIMITED BY SIZE
               WRK-SEQUENCIA-ED DELIMITED BY SIZE
               INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           CLOSE RESUMO-FILE

           DISPLAY 'REGISTROS MANTIDOS........: ' WRK-QTDE-MANTIDOS-ED
           ELSE
               DISPLAY 'DATA MAIS ANTIGA RESTANTE.: '
                   WRK-DATA-MAIS-ANTIGA
           END-IF
           DISPLAY 'SEQUENCIA BASE DO LOG VIVO: ' WRK-SEQUENCIA-ED.
