      *         PARCELAS NA MESMA SAIDA FINANC.LST DE FINANC E
      *         REGISTRA O CANCELAMENTO (PRAZO DE ARREPENDIMENTO) COM
      *         JUSTIFICATIVA LOGADA EM FINLOG.DAT - SEM RE-SIMULAR
      *         NADA NA MAO. CONTRATO CONTRATADO EM COMPETENCIA JA
      *         FECHADA NA CONTABILIDADE (PERFIN, VER FECHAFIN) NAO E
      *         CANCELADO ATE A REABERTURA, POIS CONTABIL APONTA O
      *         CANCELAMENTO NA COMPETENCIA DA CONTRATACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRM           PIC X VALUE SPACES.

       77 WS-ID-ALUNO-CONS     PIC 9(05) VALUE ZEROS.
       77 WS-CONTRATO-CONS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENCONTRADOS   PIC 9(03) VALUE ZEROS.

       77 WS-LOG-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-LOG-HORA          PIC 9(08) VALUE ZEROS.
       77 WS-FINLOG-PATH       PIC X(200) VALUE SPACES.
       77 WS-CET-MENSAL-ED     PIC ZZ9,99.
       77 WS-CET-ANUAL-ED      PIC Z.ZZ9,99.
      *> Parcelas do SAC recalculadas pelo sistema do contrato.
       COPY WS_AMORT.
       COPY WS_PERFIN.
       77 WS-VL-PARCELA-IMP    PIC 9(05)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.

       P340-REIMPRIME.
      *> Regera o demonstrativo do contrato na mesma saida
      *> FINANC.LST de FINANC: a parcela da Tabela Price e fixa e a
      *> do SAC sai do mesmo calculo de FINANC (P-CALC-AMORT.cpy), o
      *> demonstrativo sai identico ao original sem re-simulacao.
           SET FS-OK TO TRUE
           DISPLAY "NUMERO DO CONTRATO: "
                      DELIMITED BY SIZE INTO WS-LINHA-PRINT
               WRITE WS-LINHA-PRINT

               MOVE SPACES TO WS-LINHA-PRINT
               IF FI-SAC THEN
                   STRING "SISTEMA DE AMORTIZACAO: SAC (PARCELAS "
                          "DECRESCENTES)" DELIMITED BY SIZE
                          INTO WS-LINHA-PRINT
               ELSE
                   STRING "SISTEMA DE AMORTIZACAO: TABELA PRICE "
                          "(PARCELA FIXA)" DELIMITED BY SIZE
                          INTO WS-LINHA-PRINT
               END-IF
               WRITE WS-LINHA-PRINT

               MOVE SPACES TO WS-LINHA-PRINT
               WRITE WS-LINHA-PRINT

               MOVE FI-SISTEMA-AMORT TO WS-AM-SISTEMA
               MOVE FI-VALOR         TO WS-AM-VALOR
               MOVE FI-TAXA          TO WS-AM-TAXA
               MOVE FI-NUM-PARCELAS  TO WS-AM-NUM-PARCELAS
               PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL
                               WS-IND > FI-NUM-PARCELAS
                   IF FI-SAC THEN
                       MOVE WS-IND TO WS-AM-PARCELA
                       PERFORM P540-CALCULA-PARCELA
                       MOVE WS-AM-VL-PARCELA TO WS-VL-PARCELA-IMP
                   ELSE
                       MOVE FI-VL-PARCELA    TO WS-VL-PARCELA-IMP
                   END-IF
                   MOVE SPACES TO WS-LINHA-PRINT
                   STRING "PARCELA " WS-IND ": " WS-VL-PARCELA-IMP
                          DELIMITED BY SIZE INTO WS-LINHA-PRINT
                   WRITE WS-LINHA-PRINT
               END-PERFORM

      *>       Contrato com juros anterior ao CET sai sem a linha
      *>       (nao apurado).
               IF FI-CET-ANUAL > ZEROS OR FI-TAXA EQUAL ZEROS THEN
                   PERFORM P365-EDITA-CET
                   MOVE SPACES TO WS-LINHA-PRINT
                   WRITE WS-LINHA-PRINT
                   MOVE SPACES TO WS-LINHA-PRINT
                   STRING "CUSTO EFETIVO TOTAL (CET): "
                          DELIMITED BY SIZE
                          WS-CET-MENSAL-ED DELIMITED BY SIZE
                          "% A.M. / " DELIMITED BY SIZE
                          WS-CET-ANUAL-ED DELIMITED BY SIZE
                          "% A.A." DELIMITED BY SIZE
                          INTO WS-LINHA-PRINT
                   WRITE WS-LINHA-PRINT
               END-IF

               CLOSE FINANC-PRINT
               DISPLAY "DEMONSTRATIVO REGRAVADO EM: "
                       WS-FINANC-PRINT-PATH
                       INVALID KEY
                           DISPLAY "CONTRATO NAO EXISTE"
                       NOT INVALID KEY
                           MOVE FI-DATA-CONTRATACAO TO WS-PE-DATA
                           CALL "PERFIN" USING WS-PERFIN-PARM
                           IF FI-CANCELADO THEN
                               DISPLAY "CONTRATO JA CANCELADO"
                           ELSE
                           IF PE-PERIODO-FECHADO THEN
                               DISPLAY "COMPETENCIA "
                                       WS-PE-COMPETENCIA " FECHADA NA "
                                       "CONTABILIDADE - CANCELAMENTO "
                                       "RECUSADO (REABERTURA EM "
                                       "FECHAFIN)"
                           ELSE
                               PERFORM P360-EXIBE-CONTRATO
                               DISPLAY "ID DO OPERADOR: "
                                           "REALIZADO"
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "ERRO AO ABRIR FINANCIAMENTOS.DAT - "
           DISPLAY "CONTRATO " FI-NUM-CONTRATO " (" FI-STATUS ") - "
                   "ALUNO " FI-ID-ALUNO " - " FI-NOME
           DISPLAY "PRODUTO: " FI-NM-PRODUTO
           IF FI-SAC THEN
               DISPLAY "VALOR: " FI-VALOR " EM " FI-NUM-PARCELAS
                       " PARCELA(S) SAC, A PRIMEIRA DE " FI-VL-PARCELA
           ELSE
               DISPLAY "VALOR: " FI-VALOR " EM " FI-NUM-PARCELAS
                       " PARCELA(S) DE " FI-VL-PARCELA
           END-IF
           DISPLAY "CONTRATADO EM " FI-DATA-CONTRATACAO
                   " TAXA " FI-TAXA
           PERFORM P365-EDITA-CET
           IF FI-CET-ANUAL > ZEROS OR FI-TAXA EQUAL ZEROS THEN
               DISPLAY "CET: " WS-CET-MENSAL-ED "% AO MES / "
                       WS-CET-ANUAL-ED "% AO ANO"
           END-IF
           .

       P365-EDITA-CET.
           MOVE FI-CET-MENSAL TO WS-CET-MENSAL-ED
           MOVE FI-CET-ANUAL  TO WS-CET-ANUAL-ED
           .

       COPY P-CALC-AMORT.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
