      *         VOLTA NA SEMANA SEGUINTE NAO REDIGITA NADA NEM PERDE
      *         A TAXA COTADA - E EXPURGA AS EXPIRADAS COM O
      *         RELATORIO DE TAXA DE CONVERSAO PARA O DONO, NO SPOOL
      *         (SPLCTL). COM A COMPETENCIA DO DIA FECHADA NA
      *         CONTABILIDADE (PERFIN, VER FECHAFIN) A PROPOSTA NAO E
      *         CONVERTIDA ATE A REABERTURA. VENCIMENTO DO CARNE
      *         QUE CAIR EM DIA SEM EXPEDIENTE BANCARIO (FERBANC.DAT)
      *         VAI PARA O PROXIMO DIA UTIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD PROPOSTAS.
       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       COPY WS_DATUTIL.
       COPY WS_SPLCTL.
      *> CET do contrato convertido, reapurado sobre o carne real.
       COPY WS_CET.
      *> Carne da proposta pelo sistema cotado (Price ou SAC).
       COPY WS_AMORT.
       COPY WS_PERFIN.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***PROPOSTAS DE FINANCIAMENTO***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "PROPMNT" TO JR-PROGRAMA

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "NUMERO DA PROPOSTA: "
           ACCEPT WS-NUM-PROP-INF

      *>   O contrato entra na competencia do dia (ver CONTABIL).
           MOVE WS-DATA-HOJE TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM

           SET FS-PROP-OK TO TRUE
           OPEN I-O PROPOSTAS
           IF NOT FS-PROP-OK THEN
                               DISPLAY "PROPOSTA FORA DA VALIDADE "
                                       "(ATE " PP-DT-VALIDADE ") - "
                                       "RE-SIMULE EM FINANC"
                           WHEN PE-PERIODO-FECHADO
                               DISPLAY "COMPETENCIA "
                                       WS-PE-COMPETENCIA " FECHADA NA "
                                       "CONTABILIDADE - CONVERSAO "
                                       "RECUSADA (REABERTURA EM "
                                       "FECHAFIN)"
                           WHEN OTHER
                               PERFORM P410-EFETIVA-CONTRATO
                               SET PP-CONVERTIDA TO TRUE
                               REWRITE REG-PROPOSTA
                               DISPLAY "PROPOSTA CONVERTIDA NO "
                                       "CONTRATO " WS-NUM-CONTRATO
                               MOVE WS-CET-MENSAL
                                   TO WS-CET-MENSAL-ED
                               MOVE WS-CET-ANUAL TO WS-CET-ANUAL-ED
                               DISPLAY "CET DO CONTRATO: "
                                       WS-CET-MENSAL-ED "% AO MES / "
                                       WS-CET-ANUAL-ED "% AO ANO"
                       END-EVALUATE
               END-READ
               CLOSE PROPOSTAS
       P410-EFETIVA-CONTRATO.
      *> Contrato real nas condicoes cotadas da proposta.
           PERFORM P420-PROXIMO-CONTRATO
           PERFORM P412-PREPARA-AMORT
           PERFORM P415-APURA-CET

           SET FS-FIN-OK TO TRUE
           OPEN I-O FINANCIAMENTOS
                   MOVE PP-TAXA          TO FI-TAXA
                   SET FI-ATIVO          TO TRUE
                   MOVE PP-TAXA-VIGENCIA TO FI-TAXA-VIGENCIA
                   MOVE WS-CET-MENSAL    TO FI-CET-MENSAL
                   MOVE WS-CET-ANUAL     TO FI-CET-ANUAL
                   MOVE WS-AM-SISTEMA    TO FI-SISTEMA-AMORT
                   WRITE REG-FINANCIAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTRATO"
               CLOSE FINANCIAMENTOS
           .

       P412-PREPARA-AMORT.
           IF PP-SAC THEN
               MOVE "S" TO WS-AM-SISTEMA
           ELSE
               MOVE "P" TO WS-AM-SISTEMA
           END-IF
           MOVE PP-VALOR        TO WS-AM-VALOR
           MOVE PP-TAXA         TO WS-AM-TAXA
           MOVE PP-NUM-PARCELAS TO WS-AM-NUM-PARCELAS
           .

       P415-APURA-CET.
      *> O carne sai com vencimentos contados da data da conversao,
      *> entao o CET do contrato e reapurado sobre essas datas (o
      *> cotado fica na proposta).
           MOVE WS-DATA-HOJE    TO WS-CET-DT-LIBERACAO
           MOVE PP-VALOR        TO WS-CET-VL-LIBERADO
           MOVE PP-NUM-PARCELAS TO WS-CET-QTD
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > PP-NUM-PARCELAS
               MOVE "M"          TO WS-DU-OPERACAO
               MOVE WS-DATA-HOJE TO WS-DU-DATA-1
               MOVE ZEROS        TO WS-DU-DATA-2
               MOVE WS-IND       TO WS-DU-QTD
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO EQUAL "S" THEN
                   MOVE WS-DATA-HOJE TO WS-CET-VENCIMENTO(WS-IND)
               ELSE
                   MOVE "U"          TO WS-DU-OPERACAO
                   MOVE WS-DU-RESULTADO-DATA TO WS-DU-DATA-1
                   CALL "DATUTIL" USING WS-DATUTIL-PARM
                   MOVE WS-DU-RESULTADO-DATA
                       TO WS-CET-VENCIMENTO(WS-IND)
               END-IF
               MOVE WS-IND TO WS-AM-PARCELA
               PERFORM P540-CALCULA-PARCELA
               MOVE WS-AM-VL-PARCELA TO WS-CET-VALOR(WS-IND)
           END-PERFORM
           PERFORM P530-CALCULA-CET
           .

       P420-PROXIMO-CONTRATO.
           MOVE ZEROS      TO FC-PROX-CONTRATO
           SET FS-CTL-OK   TO TRUE
                       IF WS-DU-ERRO EQUAL "S" THEN
                           MOVE WS-DATA-HOJE TO WS-DATA-VENC
                       ELSE
                           MOVE "U"          TO WS-DU-OPERACAO
                           MOVE WS-DU-RESULTADO-DATA TO WS-DU-DATA-1
                           CALL "DATUTIL" USING WS-DATUTIL-PARM
                           MOVE WS-DU-RESULTADO-DATA TO WS-DATA-VENC
                       END-IF

                       MOVE WS-NUM-CONTRATO TO PA-NUM-CONTRATO
                       MOVE WS-IND          TO PA-NUM-PARCELA
                       MOVE WS-DATA-VENC    TO PA-DT-VENCIMENTO
                       MOVE WS-IND          TO WS-AM-PARCELA
                       PERFORM P540-CALCULA-PARCELA
                       MOVE WS-AM-VL-PARCELA TO PA-VALOR
                       SET PA-ABERTA        TO TRUE
                       MOVE ZEROS           TO PA-DT-PAGAMENTO
                       MOVE ZEROS           TO PA-VL-PAGO
                       MOVE ZEROS           TO PA-VL-MULTA
                       MOVE ZEROS           TO PA-VL-JUROS
                       MOVE PA-VALOR        TO PA-VALOR-ORIG
                       WRITE REG-PARCELA
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A PARCELA "
                                       WS-IND
                           NOT INVALID KEY
                               MOVE "W" TO JR-OPERACAO
                               MOVE REG-PARCELA TO JR-IMAGEM
                               PERFORM P785-GRAVA-JORNAL
                       END-WRITE
                   END-PERFORM
               END-IF
           END-IF
           .

       COPY P-CALC-CET.

       COPY P-CALC-AMORT.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
