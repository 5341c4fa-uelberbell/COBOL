      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CALCULO DAS PARCELAS PELO SISTEMA DE AMORTIZACAO DO
      *         CONTRATO (VER WS_AMORT.cpy). P540 DEVOLVE O VALOR DA
      *         PARCELA WS-AM-PARCELA; P545 O SALDO DEVEDOR PARA
      *         QUITACAO APOS WS-AM-PARCELA PARCELAS PAGAS. COPIADO
      *         POR FINANC (COTACAO, CARNE E QUITACAO ANTECIPADA),
      *         PROPMNT (CARNE DA PROPOSTA CONVERTIDA) E FINCONS
      *         (REIMPRESSAO DO DEMONSTRATIVO).
      ******************************************************************
       P540-CALCULA-PARCELA.
           IF AM-SAC THEN
               COMPUTE WS-AM-AMORTIZ ROUNDED =
                       WS-AM-VALOR / WS-AM-NUM-PARCELAS
      *>       Saldo antes da parcela; a ultima amortiza o que sobrou.
               COMPUTE WS-AM-SALDO = WS-AM-VALOR
                       - WS-AM-AMORTIZ * (WS-AM-PARCELA - 1)
               IF WS-AM-PARCELA NOT < WS-AM-NUM-PARCELAS THEN
                   MOVE WS-AM-SALDO   TO WS-AM-AMORTIZ-K
               ELSE
                   MOVE WS-AM-AMORTIZ TO WS-AM-AMORTIZ-K
               END-IF
               COMPUTE WS-AM-VL-PARCELA ROUNDED =
                       WS-AM-AMORTIZ-K + WS-AM-SALDO * WS-AM-TAXA
           ELSE
               PERFORM P542-PARCELA-PRICE
           END-IF
           .

       P542-PARCELA-PRICE.
           IF WS-AM-TAXA EQUAL ZEROS THEN
               COMPUTE WS-AM-VL-PARCELA =
                       WS-AM-VALOR / WS-AM-NUM-PARCELAS
           ELSE
               COMPUTE WS-AM-FATOR =
                       (1 + WS-AM-TAXA) ** WS-AM-NUM-PARCELAS
               COMPUTE WS-AM-VL-PARCELA ROUNDED =
                       WS-AM-VALOR * WS-AM-TAXA * WS-AM-FATOR
                       / (WS-AM-FATOR - 1)
           END-IF
           .

       P545-SALDO-DEVEDOR.
      *> Price: SALDO = PMT * (1 - (1+i)**-(n-k)) / i (ou PMT * (n-k)
      *> sem juros); SAC: principal ainda nao amortizado.
           MOVE ZEROS TO WS-AM-SALDO
           IF WS-AM-PARCELA < WS-AM-NUM-PARCELAS THEN
               COMPUTE WS-AM-RESTANTES =
                       WS-AM-NUM-PARCELAS - WS-AM-PARCELA
               IF AM-SAC THEN
                   COMPUTE WS-AM-AMORTIZ ROUNDED =
                           WS-AM-VALOR / WS-AM-NUM-PARCELAS
                   COMPUTE WS-AM-SALDO = WS-AM-VALOR
                           - WS-AM-AMORTIZ * WS-AM-PARCELA
               ELSE
                   PERFORM P542-PARCELA-PRICE
                   IF WS-AM-TAXA EQUAL ZEROS THEN
                       COMPUTE WS-AM-SALDO =
                               WS-AM-VL-PARCELA * WS-AM-RESTANTES
                   ELSE
                       COMPUTE WS-AM-FATOR =
                               (1 + WS-AM-TAXA) ** WS-AM-RESTANTES
                       COMPUTE WS-AM-SALDO ROUNDED =
                               WS-AM-VL-PARCELA
                               * (1 - (1 / WS-AM-FATOR)) / WS-AM-TAXA
                   END-IF
               END-IF
           END-IF
           .
