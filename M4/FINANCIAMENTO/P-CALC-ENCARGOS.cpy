      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CALCULO DOS ENCARGOS POR ATRASO DE UMA PARCELA (VER
      *         WS_ENCARGOS.cpy). P520 APURA MULTA E JUROS DEVIDOS NA
      *         DATA DO PAGAMENTO; P525 APROPRIA O VALOR PAGO NA ORDEM
      *         PRINCIPAL, MULTA, JUROS E APURA O QUE FALTOU. COPIADO
      *         POR FINPAG (BALCAO) E FINRET (RETORNO DO BANCO).
      *         PAGAMENTO NO PRIMEIRO DIA UTIL DEPOIS DE UM VENCIMENTO
      *         EM SABADO, DOMINGO OU FERIADO BANCARIO NAO TEM
      *         ENCARGO; DEPOIS DISSO O ATRASO CONTA DO VENCIMENTO
      *         ORIGINAL (DATUTIL "A"). OS PERCENTUAIS SAO OS DE
      *         PARAMS.DAT EM VIGOR NA DATA DO PAGAMENTO (PARMLKP,
      *         MANTIDOS EM PARMMNT); PEDE WS_M4_PATHS NO PROGRAMA.
      ******************************************************************
       P520-CALCULA-ENCARGOS.
           MOVE ZEROS TO WS-ENC-DIAS
           MOVE ZEROS TO WS-ENC-DIAS-ATRASO
           MOVE ZEROS TO WS-ENC-MULTA-DEVIDA
           MOVE ZEROS TO WS-ENC-JUROS-DEVIDO

           IF WS-ENC-DT-PAGTO > WS-ENC-VENCIMENTO THEN
               MOVE "A"               TO WS-DU-OPERACAO
               MOVE WS-ENC-DT-PAGTO   TO WS-DU-DATA-1
               MOVE WS-ENC-VENCIMENTO TO WS-DU-DATA-2
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO NOT EQUAL "S" THEN
                   MOVE WS-DU-RESULTADO-DIAS TO WS-ENC-DIAS
               END-IF
           END-IF

           IF WS-ENC-DIAS > ZEROS THEN
               PERFORM P521-PERCENTUAIS-ENCARGOS
               MOVE WS-ENC-DIAS TO WS-ENC-DIAS-ATRASO
               COMPUTE WS-ENC-MULTA-DEVIDA ROUNDED =
                       WS-ENC-PRINCIPAL * WS-PC-MULTA-ATRASO / 100
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-ENC-MULTA-DEVIDA
               END-COMPUTE
               COMPUTE WS-ENC-JUROS-DEVIDO ROUNDED =
                       WS-ENC-PRINCIPAL * WS-PC-JUROS-MES
                       * WS-ENC-DIAS / 3000
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-ENC-JUROS-DEVIDO
               END-COMPUTE
           END-IF

           COMPUTE WS-ENC-TOTAL-DEVIDO = WS-ENC-PRINCIPAL
                   + WS-ENC-MULTA-DEVIDA + WS-ENC-JUROS-DEVIDO
           .

       P521-PERCENTUAIS-ENCARGOS.
           MOVE WS-PC-MULTA-PADRAO TO WS-PC-MULTA-ATRASO
           MOVE WS-PC-JUROS-PADRAO TO WS-PC-JUROS-MES
           MOVE "MULTA-ATRASO-PCT" TO WS-PM-CODIGO
           MOVE WS-ENC-DT-PAGTO    TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM < 100 THEN
               MOVE WS-PM-VALOR-NUM TO WS-PC-MULTA-ATRASO
           END-IF
           MOVE "JUROS-MES-PCT"    TO WS-PM-CODIGO
           MOVE WS-ENC-DT-PAGTO    TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM < 100 THEN
               MOVE WS-PM-VALOR-NUM TO WS-PC-JUROS-MES
           END-IF
           .

       P525-APROPRIA-PAGAMENTO.
           MOVE ZEROS TO WS-ENC-MULTA-PAGA
           MOVE ZEROS TO WS-ENC-JUROS-PAGO
           MOVE ZEROS TO WS-ENC-SOBRA
           MOVE ZEROS TO WS-ENC-FALTA

      *> O que passar do principal paga a multa e depois os juros.
           IF WS-ENC-VL-PAGO > WS-ENC-PRINCIPAL THEN
               COMPUTE WS-ENC-SOBRA =
                       WS-ENC-VL-PAGO - WS-ENC-PRINCIPAL
               IF WS-ENC-SOBRA > WS-ENC-MULTA-DEVIDA THEN
                   MOVE WS-ENC-MULTA-DEVIDA TO WS-ENC-MULTA-PAGA
               ELSE
                   MOVE WS-ENC-SOBRA        TO WS-ENC-MULTA-PAGA
               END-IF
               SUBTRACT WS-ENC-MULTA-PAGA FROM WS-ENC-SOBRA
               IF WS-ENC-SOBRA > WS-ENC-JUROS-DEVIDO THEN
                   MOVE WS-ENC-JUROS-DEVIDO TO WS-ENC-JUROS-PAGO
               ELSE
                   MOVE WS-ENC-SOBRA        TO WS-ENC-JUROS-PAGO
               END-IF
           END-IF

           IF WS-ENC-VL-PAGO < WS-ENC-TOTAL-DEVIDO THEN
               COMPUTE WS-ENC-FALTA =
                       WS-ENC-TOTAL-DEVIDO - WS-ENC-VL-PAGO
           END-IF
           .
