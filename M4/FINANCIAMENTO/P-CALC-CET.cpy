      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CALCULO DO CUSTO EFETIVO TOTAL (VER WS_CET.cpy). P530
      *         CONTA OS DIAS DE CADA VENCIMENTO DESDE A LIBERACAO
      *         (DATUTIL "F") E P532 ACHA POR BISSECAO A TAXA ANUAL
      *         QUE ZERA SOMA(VALOR / (1+CET) ** (DIAS/365)) -
      *         LIBERADO; P535 APURA O VALOR PRESENTE DO FLUXO NA
      *         TAXA TESTADA. COPIADO POR FINANC (COTACAO E CONTRATO)
      *         E PROPMNT (CONVERSAO DA PROPOSTA).
      ******************************************************************
       P530-CALCULA-CET.
           MOVE ZEROS TO WS-CET-MENSAL
           MOVE ZEROS TO WS-CET-ANUAL

           IF WS-CET-QTD > ZEROS AND
              WS-CET-VL-LIBERADO > ZEROS THEN
               PERFORM VARYING WS-CET-IND FROM 1 BY 1
                       UNTIL WS-CET-IND > WS-CET-QTD
                   MOVE ZEROS TO WS-CET-DIAS(WS-CET-IND)
                   MOVE "F"                 TO WS-DU-OPERACAO
                   MOVE WS-CET-VENCIMENTO(WS-CET-IND)
                                            TO WS-DU-DATA-1
                   MOVE WS-CET-DT-LIBERACAO TO WS-DU-DATA-2
                   CALL "DATUTIL" USING WS-DATUTIL-PARM
                   IF WS-DU-ERRO NOT EQUAL "S" AND
                      WS-DU-RESULTADO-DIAS > ZEROS THEN
                       MOVE WS-DU-RESULTADO-DIAS
                           TO WS-CET-DIAS(WS-CET-IND)
                   END-IF
               END-PERFORM

      *>       Sem juros embutidos (soma das parcelas nao passa do
      *>       liberado, caso da taxa ZERO com arredondamento) o CET
      *>       fica ZERO.
               MOVE ZEROS TO WS-CET-TX-TESTE
               PERFORM P535-VALOR-PRESENTE
               IF WS-CET-VL-PRESENTE > WS-CET-VL-LIBERADO THEN
                   PERFORM P532-BISSECAO
               END-IF
           END-IF
           .

       P532-BISSECAO.
           MOVE ZEROS TO WS-CET-TX-MIN
           MOVE 10    TO WS-CET-TX-MAX
           PERFORM VARYING WS-CET-ITERACAO FROM 1 BY 1
                   UNTIL WS-CET-ITERACAO > 45
               COMPUTE WS-CET-TX-TESTE =
                       (WS-CET-TX-MIN + WS-CET-TX-MAX) / 2
               PERFORM P535-VALOR-PRESENTE
               IF WS-CET-VL-PRESENTE > WS-CET-VL-LIBERADO THEN
                   MOVE WS-CET-TX-TESTE TO WS-CET-TX-MIN
               ELSE
                   MOVE WS-CET-TX-TESTE TO WS-CET-TX-MAX
               END-IF
           END-PERFORM

           COMPUTE WS-CET-TX-TESTE =
                   (WS-CET-TX-MIN + WS-CET-TX-MAX) / 2
           COMPUTE WS-CET-ANUAL ROUNDED = WS-CET-TX-TESTE * 100
               ON SIZE ERROR
                   MOVE 9999,99 TO WS-CET-ANUAL
           END-COMPUTE
           COMPUTE WS-CET-MENSAL ROUNDED =
                   ((1 + WS-CET-TX-TESTE) ** (1 / 12) - 1) * 100
               ON SIZE ERROR
                   MOVE 999,99 TO WS-CET-MENSAL
           END-COMPUTE
           .

       P535-VALOR-PRESENTE.
           MOVE ZEROS TO WS-CET-VL-PRESENTE
           PERFORM VARYING WS-CET-IND FROM 1 BY 1
                   UNTIL WS-CET-IND > WS-CET-QTD
               IF WS-CET-TX-TESTE EQUAL ZEROS THEN
                   ADD WS-CET-VALOR(WS-CET-IND) TO WS-CET-VL-PRESENTE
               ELSE
                   COMPUTE WS-CET-EXPOENTE ROUNDED =
                           WS-CET-DIAS(WS-CET-IND) / 365
                   COMPUTE WS-CET-VL-PRESENTE ROUNDED =
                           WS-CET-VL-PRESENTE
                           + WS-CET-VALOR(WS-CET-IND)
                           / (1 + WS-CET-TX-TESTE) ** WS-CET-EXPOENTE
               END-IF
           END-PERFORM
           .
