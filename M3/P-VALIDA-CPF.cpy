      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:VALIDACAO DOS DOIS DIGITOS VERIFICADORES DO CPF
      *         (MODULO 11, PESOS 10..2 E 11..2): O CHAMADOR POE OS 11
      *         DIGITOS EM WS-CPF-NUM E EXECUTA PERFORM
      *         P375-VALIDA-CPF; O RESULTADO FICA NO FLAG CPF-OK.
      *         SEQUENCIAS DE UM SO DIGITO (111.111.111-11 ETC.)
      *         PASSAM NO CALCULO MAS SAO RECUSADAS. REQUER OS CAMPOS
      *         WS-CPF-* NA WORKING-STORAGE DO CHAMADOR (VER
      *         WS_CPF.cpy). MESMO DESENHO DE P-VALIDA-CNPJ.cpy.
      ******************************************************************
       P375-VALIDA-CPF.
           SET CPF-OK TO FALSE
           MOVE WS-CPF-NUM TO WS-CPF-DIGITOS

           IF WS-CPF-NUM IS NOT NUMERIC OR
              WS-CPF-NUM EQUAL ZEROS THEN
               CONTINUE
           ELSE
      *>       Primeiro digito verificador (posicao 10).
               COMPUTE WS-CPF-SOMA =
                       WS-CPF-DIG (1) * 10 + WS-CPF-DIG (2) * 9
                     + WS-CPF-DIG (3) * 8  + WS-CPF-DIG (4) * 7
                     + WS-CPF-DIG (5) * 6  + WS-CPF-DIG (6) * 5
                     + WS-CPF-DIG (7) * 4  + WS-CPF-DIG (8) * 3
                     + WS-CPF-DIG (9) * 2
               COMPUTE WS-CPF-RESTO =
                       FUNCTION MOD(WS-CPF-SOMA, 11)
               IF WS-CPF-RESTO < 2 THEN
                   MOVE ZEROS TO WS-CPF-DV1
               ELSE
                   COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
               END-IF

      *>       Segundo digito verificador (posicao 11).
               COMPUTE WS-CPF-SOMA =
                       WS-CPF-DIG (1) * 11 + WS-CPF-DIG (2) * 10
                     + WS-CPF-DIG (3) * 9  + WS-CPF-DIG (4) * 8
                     + WS-CPF-DIG (5) * 7  + WS-CPF-DIG (6) * 6
                     + WS-CPF-DIG (7) * 5  + WS-CPF-DIG (8) * 4
                     + WS-CPF-DIG (9) * 3  + WS-CPF-DV1 * 2
               COMPUTE WS-CPF-RESTO =
                       FUNCTION MOD(WS-CPF-SOMA, 11)
               IF WS-CPF-RESTO < 2 THEN
                   MOVE ZEROS TO WS-CPF-DV2
               ELSE
                   COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
               END-IF

               IF WS-CPF-DIG (10) EQUAL WS-CPF-DV1 AND
                  WS-CPF-DIG (11) EQUAL WS-CPF-DV2 THEN
                   SET CPF-OK TO TRUE
               END-IF

      *>       Todos os digitos iguais: recusado.
               IF WS-CPF-DIGITOS(2:10) EQUAL WS-CPF-DIGITOS(1:10)
                  THEN
                   SET CPF-OK TO FALSE
               END-IF
           END-IF
           .
