      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:DIGITACAO E CRITICA DA FICHA CIVIL DO ALUNO SOBRE
      *         WS-REGISTRO-ALUNO (NASCIMENTO, CPF, RG, SEXO,
      *         NATURALIDADE, FILIACAO E ENDERECO). P310-ACEITA-FICHA
      *         MOSTRA O VALOR ATUAL DE CADA CAMPO ENTRE COLCHETES E
      *         SO O TROCA SE ALGO FOR DIGITADO; P320-VALIDA-FICHA
      *         DEIXA O RESULTADO NO FLAG FICHA-OK E O MOTIVO EM
      *         WS-FICHA-MSG. COPIADO POR CADALU E ALTALU; REQUER
      *         WS_FICHALU.cpy E P-VALIDA-CPF.cpy NO CHAMADOR.
      ******************************************************************
       P310-ACEITA-FICHA.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD) ["
                   WS-DT-NASC-ALUNO "]: "
           MOVE ZEROS TO WS-FA-DATA
           ACCEPT WS-FA-DATA
           IF WS-FA-DATA NOT EQUAL ZEROS THEN
               MOVE WS-FA-DATA TO WS-DT-NASC-ALUNO
           END-IF

           DISPLAY "CPF DO ALUNO (SO NUMEROS) [" WS-CPF-ALUNO "]: "
           MOVE ZEROS TO WS-FA-CPF
           ACCEPT WS-FA-CPF
           IF WS-FA-CPF NOT EQUAL ZEROS THEN
               MOVE WS-FA-CPF TO WS-CPF-ALUNO
           END-IF

           DISPLAY "RG [" WS-RG-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-RG-ALUNO
           END-IF

           DISPLAY "SEXO (M/F) [" WS-SX-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-FA-TEXTO(1:1))
                   TO WS-SX-ALUNO
           END-IF

           DISPLAY "NATURALIDADE - CIDADE [" WS-NAT-CIDADE-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-NAT-CIDADE-ALUNO
           END-IF

           DISPLAY "NATURALIDADE - UF [" WS-NAT-UF-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-FA-TEXTO(1:2))
                   TO WS-NAT-UF-ALUNO
           END-IF

           DISPLAY "NOME DA MAE [" FUNCTION TRIM(WS-NM-MAE-ALUNO) "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-NM-MAE-ALUNO
           END-IF

           DISPLAY "NOME DO PAI [" FUNCTION TRIM(WS-NM-PAI-ALUNO) "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-NM-PAI-ALUNO
           END-IF

           DISPLAY "ENDERECO - RUA [" FUNCTION TRIM(WS-RUA-ALUNO) "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-RUA-ALUNO
           END-IF

           DISPLAY "NUMERO [" WS-NUM-END-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-NUM-END-ALUNO
           END-IF

           DISPLAY "COMPLEMENTO [" WS-COMPL-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-COMPL-ALUNO
           END-IF

           DISPLAY "BAIRRO [" WS-BAIRRO-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-BAIRRO-ALUNO
           END-IF

           DISPLAY "CIDADE [" WS-CIDADE-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO WS-CIDADE-ALUNO
           END-IF

           DISPLAY "UF [" WS-UF-ALUNO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-FA-TEXTO(1:2))
                   TO WS-UF-ALUNO
           END-IF

           DISPLAY "CEP (SO NUMEROS) [" WS-CEP-ALUNO "]: "
           MOVE ZEROS TO WS-FA-CEP
           ACCEPT WS-FA-CEP
           IF WS-FA-CEP NOT EQUAL ZEROS THEN
               MOVE WS-FA-CEP TO WS-CEP-ALUNO
           END-IF
           .

       P320-VALIDA-FICHA.
      *> Campos nao informados (ZEROS/brancos) passam: a ficha pode
      *> ser completada depois em ALTALU.
           SET FICHA-OK TO TRUE
           MOVE SPACES  TO WS-FICHA-MSG

           IF WS-DT-NASC-ALUNO NOT EQUAL ZEROS THEN
               MOVE "V"              TO WS-DU-OPERACAO
               MOVE WS-DT-NASC-ALUNO TO WS-DU-DATA-1
               MOVE ZEROS            TO WS-DU-DATA-2
               MOVE ZEROS            TO WS-DU-QTD
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               ACCEPT WS-FA-HOJE FROM DATE YYYYMMDD
               IF WS-DU-ERRO EQUAL "S" OR
                  WS-DT-NASC-ALUNO > WS-FA-HOJE THEN
                   SET FICHA-OK TO FALSE
                   MOVE "DATA DE NASCIMENTO INVALIDA OU FUTURA"
                       TO WS-FICHA-MSG
               END-IF
           END-IF

           IF FICHA-OK AND WS-CPF-ALUNO NOT EQUAL ZEROS THEN
               MOVE WS-CPF-ALUNO TO WS-CPF-NUM
               PERFORM P375-VALIDA-CPF
               IF NOT CPF-OK THEN
                   SET FICHA-OK TO FALSE
                   MOVE "CPF INVALIDO (DIGITO VERIFICADOR NAO CONFERE)"
                       TO WS-FICHA-MSG
               END-IF
           END-IF

           IF FICHA-OK AND WS-SX-ALUNO NOT EQUAL SPACE AND
              NOT WS-SX-ALUNO-VALIDO THEN
               SET FICHA-OK TO FALSE
               MOVE "SEXO DEVE SER M OU F" TO WS-FICHA-MSG
           END-IF
           .
