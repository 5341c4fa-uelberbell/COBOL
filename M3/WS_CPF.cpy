      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CAMPOS DE TRABALHO DA VALIDACAO DE CPF (VER
      *         P-VALIDA-CPF.cpy): O CHAMADOR PREENCHE WS-CPF-NUM E
      *         TESTA O FLAG CPF-OK. COPIADO POR CADCONTT, ALTCONTT
      *         E LOTCNTT. MESMO DESENHO DE WS_CNPJ.cpy.
      ******************************************************************
       77 WS-CPF-NUM               PIC 9(11) VALUE ZEROS.
       01 WS-CPF-DIGITOS.
           03 WS-CPF-DIG           PIC 9 OCCURS 11 TIMES.
       77 WS-CPF-SOMA              PIC 9(04) VALUE ZEROS.
       77 WS-CPF-RESTO             PIC 9(02) VALUE ZEROS.
       77 WS-CPF-DV1               PIC 9 VALUE ZEROS.
       77 WS-CPF-DV2               PIC 9 VALUE ZEROS.
       77 WS-CPF-VALIDO            PIC X VALUE "N".
           88 CPF-OK               VALUE "S" FALSE "N".
