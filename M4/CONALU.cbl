      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONSULTA DE ALUNO POR CODIGO, mesmo padrao
      *         de CONSCTT.cbl no M3. MOSTRA TAMBEM A FICHA CIVIL
      *         (NASCIMENTO, CPF, RG, SEXO, NATURALIDADE, FILIACAO E
      *         ENDERECO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONALU.
                          ELSE
                              DISPLAY "STATUS: INATIVO"
                          END-IF
                          DISPLAY "NASCIMENTO: " WS-DT-NASC-ALUNO(7:2)
                                  "/" WS-DT-NASC-ALUNO(5:2)
                                  "/" WS-DT-NASC-ALUNO(1:4)
                                  "  SEXO: " WS-SX-ALUNO
                          DISPLAY "CPF: " WS-CPF-ALUNO
                                  "  RG: " WS-RG-ALUNO
                          DISPLAY "NATURALIDADE: "
                                  FUNCTION TRIM(WS-NAT-CIDADE-ALUNO)
                                  "/" WS-NAT-UF-ALUNO
                          DISPLAY "MAE: " FUNCTION TRIM(WS-NM-MAE-ALUNO)
                          DISPLAY "PAI: " FUNCTION TRIM(WS-NM-PAI-ALUNO)
                          DISPLAY "ENDERECO: "
                                  FUNCTION TRIM(WS-RUA-ALUNO) ", "
                                  FUNCTION TRIM(WS-NUM-END-ALUNO) " "
                                  FUNCTION TRIM(WS-COMPL-ALUNO)
                          DISPLAY "          "
                                  FUNCTION TRIM(WS-BAIRRO-ALUNO) " - "
                                  FUNCTION TRIM(WS-CIDADE-ALUNO) "/"
                                  WS-UF-ALUNO "  CEP: " WS-CEP-ALUNO
                          SET TEM-ALUNO TO TRUE
                  END-READ
               ELSE
