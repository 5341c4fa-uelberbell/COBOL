      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE NEGREG.DAT, QUEM ESTA NEGATIVADO
      *         NO BUREAU DE CREDITO AGORA (MANTIDO PELA RODADA DE
      *         NEGATIVA). LIDO TAMBEM POR CEDCOB, QUE SO CEDE A
      *         AGENCIA DE COBRANCA CONTRATO JA NEGATIVADO.
      ******************************************************************
       01 REG-NEGREG.
           03 NG-NUM-CONTRATO      PIC 9(06).
           03 NG-ID-ALUNO          PIC 9(05).
           03 NG-DT-INCLUSAO       PIC 9(08).
           03 NG-DT-EXCLUSAO       PIC 9(08).
      *> "I" = INCLUIDO (NEGATIVADO), "E" = EXCLUIDO.
           03 NG-STATUS            PIC X.
               88 NG-INCLUIDO      VALUE "I".
               88 NG-EXCLUIDO      VALUE "E".
