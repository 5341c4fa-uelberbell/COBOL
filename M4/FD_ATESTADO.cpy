      ******************************************************************
       01 REG-ATESTADO.
           03 AT-CHAVE.
               05 AT-ID-ALUNO          PIC 9(05).
               05 AT-DT-INICIO         PIC 9(08).
           03 AT-DT-FIM                PIC 9(08).
           03 AT-MOTIVO                PIC X(40).
