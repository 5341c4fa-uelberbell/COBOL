      ******************************************************************
       01 REG-ACADHIST.
           03 AH-CHAVE.
               05 AH-ID-ALUNO          PIC 9(05).
               05 AH-ANO               PIC 9(04).
               05 AH-CD-MATERIA        PIC 9(03).
           03 AH-NOTA1                 PIC 9(02)V99.
