               05 AS-CD-MATERIA        PIC 9(03).
               05 AS-FILA              PIC 9(01).
               05 AS-COLUNA            PIC 9(01).
           03 AS-ID-ALUNO              PIC 9(05).
