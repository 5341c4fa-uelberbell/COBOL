      ******************************************************************
       01 REG-RESULTANO.
           03 RF-CHAVE.
               05 RF-ID-ALUNO          PIC 9(05).
               05 RF-ANO               PIC 9(04).
      *> "P" = PROMOVIDO, "R" = RETIDO, "C" = EM RECUPERACAO
      *> (exame pendente em alguma materia), "D" = PROMOVIDO COM
      *> DEPENDENCIA nas RF-QTD-REPROVADAS materias (ver DEPEND.DAT).
           03 RF-RESULTADO             PIC X.
               88 RF-PROMOVIDO         VALUE "P".
               88 RF-PROMOVIDO-DEP     VALUE "D".
               88 RF-RETIDO            VALUE "R".
               88 RF-EM-RECUPERACAO    VALUE "C".
           03 RF-QTD-MATERIAS          PIC 9(03).
