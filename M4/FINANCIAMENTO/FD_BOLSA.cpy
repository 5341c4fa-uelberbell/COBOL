      ******************************************************************
       01 REG-BOLSA.
           03 BL-CHAVE.
               05 BL-ID-ALUNO          PIC 9(05).
      *> Vigente a partir desta data (AAAAMMDD), ate a vigencia
      *> seguinte do mesmo aluno.
               05 BL-VIGENCIA          PIC 9(08).
