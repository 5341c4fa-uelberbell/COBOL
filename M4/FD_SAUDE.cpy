      *         DAS EXCURSOES.
      ******************************************************************
       01 REG-SAUDE.
           03 SA-ID-ALUNO              PIC 9(05).
           03 SA-ALERGIAS              PIC X(60).
           03 SA-MEDICAMENTOS          PIC X(60).
      *> Tipo sanguineo com fator RH (EX.: "O+", "AB-").
