      ******************************************************************
       01 REG-OCORRENCIA.
           03 OC-CHAVE.
               05 OC-ID-ALUNO          PIC 9(05).
               05 OC-DATA              PIC 9(08).
      *> Sequencia do dia (mais de uma ocorrencia no mesmo dia).
               05 OC-SEQ               PIC 9(02).
