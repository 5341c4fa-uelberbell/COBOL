      *         PONTO E PELO RELATORIO DE CAPACIDADE DAS ROTAS.
      ******************************************************************
       01 REG-TRANSALU.
           03 TA-ID-ALUNO              PIC 9(05).
           03 TA-CD-ROTA               PIC 9(02).
           03 TA-SEQ-PONTO             PIC 9(02).
