      ******************************************************************
       01 REG-RESPALU.
           03 RS-CHAVE.
               05 RS-ID-ALUNO          PIC 9(05).
               05 RS-ID-CONTATO        PIC 9(05).
      *> Tipo do vinculo: "P" = PAI, "M" = MAE, "F" = RESPONSAVEL
      *> FINANCEIRO, "E" = CONTATO DE EMERGENCIA.
