               05 FL-CD-TURMA          PIC 9(03).
      *> Ordem de chegada na fila da turma.
               05 FL-SEQ               PIC 9(03).
           03 FL-ID-ALUNO              PIC 9(05).
           03 FL-DT-ENTRADA            PIC 9(08).
      *> "A" = AGUARDANDO VAGA, "P" = PROMOVIDO A MATRICULA,
      *> "C" = DESISTIU/RETIRADO DA FILA.
