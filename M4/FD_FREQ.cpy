      *         CADFREQ E LIDO POR BOLETIM PARA O PERCENTUAL DE
      *         FREQUENCIA E A REPROVACAO POR FALTA (MINIMO LEGAL DE
      *         75% DE PRESENCA, VER WS-FREQ-MINIMA).
      *         CHAVE ALTERNADA FQ-CHAVE-MATERIA (MATERIA + DATA, COM
      *         DUPLICATAS) PARA "A CHAMADA DESTA MATERIA NESTE DIA"
      *         SEM VARRER O ARQUIVO: TODO SELECT DE FREQUENCIA.DAT
      *         DECLARA AS DUAS CHAVES.
      ******************************************************************
       01 REG-FREQUENCIA.
           03 FQ-CHAVE.
               05 FQ-ID-ALUNO          PIC 9(05).
               05 FQ-CHAVE-MATERIA.
                   07 FQ-CD-MATERIA    PIC 9(03).
                   07 FQ-DATA          PIC 9(08).
      *> "P" = PRESENTE, "F" = FALTA, "J" = FALTA JUSTIFICADA POR
      *> ATESTADO (ver ATESMNT): fica fora do calculo do percentual
      *> de frequencia, como manda a lei, mas aparece separada no
