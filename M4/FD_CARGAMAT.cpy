      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CARGAMAT.DAT, A CARGA SEMANAL
      *         DA MATERIA NO ANO LETIVO: QUANTAS AULAS (PERIODOS DE
      *         HORARIO.DAT) CADA TURMA DA MATERIA TEM POR SEMANA.
      *         MANTIDO POR DISPMNT; GERAHOR ENCAIXA ESSA QUANTIDADE
      *         DE AULAS POR TURMA AO PROPOR A GRADE.
      ******************************************************************
       01 REG-CARGAMAT.
           03 CM-CHAVE.
               05 CM-CD-MATERIA        PIC 9(03).
               05 CM-ANO               PIC 9(04).
      *> Aulas por semana (1 A 48 = 6 dias x 8 periodos).
           03 CM-AULAS-SEMANA          PIC 9(02).
           03 CM-DT-ATUALIZACAO        PIC 9(08).
