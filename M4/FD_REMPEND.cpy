      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE REMPEND.DAT, A LISTA DOS ALUNOS
      *         RETIDOS NA REMATRICULA POR PENDENCIA FINANCEIRA (VER
      *         REMATRI E SITFIN): UM REGISTRO POR ALUNO COM A TURMA
      *         DE ORIGEM, A TURMA SUCESSORA JA MAPEADA E O DEBITO
      *         VENCIDO APURADO NA RODADA. A PRE-MATRICULA SAI QUANDO
      *         A FAMILIA REGULARIZA (NOVA RODADA) OU POR LIBERACAO DE
      *         ADMINISTRADOR COM JUSTIFICATIVA (TRILHA LIBFIN.DAT).
      ******************************************************************
       01 REG-REMPEND.
           03 RP-ID-ALUNO              PIC 9(05).
           03 RP-CD-TURMA-ORIG         PIC 9(03).
           03 RP-CD-TURMA-DESTINO      PIC 9(03).
           03 RP-DT-INCLUSAO           PIC 9(08).
           03 RP-QTD-VENCIDOS          PIC 9(03).
           03 RP-VL-VENCIDO            PIC 9(07)V99.
      *> "P" = PENDENTE, "R" = REGULARIZADA (PRE-MATRICULA GERADA NUMA
      *> RODADA SEGUINTE), "L" = LIBERADA POR ADMINISTRADOR.
           03 RP-STATUS                PIC X.
               88 RP-PENDENTE          VALUE "P".
               88 RP-REGULARIZADA      VALUE "R".
               88 RP-LIBERADA          VALUE "L".
           03 RP-DT-SAIDA              PIC 9(08).
