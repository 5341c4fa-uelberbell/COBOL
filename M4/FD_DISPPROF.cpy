      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE DISPPROF.DAT, A DISPONIBILIDADE
      *         DO PROFESSOR PARA A GRADE: UM REGISTRO POR PROFESSOR x
      *         DIA DA SEMANA, COM UMA MARCA POR PERIODO DE AULA (OS
      *         MESMOS DIA/PERIODO DE HORARIO.DAT). MANTIDO POR
      *         DISPMNT; LIDO POR GERAHOR, QUE SO ENCAIXA AULA DO
      *         PROFESSOR NOS PERIODOS MARCADOS "S".
      ******************************************************************
       01 REG-DISPPROF.
           03 DS-CHAVE.
               05 DS-CD-PROFESSOR      PIC 9(03).
      *> Dia da semana: 1 = SEGUNDA ... 6 = SABADO.
               05 DS-DIA-SEMANA        PIC 9(01).
      *> Periodos 1 A 8 do dia: "S" = DISPONIVEL, "N" = NAO.
           03 DS-PERIODOS.
               05 DS-PERIODO           PIC X OCCURS 8 TIMES.
                   88 DS-DISPONIVEL    VALUE "S".
           03 DS-DT-ATUALIZACAO        PIC 9(08).
