      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE BIMCAL.DAT, O CALENDARIO DE
      *         BIMESTRES: UM REGISTRO POR ANO LETIVO COM O INICIO E O
      *         FIM DOS BIMESTRES 1 A 4, CONFERIDOS CONTRA OS DIAS
      *         LETIVOS DE CALENDLET.DAT. MANTIDO POR CALLET (OPCAO 4)
      *         E LIDO PELOS PARAGRAFOS DE P-BIMCAL: E A FONTE UNICA DO
      *         PERIODO DO BIMESTRE PARA DIARIO, FREQPROJ, COBNOTA,
      *         FECHABIM E BOLETIM.
      ******************************************************************
       01 REG-BIMCAL.
           03 BC-ANO                   PIC 9(04).
           03 BC-PERIODO OCCURS 4 TIMES.
      *> Primeiro e ultimo dia do bimestre (AAAAMMDD), ambos letivos.
               05 BC-DT-INICIO         PIC 9(08).
               05 BC-DT-FIM            PIC 9(08).
      *> Dias letivos do bimestre no calendario quando foi gravado.
               05 BC-DIAS-LETIVOS      PIC 9(03).
           03 BC-DT-ATUALIZACAO        PIC 9(08).
