      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE TRABALHO DOS PARAGRAFOS DE P-BIMCAL: O ANO
      *         PEDIDO, O CALENDARIO DE BIMESTRES CARREGADO DE
      *         BIMCAL.DAT E O PERIODO (INICIO/FIM) DO BIMESTRE
      *         ESCOLHIDO OU DO BIMESTRE DE UMA DATA.
      ******************************************************************
       77 WS-FS-BCAL               PIC 99.
           88 FS-BCAL-OK           VALUE 0.
       77 WS-BC-ANO-INF            PIC 9(04) VALUE ZEROS.
       77 WS-BC-BIM                PIC 9(01) VALUE ZEROS.
       77 WS-BC-DATA-REF           PIC 9(08) VALUE ZEROS.
       77 WS-BC-DT-INICIO          PIC 9(08) VALUE ZEROS.
       77 WS-BC-DT-FIM             PIC 9(08) VALUE ZEROS.
       77 WS-BC-I                  PIC 9(01) VALUE ZEROS.
      *> "S" = ha calendario de bimestres gravado para WS-BC-ANO-INF.
       77 WS-BC-CARREGADO          PIC X VALUE "N".
           88 BIMCAL-OK            VALUE "S" FALSE "N".
       01 WS-BC-TABELA.
           03 WS-BC-PERIODO OCCURS 4 TIMES.
               05 WS-BC-TAB-INICIO PIC 9(08).
               05 WS-BC-TAB-FIM    PIC 9(08).
