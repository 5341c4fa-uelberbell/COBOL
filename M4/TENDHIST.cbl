           88 ALUNO-ACHADO     VALUE "S" FALSE "N".
       01 WS-TAB-ALUNOS.
           03 WS-AL-ITEM OCCURS 300 TIMES.
               05 WS-AL-ID         PIC 9(05).
               05 WS-AL-ANO-INI    PIC 9(04).
               05 WS-AL-SOMA-INI   PIC 9(05)V99.
               05 WS-AL-QTD-INI    PIC 9(03).
