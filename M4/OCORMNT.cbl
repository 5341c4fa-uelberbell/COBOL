           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.
       77 WS-DT-INICIO-INF     PIC 9(08) VALUE ZEROS.
