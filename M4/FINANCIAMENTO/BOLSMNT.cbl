       FD BOLSALOG.
       01 REG-BOLSALOG.
           03 BG-DATA              PIC 9(08).
           03 BG-ID-ALUNO          PIC 9(05).
           03 BG-NUM-CONTRATO      PIC 9(06).
           03 BG-MOTIVO            PIC 9(02).
           03 BG-PERCENTUAL        PIC 9(04).
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-VIGENCIA-INF      PIC 9(08) VALUE ZEROS.
       77 WS-PERCENTUAL-INF    PIC 9(02)V99 VALUE ZEROS.
       77 WS-MOTIVO-INF        PIC 9(02) VALUE ZEROS.
