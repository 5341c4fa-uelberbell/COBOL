       COPY FD_PARCELA.

       FD NEGREG.
       COPY FD_NEGREG.

       FD REMESSA.
       01 WS-LINHA-REMESSA         PIC X(60).
      *> "I" = INCLUSAO, "E" = EXCLUSAO.
           03 DT-MOVIMENTO         PIC X.
           03 DT-CONTRATO          PIC 9(06).
           03 DT-ALUNO             PIC 9(05).
      *> Valor vencido em centavos; ZEROS na exclusao.
           03 DT-VALOR             PIC 9(13).
           03 FILLER               PIC X(34) VALUE SPACES.

       01 WS-REG-TRAILER.
           03 FILLER               PIC X VALUE "9".
