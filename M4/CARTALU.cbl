
       FD CARTREG.
       01 REG-CARTREG.
           03 CR-ID-ALUNO          PIC 9(05).
      *> Emissoes acumuladas (1 = original, 2+ = segundas vias).
           03 CR-QTD-EMISSOES      PIC 9(02).
           03 CR-DT-ULTIMA         PIC 9(08).
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-VL-TAXA-INF       PIC 9(03)V99 VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-VALIDADE      PIC 9(04) VALUE ZEROS.
                       END-IF
               END-READ
           END-PERFORM
      *>   Seq 01 reservada a mensalidade da competencia (MENSAL).
           IF WS-PROX-SEQ < 01 THEN
               MOVE 01 TO WS-PROX-SEQ
           END-IF
           ADD 1 TO WS-PROX-SEQ
           .

