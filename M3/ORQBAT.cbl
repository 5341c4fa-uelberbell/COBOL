      *         RECOMECA DE ONDE PAROU. O DIARIO DE EXECUCAO SAI NO
      *         SPOOL (SPLCTL). LOGROT MENSAL, ARQCNTT E ROLLANO
      *         ANUAIS E FINAGE MENSAL DEIXAM DE DEPENDER DE ALGUEM
      *         LEMBRAR. ANTES DE ABRIR A JANELA A CONFERENCIA PRE-BATCH
      *         (PREFLT) CONFERE MESTRES, SESSOES ABERTAS, CONTROLE.DAT
      *         E SPOOL; NO NO-GO A RODADA NAO COMECA SEM A LIBERACAO
      *         DO SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY WS_CONTT.
       COPY WS_RUNREG.
       COPY WS_SPLCTL.
      *> Conferencia pre-batch (PREFLT) antes de abrir a janela.
       COPY WS_PREFLT.

       77 WS-FS-AGD            PIC 99.
           88 FS-AGD-OK        VALUE 0.
           IF WS-QTD-AGENDA EQUAL ZEROS THEN
               DISPLAY "AGENDA VAZIA - NADA A EXECUTAR"
           ELSE
           PERFORM P402-CONFERENCIA-PREVIA
           IF PF-GO OR PF-LIBERADO THEN
               PERFORM P406-RODADA
           ELSE
               DISPLAY "JANELA NAO ABERTA - CONFERENCIA PRE-BATCH "
                       "EM NO-GO"
           END-IF
           END-IF
           .

       P402-CONFERENCIA-PREVIA.
      *> Antes de abrir a janela, PREFLT confere os mestres dos
      *> programas devidos no ciclo, as sessoes abertas, os totais de
      *> CONTROLE.DAT e o spool. Sem nada devido nao ha o que
      *> conferir.
           MOVE ZEROS  TO WS-PF-QTD-PROG
           MOVE SPACES TO WS-PF-SUPERVISOR
           MOVE "N"    TO WS-PF-LIBERADO
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-QTD-AGENDA
               MOVE "C"                  TO WS-RR-OPERACAO
               MOVE WS-AG-PROGRAMA(WS-G) TO WS-RR-PROG
               MOVE WS-AG-CICLO(WS-G)    TO WS-RR-CICLO
               CALL "RUNREG" USING WS-RUNREG-PARM
               IF WS-RR-SITUACAO NOT EQUAL "J" THEN
                   ADD 1 TO WS-PF-QTD-PROG
                   MOVE WS-AG-PROGRAMA(WS-G)
                       TO WS-PF-PROGRAMA(WS-PF-QTD-PROG)
               END-IF
           END-PERFORM

           IF WS-PF-QTD-PROG EQUAL ZEROS THEN
               SET PF-GO TO TRUE
           ELSE
               SET PF-NO-GO TO TRUE
               MOVE "CONFERENCIA PRE-BATCH" TO WS-BAT-MENSAGEM
               CALL "D:\Estudos_COBOL\M3\bin\PREFLT" USING
                                             WS-COM-AREA-BAT
                                             WS-PREFLT-PARM
                   ON EXCEPTION
                       DISPLAY "PROGRAMA PREFLT NAO ENCONTRADO"
               END-CALL
               CANCEL "D:\Estudos_COBOL\M3\bin\PREFLT"
           END-IF
           .

               MOVE ZEROS TO WS-TOT-FORA-JANELA
               MOVE ZEROS TO WS-TOT-FALHARAM

               IF WS-PF-QTD-PROG > ZEROS THEN
                   MOVE SPACES TO WS-LINHA-DIARIO
                   IF PF-LIBERADO THEN
                       STRING "CONFERENCIA PRE-BATCH: NO-GO ("
                              DELIMITED BY SIZE
                              WS-PF-QTD-FALHAS DELIMITED BY SIZE
                              " PENDENCIA(S)) LIBERADO POR "
                              DELIMITED BY SIZE
                              WS-PF-SUPERVISOR DELIMITED BY SIZE
                              INTO WS-LINHA-DIARIO
                   ELSE
                       MOVE "CONFERENCIA PRE-BATCH: GO"
                           TO WS-LINHA-DIARIO
                   END-IF
                   WRITE WS-LINHA-DIARIO
               END-IF

      *>       Tres passagens pela agenda cobrem as cadeias de
      *>       dependencia sem precisar de ordenacao explicita.
               PERFORM VARYING WS-PASSAGEM FROM 1 BY 1
