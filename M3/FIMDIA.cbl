      *         CADEIA PARA, E A PROXIMA EXECUCAO DO MESMO DIA RETOMA
      *         DO PASSO QUE FALHOU EM VEZ DE REPETIR OS CONCLUIDOS.
      *         O DIARIO IMPRESSO (FIMDIA.LST) GUARDA INICIO/FIM E
      *         RESULTADO DE CADA PASSO - UMA FOLHA POR DIA. TEMPO
      *         E VOLUME (PASSOS EXECUTADOS, CONCLUIDOS E FALHOS) DE
      *         CADA EXECUCAO VAO PARA O HISTORICO DE ESTATISTICAS DOS
      *         BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-PAROU             PIC X VALUE "N".
           88 CADEIA-PAROU     VALUE "S" FALSE "N".
       77 WS-NOME-PASSO        PIC X(30) VALUE SPACES.
       77 WS-TOT-EXECUTADOS    PIC 9(01) VALUE ZEROS.
       77 WS-TOT-CONCLUIDOS    PIC 9(01) VALUE ZEROS.
       77 WS-TOT-FALHOS        PIC 9(01) VALUE ZEROS.

       77 WS-FIMDIA-CTL-PATH   PIC X(200) VALUE SPACES.
       77 WS-FIMDIA-LOG-PATH   PIC X(200) VALUE SPACES.
           03 WS-OPERADOR      PIC X(10).
           03 WS-COM-PERFIL    PIC X.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           MOVE LK-PERFIL   TO WS-COM-PERFIL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE "FIMDIA  " TO WS-RT-PROG
           MOVE LK-OPERADOR TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           PERFORM P200-LE-CONTROLE
           SET CADEIA-PAROU TO FALSE

               DISPLAY "FECHAMENTO DO DIA CONCLUIDO COM SUCESSO!"
           END-IF

           MOVE WS-TOT-EXECUTADOS TO WS-RT-LIDOS
           MOVE WS-TOT-CONCLUIDOS TO WS-RT-GRAVADOS
           MOVE WS-TOT-FALHOS     TO WS-RT-REJEITADOS
           IF CADEIA-PAROU THEN
               MOVE "99" TO WS-RT-RETORNO
           END-IF
           PERFORM P180-GRAVA-RUNSTAT

           PERFORM P900-FIM.

       P200-LE-CONTROLE.
           DISPLAY "----------------------------------------"
           DISPLAY "PASSO " WS-PASSO ": " WS-NOME-PASSO
           PERFORM P320-DIARIO-INICIO
           ADD 1 TO WS-TOT-EXECUTADOS

           EVALUATE WS-PASSO
               WHEN 1

           IF WS-CONFIRM EQUAL "S" OR WS-CONFIRM EQUAL "s" THEN
               MOVE "S" TO FC-PASSO-OK(WS-PASSO)
               ADD 1 TO WS-TOT-CONCLUIDOS
               PERFORM P330-DIARIO-FIM
           ELSE
               MOVE "N" TO FC-PASSO-OK(WS-PASSO)
               ADD 1 TO WS-TOT-FALHOS
               SET CADEIA-PAROU TO TRUE
               PERFORM P330-DIARIO-FIM
           END-IF

       COPY P-RESOLVE-PATH.

       COPY P-RUNSTAT.

       P900-FIM.

            GOBACK.
