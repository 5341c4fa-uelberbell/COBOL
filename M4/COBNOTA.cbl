      *         NOTAS.DAT - COM A CONTAGEM REGRESSIVA ATE O PRAZO,
      *         PARA A COORDENACAO RODAR TODO DIA NA SEMANA DE
      *         FECHAMENTO EM VEZ DE CACAR NO OLHO QUEM FALTA.
      *         IMPRESSO NO SPOOL (SPLCTL). O BIMESTRE E O SEU
      *         PERIODO VEM DO CALENDARIO DE BIMESTRES (BIMCAL.DAT, VER
      *         CALLET): ENTER NO BIMESTRE ASSUME O BIMESTRE CORRENTE,
      *         O PRAZO NAO PODE CAIR ANTES DO INICIO DO BIMESTRE E,
      *         SEM PRAZO GRAVADO, VALE O ULTIMO DIA DO BIMESTRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD NOTAS.
       COPY FD_NOTAS.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       77 WS-NOTA-BIM          PIC 9(02)V99 VALUE ZEROS.
       77 WS-TOT-PENDENCIAS    PIC 9(04) VALUE ZEROS.

       COPY WS_BIMCAL.
       COPY WS_DATUTIL.
       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       P300-FIM.

       P310-DEFINE-PRAZO.
           PERFORM P320-PEDE-BIMESTRE
           DISPLAY "DATA-LIMITE DO LANCAMENTO (AAAAMMDD, ENTER = "
                   "FIM DO BIMESTRE): "
           MOVE ZEROS TO WS-LIMITE-INF
           ACCEPT WS-LIMITE-INF
           IF WS-LIMITE-INF EQUAL ZEROS THEN
               MOVE WS-BC-DT-FIM TO WS-LIMITE-INF
           END-IF

           IF WS-BIMESTRE-INF < 1 OR WS-BIMESTRE-INF > 4 OR
              WS-LIMITE-INF EQUAL ZEROS THEN
               DISPLAY "BIMESTRE OU PRAZO INVALIDO"
           ELSE
               IF WS-LIMITE-INF < WS-BC-DT-INICIO THEN
                   DISPLAY "PRAZO ANTES DO INICIO DO BIMESTRE ("
                           WS-BC-DT-INICIO ")"
               ELSE
                   PERFORM P315-GRAVA-PRAZO
               END-IF
           END-IF
           .

       P315-GRAVA-PRAZO.
           SET FS-PRZ-OK TO TRUE
           OPEN I-O PRAZNOTA
               IF WS-FS-PRZ EQUAL 35 THEN
               CLOSE PRAZNOTA
           .

       P320-PEDE-BIMESTRE.
      *> Ano e bimestre; ENTER no bimestre assume o bimestre corrente
      *> do calendario de bimestres.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "BIMESTRE (1-4, ENTER = BIMESTRE CORRENTE): "
           MOVE ZEROS TO WS-BIMESTRE-INF
           ACCEPT WS-BIMESTRE-INF

           MOVE WS-ANO-INF TO WS-BC-ANO-INF
           PERFORM P385-CARREGA-BIMCAL
           IF WS-BIMESTRE-INF EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-BC-DATA-REF
               PERFORM P387-BIMESTRE-DA-DATA
               MOVE WS-BC-BIM TO WS-BIMESTRE-INF
           ELSE
               MOVE WS-BIMESTRE-INF TO WS-BC-BIM
               PERFORM P386-PERIODO-BIMESTRE
           END-IF
           IF WS-BC-DT-INICIO NOT EQUAL ZEROS THEN
               DISPLAY "BIMESTRE " WS-BIMESTRE-INF ": "
                       WS-BC-DT-INICIO " A " WS-BC-DT-FIM
           ELSE
               DISPLAY "ATENCAO: BIMESTRE SEM PERIODO DEFINIDO "
                       "(CALLET OPCAO 4)"
           END-IF
           .

       P400-LISTA-COBRANCA.
           PERFORM P320-PEDE-BIMESTRE
           IF WS-BIMESTRE-INF < 1 OR WS-BIMESTRE-INF > 4 THEN
               DISPLAY "BIMESTRE INVALIDO"
           ELSE
                   END-READ
               END-IF
               CLOSE PRAZNOTA
      *>   Sem prazo gravado, o lancamento vai ate o fim do bimestre.
           IF WS-LIMITE-INF EQUAL ZEROS THEN
               MOVE WS-BC-DT-FIM TO WS-LIMITE-INF
           END-IF
           .

       P420-VARRE-TURMAS.
           END-IF
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
