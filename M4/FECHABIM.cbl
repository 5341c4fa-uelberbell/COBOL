      *         MUDANCAS NA COLUNA DAQUELE BIMESTRE SEM OVERRIDE
      *         ADMINISTRATIVO. A REABERTURA EXIGE JUSTIFICATIVA E
      *         FICA REGISTRADA EM NOTALOG.DAT - MESMO RACIOCINIO DE
      *         PERIODO FECHADO DO LADO FINANCEIRO DA ESCOLA. O
      *         PERIODO DE CADA BIMESTRE VEM DO CALENDARIO DE
      *         BIMESTRES (BIMCAL.DAT, VER CALLET): BIMESTRE AINDA EM
      *         CURSO NAO FECHA, E A CONSULTA MOSTRA INICIO E FIM.
      *         AO FECHAR, AVISA AS SEGUNDAS CHAMADAS DO BIMESTRE
      *         AINDA SEM NOTA (SEGCHAM.DAT, VER SEGCHAM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT SEGCHAM ASSIGN TO WS-SEGCHAM-PATH
      *>          PEDIDOS DE SEGUNDA CHAMADA (VER SEGCHAM).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-FS-SEG.

       DATA DIVISION.
       FILE SECTION.
       FD BIMFECH.
       COPY FD_BIMFECH.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD SEGCHAM.
       COPY FD_SEGCHAM.

       FD NOTALOG.
       01 WS-LINHA-NOTALOG         PIC X(150).

           88 FS-OK    VALUE 0.
       77 WS-FS-LOG    PIC 99.
           88 FS-LOG-OK VALUE 0.
       77 WS-FS-SEG    PIC 99.
           88 FS-SEG-OK VALUE 0.
       77 ES-FIM-SEG   PIC X.
           88 FIM-SEGCHAM VALUE "S" FALSE "N".
       77 WS-QTD-SEGCHAM       PIC 9(04) VALUE ZEROS.

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
           88 ACHOU-ANO        VALUE "S" FALSE "N".

       77 WS-LOG-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       COPY WS_BIMCAL.
       77 WS-LOG-HORA          PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
           PERFORM P340-PEDE-ANO-BIM
           PERFORM P350-LE-ANO

      *>   Periodo do bimestre pelo calendario de bimestres: nao se
      *>   fecha bimestre que ainda nao terminou.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-INF TO WS-BC-ANO-INF
           PERFORM P385-CARREGA-BIMCAL
           MOVE WS-BIM-INF TO WS-BC-BIM
           PERFORM P386-PERIODO-BIMESTRE
           IF WS-BC-DT-FIM EQUAL ZEROS THEN
               DISPLAY "ATENCAO: BIMESTRE SEM PERIODO DEFINIDO "
                       "(CALLET OPCAO 4)"
           END-IF

           IF BF-BIM-FECHADO(WS-BIM-INF) EQUAL "S" THEN
               DISPLAY "BIMESTRE " WS-BIM-INF " DE " WS-ANO-INF
                       " JA ESTA FECHADO"
           ELSE
               IF WS-BC-DT-FIM NOT EQUAL ZEROS AND
                  WS-DATA-HOJE <= WS-BC-DT-FIM THEN
                   DISPLAY "BIMESTRE " WS-BIM-INF " DE " WS-ANO-INF
                           " AINDA EM CURSO (TERMINA EM "
                           WS-BC-DT-FIM ") - NAO FECHADO"
               ELSE
                   MOVE "S" TO BF-BIM-FECHADO(WS-BIM-INF)
                   PERFORM P360-GRAVA-ANO
                   DISPLAY "BIMESTRE " WS-BIM-INF " DE " WS-ANO-INF
                           " FECHADO"
                   MOVE "FECHAMENTO" TO WS-JUSTIFICATIVA
                   PERFORM P370-GRAVA-NOTALOG
                   PERFORM P380-CONTA-SEGCHAM
               END-IF
           END-IF
           .

           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           PERFORM P350-LE-ANO
           MOVE WS-ANO-INF TO WS-BC-ANO-INF
           PERFORM P385-CARREGA-BIMCAL

           IF NOT ACHOU-ANO THEN
               DISPLAY "NENHUM FECHAMENTO REGISTRADO PARA " WS-ANO-INF
           END-IF
           IF ACHOU-ANO OR BIMCAL-OK THEN
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                   MOVE WS-I TO WS-BC-BIM
                   PERFORM P386-PERIODO-BIMESTRE
                   DISPLAY "BIMESTRE " WS-I ": "
                           BF-BIM-FECHADO(WS-I)
                           "  PERIODO " WS-BC-DT-INICIO
                           " A " WS-BC-DT-FIM
               END-PERFORM
           END-IF
           .
               CLOSE NOTALOG
           .

       P380-CONTA-SEGCHAM.
      *> Segundas chamadas do bimestre ainda sem nota: so aviso, o
      *> fechamento ja foi gravado.
           SET FIM-SEGCHAM TO FALSE
           SET FS-SEG-OK   TO TRUE
           MOVE ZEROS      TO WS-QTD-SEGCHAM

           OPEN INPUT SEGCHAM
           IF FS-SEG-OK THEN
               PERFORM UNTIL FIM-SEGCHAM
                   READ SEGCHAM NEXT RECORD
                       AT END
                           SET FIM-SEGCHAM TO TRUE
                       NOT AT END
                           IF SC-ANO EQUAL WS-ANO-INF AND
                              SC-BIMESTRE EQUAL WS-BIM-INF AND
                              SC-PENDENTE THEN
                               ADD 1 TO WS-QTD-SEGCHAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGCHAM
           END-IF

           IF WS-QTD-SEGCHAM > ZEROS THEN
               DISPLAY "ATENCAO: " WS-QTD-SEGCHAM " SEGUNDA(S) "
                       "CHAMADA(S) DO BIMESTRE SEM NOTA (SEGCHAM "
                       "OPCAO 5)"
           END-IF
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
