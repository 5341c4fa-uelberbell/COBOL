      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LEITURA DO CALENDARIO DE BIMESTRES (BIMCAL.DAT, VER
      *         CALLET). O PROGRAMA DECLARA O ARQUIVO BIMCAL (FD
      *         FD_BIMCAL, FILE STATUS WS-FS-BCAL) E COPIA WS_BIMCAL.
      *         P385 CARREGA O ANO WS-BC-ANO-INF (BIMCAL-OK QUANDO HA
      *         CALENDARIO), P386 DEVOLVE O PERIODO DO BIMESTRE
      *         WS-BC-BIM E P387 ACHA O BIMESTRE DA DATA WS-BC-DATA-REF
      *         (O ULTIMO JA INICIADO; ZERO ANTES DO PRIMEIRO).
      *         COPIADO POR DIARIO, FREQPROJ, COBNOTA, FECHABIM E
      *         BOLETIM.
      ******************************************************************
       P385-CARREGA-BIMCAL.
           SET BIMCAL-OK TO FALSE
           MOVE ZEROS    TO WS-BC-TABELA
           SET FS-BCAL-OK TO TRUE
           OPEN INPUT BIMCAL
           IF FS-BCAL-OK THEN
               MOVE WS-BC-ANO-INF TO BC-ANO
               READ BIMCAL
                   KEY IS BC-ANO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BIMCAL-OK TO TRUE
                       PERFORM VARYING WS-BC-I FROM 1 BY 1
                               UNTIL WS-BC-I > 4
                           MOVE BC-DT-INICIO (WS-BC-I)
                               TO WS-BC-TAB-INICIO (WS-BC-I)
                           MOVE BC-DT-FIM (WS-BC-I)
                               TO WS-BC-TAB-FIM (WS-BC-I)
                       END-PERFORM
               END-READ
               CLOSE BIMCAL
           END-IF
           .

       P386-PERIODO-BIMESTRE.
           MOVE ZEROS TO WS-BC-DT-INICIO
           MOVE ZEROS TO WS-BC-DT-FIM
           IF BIMCAL-OK AND WS-BC-BIM >= 1 AND WS-BC-BIM <= 4 THEN
               MOVE WS-BC-TAB-INICIO (WS-BC-BIM) TO WS-BC-DT-INICIO
               MOVE WS-BC-TAB-FIM (WS-BC-BIM)    TO WS-BC-DT-FIM
           END-IF
           .

       P387-BIMESTRE-DA-DATA.
           MOVE ZEROS TO WS-BC-BIM
           IF BIMCAL-OK THEN
               PERFORM VARYING WS-BC-I FROM 1 BY 1
                       UNTIL WS-BC-I > 4
                   IF WS-BC-TAB-INICIO (WS-BC-I) > ZEROS AND
                      WS-BC-DATA-REF >= WS-BC-TAB-INICIO (WS-BC-I) THEN
                       MOVE WS-BC-I TO WS-BC-BIM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM P386-PERIODO-BIMESTRE
           .
