      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:GRAVA UM EVENTO DE SESSAO EM SESSLOG.DAT. O CHAMADOR
      *         PREENCHE SL-EVENTO, SL-OP-ID, SL-PROGRAMA E SL-DETALHE
      *         E EXECUTA PERFORM P780-GRAVA-SESSLOG; DATA, HORA,
      *         AMBIENTE E SESSAO SAO CARIMBADOS AQUI (A ENTRADA ABRE
      *         A SESSAO EM WS-SESSAO-ATUAL). REQUER SELECT SESSLOG
      *         COM FILE STATUS WS-FS-SLG, FD SESSLOG COM 01
      *         WS-LINHA-SESSLOG PIC X(80) E COPY WS_SESSLOG.
      ******************************************************************
       P780-GRAVA-SESSLOG.
           ACCEPT SL-DATA FROM DATE YYYYMMDD
           ACCEPT SL-HORA FROM TIME
           ACCEPT SL-AMBIENTE FROM ENVIRONMENT "SIS_AMBIENTE"
           IF SL-AMBIENTE EQUAL SPACES THEN
               MOVE "PROD" TO SL-AMBIENTE
           END-IF
           IF SL-ENTRADA THEN
               MOVE SL-DATA TO WS-SESSAO-DATA
               MOVE SL-HORA TO WS-SESSAO-HORA
           END-IF
           MOVE WS-SESSAO-ATUAL TO SL-SESSAO

           SET FS-SLG-OK TO TRUE
           OPEN EXTEND SESSLOG
               IF WS-FS-SLG EQUAL 35 THEN
                   OPEN OUTPUT SESSLOG
               END-IF
               IF FS-SLG-OK THEN
                   WRITE WS-LINHA-SESSLOG FROM REG-SESSLOG
               ELSE
                   DISPLAY "ERRO AO ABRIR SESSLOG.DAT - FILE STATUS: "
                           WS-FS-SLG
               END-IF
               CLOSE SESSLOG
           .
