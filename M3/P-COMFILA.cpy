      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:MONTAGEM E GRAVACAO DE UMA MENSAGEM NA FILA DE
      *         COMUNICACAO: P790-INICIA-MENSAGEM ZERA O TEXTO,
      *         P791-LINHA-NA-FILA ACRESCENTA WS-FC-TEXTO COMO PROXIMA
      *         LINHA (ATE 20) E P792-ENFILEIRA CHAMA A SUB-ROTINA
      *         COMFILA, CONTANDO AS GRAVADAS EM WS-TOT-FILA E AS
      *         RECUSADAS EM WS-TOT-FILA-ERRO. REQUER COPY WS_COMFILA
      *         NA WORKING-STORAGE.
      ******************************************************************
       P790-INICIA-MENSAGEM.
           MOVE ZEROS  TO WS-FC-QTD-LINHAS
           MOVE SPACES TO WS-FC-TEXTO
           PERFORM VARYING WS-FC-QTD-LINHAS FROM 1 BY 1
                   UNTIL WS-FC-QTD-LINHAS > 20
               MOVE SPACES TO WS-FC-LINHA (WS-FC-QTD-LINHAS)
           END-PERFORM
           MOVE ZEROS  TO WS-FC-QTD-LINHAS
           .

       P791-LINHA-NA-FILA.
           IF WS-FC-QTD-LINHAS < 20 THEN
               ADD 1 TO WS-FC-QTD-LINHAS
               MOVE WS-FC-TEXTO TO WS-FC-LINHA (WS-FC-QTD-LINHAS)
           END-IF
           .

       P792-ENFILEIRA.
           MOVE "G"    TO WS-FC-OPERACAO
           MOVE SPACES TO WS-FC-CANAL-USADO
           MOVE "N"    TO WS-FC-ERRO
           CALL "COMFILA" USING WS-COMFILA-PARM
               ON EXCEPTION
                   MOVE "S" TO WS-FC-ERRO
           END-CALL
           IF WS-FC-ERRO EQUAL "S" THEN
               ADD 1 TO WS-TOT-FILA-ERRO
               DISPLAY "MENSAGEM PARA O CONTATO " WS-FC-ID-CONTATO
                       " NAO ENTROU NA FILA DE COMUNICACAO"
           ELSE
               ADD 1 TO WS-TOT-FILA
           END-IF
           .
