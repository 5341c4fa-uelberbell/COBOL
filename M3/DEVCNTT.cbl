      *         IMPRIME A LISTA DE CORRECAO NO SPOOL (SPLCTL).
      *         ENQUANTO A MARCACAO ESTIVER "D", ETICNTT E AS RODADAS
      *         DE CARTA PULAM O ENDERECO; A CORRECAO DO ENDERECO EM
      *         ALTCONTT LIMPA A MARCACAO. A ULTIMA CARTA
      *         DESPACHADA AO CONTATO PELA FILA DE COMUNICACAO
      *         (COMFILA.DAT) FICA COMO FALHA "DEVOLVIDA PELO CORREIO".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT LISTA ASSIGN TO WS-LISTA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT COMFILA ASSIGN TO WS-COMFILA-PATH
      *>          FILA DE COMUNICACAO (VER COMFILA/COMDESP).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               ALTERNATE RECORD KEY IS CF-ID-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIL.

       DATA DIVISION.
       FILE SECTION.
       FD ENDRUIM.
       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       FD COMFILA.
       COPY FD_COMFILA.

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
           88 FS-LST-OK        VALUE 0.
       77 WS-FS-REL            PIC 99.
           88 FS-REL-OK        VALUE 0.
       77 WS-FS-FIL            PIC 99.
           88 FS-FIL-OK        VALUE 0.
       77 ES-FIM-FIL           PIC X.
           88 FIM-FIL          VALUE "S" FALSE "N".
      *> Chave da ultima carta despachada ao contato devolvido.
       77 WS-CHAVE-CARTA       PIC X(20) VALUE SPACES.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
                               "STATUS: " WS-FS-END
                   END-IF
                   CLOSE ENDRUIM
               PERFORM P340-CARTA-DEVOLVIDA
           END-IF
           .

       P340-CARTA-DEVOLVIDA.
      *> A devolucao e da ultima carta que saiu para o contato: ela
      *> passa de despachada a falha no historico de comunicacoes.
           SET FIM-FIL   TO FALSE
           SET FS-FIL-OK TO TRUE
           MOVE SPACES   TO WS-CHAVE-CARTA

           OPEN I-O COMFILA
           IF NOT FS-FIL-OK THEN
               SET FIM-FIL TO TRUE
           ELSE
               MOVE WS-ID-INF TO CF-ID-CONTATO
               START COMFILA KEY IS EQUAL CF-ID-CONTATO
                   INVALID KEY
                       SET FIM-FIL TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-FIL
               READ COMFILA NEXT RECORD
                   AT END
                       SET FIM-FIL TO TRUE
                   NOT AT END
                       IF CF-ID-CONTATO NOT EQUAL WS-ID-INF THEN
                           SET FIM-FIL TO TRUE
                       ELSE
                           IF CF-CARTA AND CF-DESPACHADA THEN
                               MOVE CF-CHAVE TO WS-CHAVE-CARTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF FS-FIL-OK THEN
               IF WS-CHAVE-CARTA NOT EQUAL SPACES THEN
                   MOVE WS-CHAVE-CARTA TO CF-CHAVE
                   READ COMFILA
                       KEY IS CF-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CF-FALHOU TO TRUE
                           MOVE WS-DATA-HOJE TO CF-DT-RETORNO
                           MOVE "DEVOLVIDA PELO CORREIO"
                               TO CF-MOTIVO
                           REWRITE REG-COMFILA
                   END-READ
               END-IF
               CLOSE COMFILA
           END-IF
           .

