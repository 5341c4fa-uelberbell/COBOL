               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD INDICES.
       FD AVISOS.
       01 WS-LINHA-AVISO           PIC X(80).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.
       COPY WS_SPLCTL.
       77 WS-AVISOS-PATH       PIC X(200) VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***CORRECAO MONETARIA DOS CONTRATOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "REAJUSTE" TO JR-PROGRAMA

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD


           MOVE WS-VALOR-NOVO TO PA-VALOR
           REWRITE REG-PARCELA
           IF FS-PARC-OK THEN
               MOVE "R" TO JR-OPERACAO
               MOVE REG-PARCELA TO JR-IMAGEM
               PERFORM P785-GRAVA-JORNAL
           END-IF
           ADD 1 TO WS-TOT-PARCELAS
           .

           DISPLAY "AVISOS DE REAJUSTE EM: " WS-AVISOS-PATH
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
