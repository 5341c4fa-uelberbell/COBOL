               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT BIMFECH ASSIGN TO WS-BIMFECH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD NOTALOG.
       01 WS-LINHA-NOTALOG         PIC X(150).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_NOTAS.
       77 WS-LOG-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-LOG-HORA          PIC 9(08) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***REMOCAO DE NOTAS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-NOTAS-PATH TO WS-JORNAL-PATH
           MOVE "NOTAS" TO JR-ARQUIVO
           MOVE "DELNOTA" TO JR-PROGRAMA

           SET EXIT-OK     TO FALSE.
           PERFORM P300-REMOVE THRU P300-FIM UNTIL EXIT-OK
                   INVALID KEY
                       DISPLAY "ERRO AO REMOVER A NOTA"
                   NOT INVALID KEY
                       MOVE "D" TO JR-OPERACAO
                       MOVE REG-NOTA TO JR-IMAGEM
                       PERFORM P785-GRAVA-JORNAL
                       PERFORM P330-GRAVA-NOTALOG
                       DISPLAY "NOTA REMOVIDA!"
               END-DELETE
               CLOSE NOTALOG
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
