               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT RELATORIO ASSIGN TO WS-RECALNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_NOTAS.
       77 WS-TOT-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CORRIGIDOS    PIC 9(05) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***CONSISTENCIA DE MEDIAS E STATUS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-NOTAS-PATH TO WS-JORNAL-PATH
           MOVE "NOTAS" TO JR-ARQUIVO
           MOVE "RECALNT" TO JR-PROGRAMA
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RECALNT.LST" DELIMITED BY SIZE
                  INTO WS-RECALNT-PATH.
                                   WS-NT-ID-ALUNO " MATERIA "
                                   WS-NT-CD-MATERIA
                       NOT INVALID KEY
                           MOVE "R" TO JR-OPERACAO
                           MOVE REG-NOTA TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           ADD 1 TO WS-TOT-CORRIGIDOS
                   END-REWRITE
               END-IF
           END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       COPY P-CALC-MEDIA.
