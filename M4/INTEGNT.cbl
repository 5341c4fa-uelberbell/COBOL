               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORF.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       COPY FD_MATERIAS.

       FD NOTAS-ORF.
       01 WS-LINHA-ORF             PIC X(42).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       77 WS-TOT-ORFAS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-EXPURGADAS    PIC 9(05) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***INTEGRIDADE REFERENCIAL DAS NOTAS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-NOTAS-PATH TO WS-JORNAL-PATH
           MOVE "NOTAS" TO JR-ARQUIVO
           MOVE "INTEGNT" TO JR-PROGRAMA
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS_ORF.DAT" DELIMITED BY SIZE
                  INTO WS-NOTAS-ORF-PATH.
                       INVALID KEY
                           DISPLAY "ERRO AO EXPURGAR A NOTA"
                       NOT INVALID KEY
                           MOVE "D" TO JR-OPERACAO
                           MOVE REG-NOTA TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           ADD 1 TO WS-TOT-EXPURGADAS
                   END-DELETE
               ELSE
               END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
