               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       COPY FD_ALUNO.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-CONFIRM           PIC X VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***EXCLUSAO DE ALUNOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-ALUNOS-PATH TO WS-JORNAL-PATH
           MOVE "ALUNOS" TO JR-ARQUIVO
           MOVE "DELALU" TO JR-PROGRAMA

           SET EXIT-OK     TO FALSE.
           PERFORM P300-DELETA THRU P300-FIM UNTIL EXIT-OK
                                          DISPLAY "ERRO AO EXCLUIR "
                                                  "ALUNO"
                                      NOT INVALID KEY
                                          MOVE "R" TO JR-OPERACAO
                                          MOVE REG-ALUNO TO JR-IMAGEM
                                          PERFORM P785-GRAVA-JORNAL
                                          DISPLAY "ALUNO EXCLUIDO!"
                                  END-REWRITE
                              ELSE
           .
       P300-FIM.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
