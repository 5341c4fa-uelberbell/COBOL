               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-ARQ.
               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH-AMB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-ARQ.

               SELECT TRABALHO ASSIGN TO WS-TRABALHO-PATH
       COPY FD_NOTAS.

       FD TRABALHO.
       01 WS-BUFFER                PIC X(400).

       WORKING-STORAGE SECTION.

