       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

      *> Campos da linha (tela ou CSV) sendo carregada.
       77 WS-C-ALUNO           PIC X(05) VALUE SPACES.
       77 WS-TAM-ALUNO         PIC 9(02) VALUE ZEROS.
       77 WS-C-ANO             PIC X(04) VALUE SPACES.
       77 WS-C-MATERIA-EXT     PIC X(30) VALUE SPACES.
       77 WS-C-MEDIA           PIC X(05) VALUE SPACES.
           SET LINHA-OK TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJ

      *> Codigo do aluno com ate 5 digitos.
           MOVE ZEROS TO WS-TAM-ALUNO
           INSPECT WS-C-ALUNO TALLYING WS-TAM-ALUNO
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TAM-ALUNO EQUAL ZEROS THEN
               MOVE "CODIGO DE ALUNO NAO NUMERICO" TO WS-MOTIVO-REJ
               SET LINHA-OK TO FALSE
           ELSE
               IF WS-C-ALUNO(1:WS-TAM-ALUNO) IS NOT NUMERIC THEN
                   MOVE "CODIGO DE ALUNO NAO NUMERICO"
                       TO WS-MOTIVO-REJ
                   SET LINHA-OK TO FALSE
               ELSE
                   PERFORM P325-VALIDA-ALUNO
               END-IF
           END-IF

           IF LINHA-OK THEN
