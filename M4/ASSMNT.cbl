
               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

       DATA DIVISION.
       01 WS-MAPA-ASSENTOS.
           03 WS-MAPA-FILA          OCCURS 5 TIMES.
               05 WS-MAPA-ASSENTO   OCCURS 6 TIMES.
                   07 WS-MAPA-ID    PIC 9(05) VALUE ZEROS.
                   07 WS-MAPA-NOME  PIC X(30) VALUE SPACES.

       77 WS-L                 PIC 99.

       P300-CARREGA-ROSTER.
      *> Mesmo roster de MAPASSEN: os alunos com nota lancada na
      *> materia, lidos pela chave alternada NT-CD-MATERIA (na ordem
      *> de lancamento das notas da materia).
           SET EOF-OK      TO FALSE
           SET FS-ALUNO-OK TO TRUE
           SET FS-NOTA-OK  TO TRUE
           OPEN INPUT ALUNOS
           OPEN INPUT NOTAS
               IF FS-NOTA-OK THEN
                   MOVE WS-CD-MATERIA-CONS TO NT-CD-MATERIA
                   START NOTAS KEY IS EQUAL NT-CD-MATERIA
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ NOTAS NEXT RECORD INTO WS-REGISTRO-NOTA
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF WS-NT-CD-MATERIA NOT EQUAL
                                       WS-CD-MATERIA-CONS THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   IF WS-TAB-ROSTER-QTD < 30 THEN
                                       PERFORM P310-ACRESCENTA-ROSTER
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
