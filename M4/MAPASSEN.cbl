      *         ASSENTOS.DAT (VER ASSMNT); A DISTRIBUICAO AUTOMATICA
      *         EM ORDEM DE ROSTER SO COMPLETA OS ALUNOS SEM ASSENTO
      *         ATRIBUIDO.
      * Update: ROSTER DA MATERIA LIDO PELA CHAVE ALTERNADA
      *         NT-CD-MATERIA DE NOTAS.DAT, SEM VARRER O ARQUIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPASSEN.

               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

               SELECT MAPA-ASSENTOS ASSIGN TO WS-MAPASSEN-PATH
       01 WS-MAPA-ASSENTOS.
           03 WS-MAPA-FILA          OCCURS 5 TIMES.
               05 WS-MAPA-ASSENTO   OCCURS 6 TIMES.
                   07 WS-MAPA-ID    PIC 9(05) VALUE ZEROS.
                   07 WS-MAPA-NOME  PIC X(30) VALUE SPACES.

       77 WS-L                      PIC 99.
           OPEN INPUT ALUNOS
           OPEN INPUT NOTAS
               IF FS-NOTA-OK THEN
      *>           So as notas da materia, pela chave alternada.
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
                                   PERFORM P310-ACRESCENTA-ROSTER
                               END-IF
                       END-READ
