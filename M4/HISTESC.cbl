      *         HISTESC.LST O REGISTRO MULTI-ANO - MATERIAS, NOTAS,
      *         MEDIAS, RESULTADO FINAL E RECUPERACAO DE CADA ANO - O
      *         DOCUMENTO QUE A SECRETARIA EMITE QUANDO O ALUNO SE
      *         TRANSFERE. MATERIA LEVADA EM DEPENDENCIA (DEPEND.DAT,
      *         VER DEPMNT) SAI COM UMA LINHA PROPRIA ABAIXO DA
      *         MATERIA DO ANO DE ORIGEM: EM CURSO OU CUMPRIDA, COM O
      *         ANO, A TURMA E A MEDIA DA DEPENDENCIA. A GUIA DE
      *         TRANSFERENCIA (TRFSAI) CHAMA ESTE PROGRAMA COM O ALUNO
      *         JA INFORMADO NA MENSAGEM ("ALUNO:" + CODIGO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-FS-RES.

               SELECT DEPEND ASSIGN TO WS-DEPEND-PATH
      *>          DEPENDENCIAS (PROGRESSAO PARCIAL), VER DEPMNT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DEP.

               SELECT HISTORICO ASSIGN TO WS-HISTESC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD RESULTANO.
       COPY FD_RESULTANO.

       FD DEPEND.
       COPY FD_DEPEND.

       FD HISTORICO.
       01 WS-LINHA-REL             PIC X(100).


       77 WS-FS-RES         PIC 99.
           88 FS-RES-OK     VALUE 0.
       77 WS-FS-DEP         PIC 99.
           88 FS-DEP-OK     VALUE 0.
       77 WS-MEDIA-DEP-EDIT PIC Z9,99.

       COPY WS_ALUNO.
       COPY WS_MATERIAS.
       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-ID-ALUNO-CONS     PIC 9(05) VALUE ZEROS.
       77 WS-ANO-CORRENTE      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-MATERIAS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ANOS          PIC 9(02) VALUE ZEROS.
                  WS-ANO DELIMITED BY SIZE
                  INTO WS-DATA-HOJE

      *> Chamado pela transferencia (TRFSAI) com o aluno ja
      *> escolhido: "ALUNO:" seguido do codigo na mensagem.
           IF LK-MENSAGEM (1:6) EQUAL "ALUNO:" AND
              LK-MENSAGEM (7:5) IS NUMERIC THEN
               MOVE LK-MENSAGEM (7:5) TO WS-ID-ALUNO-CONS
           ELSE
               DISPLAY "CODIGO DO ALUNO: "
               ACCEPT WS-ID-ALUNO-CONS
           END-IF

           PERFORM P200-BUSCA-ALUNO
           PERFORM P900-FIM.
                  AH-STATUS DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           PERFORM P327-DEPENDENCIA
           .

       P322-RESULTADO-DO-ANO.
                               WHEN "P"
                                   MOVE "  RESULTADO FINAL: PROMOVIDO"
                                       TO WS-LINHA-REL
                               WHEN "D"
                                   MOVE "  RESULTADO FINAL: PROMOVIDO"
                                       TO WS-LINHA-REL
                                   MOVE " COM DEPENDENCIA"
                                       TO WS-LINHA-REL (29:16)
                               WHEN "R"
                                   MOVE "  RESULTADO FINAL: RETIDO"
                                       TO WS-LINHA-REL
               CLOSE MATERIAS
           .

       P327-DEPENDENCIA.
      *> Materia do ano de origem de uma dependencia: em curso ou
      *> cumprida (a cancelada num recalculo nao vai ao historico).
           SET FS-DEP-OK TO TRUE
           OPEN INPUT DEPEND
               IF FS-DEP-OK THEN
                   MOVE AH-ID-ALUNO   TO DP-ID-ALUNO
                   MOVE AH-CD-MATERIA TO DP-CD-MATERIA
                   MOVE AH-ANO        TO DP-ANO-ORIGEM
                   READ DEPEND
                       KEY IS DP-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DP-MEDIA TO WS-MEDIA-DEP-EDIT
                           MOVE SPACES TO WS-LINHA-REL
                           EVALUATE TRUE
                               WHEN DP-CUMPRIDA
                                   STRING "      DEPENDENCIA "
                                          DELIMITED BY SIZE
                                          "CUMPRIDA EM "
                                          DELIMITED BY SIZE
                                          DP-ANO-CURSO
                                          DELIMITED BY SIZE
                                          " - TURMA "
                                          DELIMITED BY SIZE
                                          DP-CD-TURMA
                                          DELIMITED BY SIZE
                                          " - MEDIA "
                                          DELIMITED BY SIZE
                                          WS-MEDIA-DEP-EDIT
                                          DELIMITED BY SIZE
                                          INTO WS-LINHA-REL
                                   WRITE WS-LINHA-REL
                               WHEN DP-ABERTA
                                   STRING "      EM DEPENDENCIA"
                                          DELIMITED BY SIZE
                                          " (A CUMPRIR)"
                                          DELIMITED BY SIZE
                                          INTO WS-LINHA-REL
                                   IF DP-CD-TURMA > ZEROS THEN
                                       MOVE SPACES TO WS-LINHA-REL
                                       STRING "      EM DEPENDENCIA - "
                                              DELIMITED BY SIZE
                                              "CURSANDO EM "
                                              DELIMITED BY SIZE
                                              DP-ANO-CURSO
                                              DELIMITED BY SIZE
                                              " NA TURMA "
                                              DELIMITED BY SIZE
                                              DP-CD-TURMA
                                              DELIMITED BY SIZE
                                              INTO WS-LINHA-REL
                                   END-IF
                                   WRITE WS-LINHA-REL
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-IF
               CLOSE DEPEND
           .

       P330-RODAPE.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
