      *         HISTESC MOSTRA O RESULTADO CARIMBADO DE CADA ANO.
      * Update: FALTAS JUSTIFICADAS POR ATESTADO (MARCACAO "J" EM
      *         FREQUENCIA.DAT, VER ATESMNT) FICAM FORA DO CALCULO DO
      *         PERCENTUAL, COMO MANDA A LEI. A DECISAO DO CONSELHO
      *         DE CLASSE FINAL (CONSELHO.DAT, BIMESTRE 0) PREVALECE:
      *         POR MATERIA SUBSTITUI O STATUS DE NOTAS.DAT; NA
      *         MATERIA 000 VALE PARA O ALUNO COMO UM TODO.
      *         PROGRESSAO PARCIAL: COM ATE WS-LIMITE-DEPENDENCIA
      *         MATERIAS REPROVADAS (SOMANDO AS DEPENDENCIAS AINDA
      *         ABERTAS DE ANOS ANTERIORES) E FREQUENCIA EM DIA, O
      *         ALUNO E PROMOVIDO COM DEPENDENCIA ("D") E CADA MATERIA
      *         REPROVADA ABRE UMA DEPENDENCIA EM DEPEND.DAT; O
      *         RECALCULO DO ANO CANCELA AS QUE DEIXARAM DE VALER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT CALENDARIO ASSIGN TO WS-CALENDLET-PATH
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT CONSELHO ASSIGN TO WS-CONSELHO-PATH
      *>          DECISOES DO CONSELHO DE CLASSE (VER CONSELHO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CS.

               SELECT DEPEND ASSIGN TO WS-DEPEND-PATH
      *>          REGISTRO DE DEPENDENCIAS (VER DEPMNT).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DEP.

               SELECT ATA ASSIGN TO WS-ATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD MATRICULAS.
       COPY FD_MATRIC.

       FD CONSELHO.
       COPY FD_CONSELHO.

       FD DEPEND.
       COPY FD_DEPEND.

       FD ATA.
       01 WS-LINHA-ATA             PIC X(100).

           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.
       77 WS-FS-CS          PIC 99.
           88 FS-CS-OK      VALUE 0.
       77 WS-FS-DEP         PIC 99.
           88 FS-DEP-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
      *> lados da conta.
       77 WS-FREQ-JUSTIF       PIC 9(04) VALUE ZEROS.
       77 WS-RESULTADO         PIC X VALUE SPACES.
      *> Status da materia depois da decisao do conselho final e
      *> decisao do conselho para o aluno como um todo (materia 000).
       77 WS-STATUS-MATERIA    PIC X(10) VALUE SPACES.
       77 WS-DECISAO-GERAL     PIC X VALUE SPACES.
       77 WS-CD-MATERIA-CS     PIC 9(03) VALUE ZEROS.
       77 WS-CONSELHO-ABERTO   PIC X VALUE "N".
           88 CONSELHO-ABERTO  VALUE "S" FALSE "N".
      *> Progressao parcial: materias reprovadas do aluno no ano
      *> (ate 20) e dependencias ainda abertas de anos anteriores.
       77 WS-DEPEND-ABERTO     PIC X VALUE "N".
           88 DEPEND-ABERTO    VALUE "S" FALSE "N".
       77 ES-FIM-DEP           PIC X.
           88 FIM-DEPEND       VALUE "S" FALSE "N".
       77 WS-QTD-DEP-ANTERIOR  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DEP-TOTAL     PIC 9(03) VALUE ZEROS.
       77 WS-R                 PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TAB-REPROV    PIC 9(02) VALUE ZEROS.
       77 WS-MATERIA-NA-LISTA  PIC X VALUE "N".
           88 MATERIA-NA-LISTA VALUE "S" FALSE "N".
       01 WS-TAB-REPROV.
           03 WS-RP-MATERIA    PIC 9(03) OCCURS 20 TIMES.
           03 WS-RP-MEDIA      PIC 9(02)V99 OCCURS 20 TIMES.
      *> Dias letivos oficiais do ano (CALENDLET.DAT).
       77 WS-FS-CAL            PIC 99.
           88 FS-CAL-OK        VALUE 0.
       77 WS-TOT-PROMOVIDOS    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RETIDOS       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RECUPERACAO   PIC 9(04) VALUE ZEROS.
       77 WS-TOT-DEPENDENCIA   PIC 9(04) VALUE ZEROS.
       77 WS-ID-ALUNO-ATA      PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-ATA      PIC X(30) VALUE SPACES.
       77 WS-TOT-ATA           PIC 9(03) VALUE ZEROS.

           MOVE ZEROS TO WS-TOT-PROMOVIDOS
           MOVE ZEROS TO WS-TOT-RETIDOS
           MOVE ZEROS TO WS-TOT-RECUPERACAO
           MOVE ZEROS TO WS-TOT-DEPENDENCIA

           OPEN INPUT ALUNOS
           IF NOT FS-ALUNO-OK THEN
           ELSE
               OPEN INPUT NOTAS
               OPEN INPUT FREQUENCIA
               SET FS-CS-OK TO TRUE
               OPEN INPUT CONSELHO
               IF FS-CS-OK THEN
                   SET CONSELHO-ABERTO TO TRUE
               ELSE
                   SET CONSELHO-ABERTO TO FALSE
               END-IF
               SET FS-DEP-OK TO TRUE
               OPEN I-O DEPEND
               IF WS-FS-DEP EQUAL 35 THEN
                   OPEN OUTPUT DEPEND
                   CLOSE DEPEND
                   OPEN I-O DEPEND
               END-IF
               IF FS-DEP-OK THEN
                   SET DEPEND-ABERTO TO TRUE
               ELSE
                   SET DEPEND-ABERTO TO FALSE
                   DISPLAY "DEPEND.DAT INDISPONIVEL - FILE STATUS: "
                           WS-FS-DEP " (SEM PROGRESSAO PARCIAL)"
               END-IF
               OPEN I-O RESULTANO
               IF WS-FS-RES EQUAL 35 THEN
                   OPEN OUTPUT RESULTANO
               END-PERFORM

               CLOSE RESULTANO
               IF CONSELHO-ABERTO THEN
                   CLOSE CONSELHO
               END-IF
               IF DEPEND-ABERTO THEN
                   CLOSE DEPEND
               END-IF
               CLOSE FREQUENCIA
               CLOSE NOTAS
           END-IF
           DISPLAY "PROMOVIDOS:         " WS-TOT-PROMOVIDOS
           DISPLAY "RETIDOS:            " WS-TOT-RETIDOS
           DISPLAY "EM RECUPERACAO:     " WS-TOT-RECUPERACAO
           DISPLAY "COM DEPENDENCIA:    " WS-TOT-DEPENDENCIA
           .

       P320-DECIDE-ALUNO.
           PERFORM P330-JUNTA-NOTAS
           PERFORM P340-FREQUENCIA-GLOBAL
           MOVE ZEROS TO WS-CD-MATERIA-CS
           PERFORM P335-DECISAO-CONSELHO
           MOVE WS-STATUS-MATERIA TO WS-DECISAO-GERAL
           PERFORM P345-DEPENDENCIAS-ANTERIORES
           COMPUTE WS-QTD-DEP-TOTAL =
                   WS-QTD-REPROV + WS-QTD-DEP-ANTERIOR

           IF WS-QTD-MATERIAS EQUAL ZEROS THEN
      *>       Sem nota lancada no ano: fica fora do resultado.
           ELSE
               ADD 1 TO WS-TOT-PROCESSADOS
               EVALUATE TRUE
      *>           Conselho final deliberou sobre o aluno como um todo.
                   WHEN WS-DECISAO-GERAL EQUAL "A"
                       MOVE "P" TO WS-RESULTADO
                       ADD 1 TO WS-TOT-PROMOVIDOS
                   WHEN WS-DECISAO-GERAL EQUAL "R"
                       MOVE "R" TO WS-RESULTADO
                       ADD 1 TO WS-TOT-RETIDOS
                   WHEN WS-DECISAO-GERAL EQUAL "C"
                       MOVE "C" TO WS-RESULTADO
                       ADD 1 TO WS-TOT-RECUPERACAO
                   WHEN WS-QTD-RECUPERA > ZEROS
                       MOVE "C" TO WS-RESULTADO
                       ADD 1 TO WS-TOT-RECUPERACAO
      *>           Progressao parcial: poucas reprovadas, sem
      *>           reprovacao por falta e sem materia a mais que as
      *>           tabelas comportam.
                   WHEN WS-QTD-REPROV > ZEROS AND
                        DEPEND-ABERTO AND
                        WS-QTD-REPROV EQUAL WS-QTD-TAB-REPROV AND
                        WS-QTD-DEP-TOTAL <= WS-LIMITE-DEPENDENCIA AND
                        (WS-FREQ-AULAS EQUAL ZEROS OR
                         WS-FREQ-PERCENT >= WS-FREQ-MINIMA)
                       MOVE "D" TO WS-RESULTADO
                       ADD 1 TO WS-TOT-DEPENDENCIA
                   WHEN WS-QTD-REPROV > ZEROS
                       MOVE "R" TO WS-RESULTADO
                       ADD 1 TO WS-TOT-RETIDOS
                       ADD 1 TO WS-TOT-PROMOVIDOS
               END-EVALUATE
               PERFORM P350-GRAVA-RESULTADO
               IF DEPEND-ABERTO THEN
                   PERFORM P360-ACERTA-DEPENDENCIAS
               END-IF
           END-IF
           .

           MOVE ZEROS TO WS-QTD-APROV
           MOVE ZEROS TO WS-QTD-REPROV
           MOVE ZEROS TO WS-QTD-RECUPERA
           MOVE ZEROS TO WS-QTD-TAB-REPROV
           MOVE ZEROS TO WS-TAB-REPROV

           IF NOT FS-NOTA-OK THEN
               SET FIM-NOTAS TO TRUE
                           SET FIM-NOTAS TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-MATERIAS
                           MOVE NT-CD-MATERIA TO WS-CD-MATERIA-CS
                           PERFORM P335-DECISAO-CONSELHO
                           EVALUATE WS-STATUS-MATERIA
                               WHEN "APROVADO"
                                   ADD 1 TO WS-QTD-APROV
                               WHEN "REPROVADO"
                                   ADD 1 TO WS-QTD-REPROV
                                   IF WS-QTD-TAB-REPROV < 20 THEN
                                       ADD 1 TO WS-QTD-TAB-REPROV
                                       MOVE NT-CD-MATERIA TO
                                       WS-RP-MATERIA (WS-QTD-TAB-REPROV)
                                       MOVE NT-MEDIA TO
                                       WS-RP-MEDIA (WS-QTD-TAB-REPROV)
                                   END-IF
                               WHEN OTHER
                                   ADD 1 TO WS-QTD-RECUPERA
                           END-EVALUATE
           END-PERFORM
           .

       P335-DECISAO-CONSELHO.
      *> Decisao do conselho final para o aluno na materia
      *> WS-CD-MATERIA-CS. Com NT-CHAVE posicionada em NOTAS, devolve
      *> o status da materia; para a materia 000 devolve so o codigo
      *> da decisao ("A"/"R"/"C") ou espaco. "M" mantem o resultado.
           IF WS-CD-MATERIA-CS EQUAL ZEROS THEN
               MOVE SPACES TO WS-STATUS-MATERIA
           ELSE
               MOVE NT-STATUS TO WS-STATUS-MATERIA
           END-IF
           IF CONSELHO-ABERTO THEN
               MOVE WS-ANO-INF       TO CS-ANO
               MOVE ZEROS            TO CS-BIMESTRE
               MOVE ID-ALUNO         TO CS-ID-ALUNO
               MOVE WS-CD-MATERIA-CS TO CS-CD-MATERIA
               READ CONSELHO
                   KEY IS CS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CD-MATERIA-CS EQUAL ZEROS THEN
                           IF NOT CS-MANTIDO THEN
                               MOVE CS-DECISAO TO WS-STATUS-MATERIA
                           END-IF
                       ELSE
                           EVALUATE TRUE
                               WHEN CS-APROVADO
                                   MOVE "APROVADO" TO WS-STATUS-MATERIA
                               WHEN CS-RETIDO
                                   MOVE "REPROVADO"
                                       TO WS-STATUS-MATERIA
                               WHEN CS-RECUPERACAO
                                   MOVE "RECUPERA" TO WS-STATUS-MATERIA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF
           .

       P345-DEPENDENCIAS-ANTERIORES.
      *> Dependencias ainda abertas de anos anteriores ao calculado:
      *> contam no limite da progressao parcial.
           MOVE ZEROS TO WS-QTD-DEP-ANTERIOR
           SET FIM-DEPEND TO FALSE
           IF NOT DEPEND-ABERTO THEN
               SET FIM-DEPEND TO TRUE
           ELSE
               MOVE ID-ALUNO TO DP-ID-ALUNO
               MOVE ZEROS    TO DP-CD-MATERIA
               MOVE ZEROS    TO DP-ANO-ORIGEM
               START DEPEND KEY IS NOT LESS DP-CHAVE
                   INVALID KEY
                       SET FIM-DEPEND TO TRUE
               END-START
           END-IF

           PERFORM UNTIL FIM-DEPEND
               READ DEPEND NEXT RECORD
                   AT END
                       SET FIM-DEPEND TO TRUE
                   NOT AT END
                       IF DP-ID-ALUNO NOT EQUAL ID-ALUNO THEN
                           SET FIM-DEPEND TO TRUE
                       ELSE
                           IF DP-ABERTA AND
                              DP-ANO-ORIGEM < WS-ANO-INF THEN
                               ADD 1 TO WS-QTD-DEP-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P340-FREQUENCIA-GLOBAL.
      *> Percentual global do aluno em todas as materias; faltas
      *> justificadas por atestado ("J") ficam fora da conta.
           END-WRITE
           .

       P360-ACERTA-DEPENDENCIAS.
      *> Primeiro cancela as dependencias abertas do ano que deixaram
      *> de valer (resultado recalculado ou materia recuperada),
      *> depois abre - ou reabre - uma por materia reprovada quando o
      *> aluno ficou promovido com dependencia.
           SET FIM-DEPEND TO FALSE
           MOVE ID-ALUNO TO DP-ID-ALUNO
           MOVE ZEROS    TO DP-CD-MATERIA
           MOVE ZEROS    TO DP-ANO-ORIGEM
           START DEPEND KEY IS NOT LESS DP-CHAVE
               INVALID KEY
                   SET FIM-DEPEND TO TRUE
           END-START
           PERFORM UNTIL FIM-DEPEND
               READ DEPEND NEXT RECORD
                   AT END
                       SET FIM-DEPEND TO TRUE
                   NOT AT END
                       IF DP-ID-ALUNO NOT EQUAL ID-ALUNO THEN
                           SET FIM-DEPEND TO TRUE
                       ELSE
                           IF DP-ABERTA AND
                              DP-ANO-ORIGEM EQUAL WS-ANO-INF THEN
                               PERFORM P365-MATERIA-NA-LISTA
                               IF WS-RESULTADO NOT EQUAL "D" OR
                                  NOT MATERIA-NA-LISTA THEN
                                   SET DP-CANCELADA TO TRUE
                                   MOVE WS-DATA-HOJE
                                       TO DP-DT-CONCLUSAO
                                   REWRITE REG-DEPEND
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RESULTADO EQUAL "D" THEN
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-QTD-TAB-REPROV
                   PERFORM P370-ABRE-DEPENDENCIA
               END-PERFORM
           END-IF
           .

       P365-MATERIA-NA-LISTA.
           SET MATERIA-NA-LISTA TO FALSE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-QTD-TAB-REPROV
               IF WS-RP-MATERIA (WS-R) EQUAL DP-CD-MATERIA THEN
                   SET MATERIA-NA-LISTA TO TRUE
               END-IF
           END-PERFORM
           .

       P370-ABRE-DEPENDENCIA.
           MOVE ID-ALUNO            TO DP-ID-ALUNO
           MOVE WS-RP-MATERIA (WS-R) TO DP-CD-MATERIA
           MOVE WS-ANO-INF          TO DP-ANO-ORIGEM
           READ DEPEND
               KEY IS DP-CHAVE
               INVALID KEY
                   INITIALIZE REG-DEPEND
                   MOVE ID-ALUNO             TO DP-ID-ALUNO
                   MOVE WS-RP-MATERIA (WS-R) TO DP-CD-MATERIA
                   MOVE WS-ANO-INF           TO DP-ANO-ORIGEM
                   SET DP-ABERTA             TO TRUE
                   MOVE WS-RP-MEDIA (WS-R)   TO DP-MEDIA-ORIGEM
                   MOVE WS-DATA-HOJE         TO DP-DT-ABERTURA
                   MOVE "RESFINAL"           TO DP-OPERADOR
                   WRITE REG-DEPEND
               NOT INVALID KEY
      *>           Ja aberta segue como esta (pode ja ter turma);
      *>           cancelada num recalculo anterior volta a valer.
                   IF DP-CANCELADA THEN
                       SET DP-ABERTA           TO TRUE
                       MOVE WS-RP-MEDIA (WS-R) TO DP-MEDIA-ORIGEM
                       MOVE WS-DATA-HOJE       TO DP-DT-ABERTURA
                       MOVE ZEROS              TO DP-DT-CONCLUSAO
                       REWRITE REG-DEPEND
                   END-IF
           END-READ
           .

       P500-ATA.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
                                      DELIMITED BY SIZE
                                      "%)" DELIMITED BY SIZE
                                      INTO WS-LINHA-ATA
                           WHEN "D"
                               STRING WS-ID-ALUNO-ATA
                                      DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      WS-NM-ALUNO-ATA
                                      DELIMITED BY SIZE
                                      " - PROMOVIDO COM DEPENDENCIA EM "
                                      DELIMITED BY SIZE
                                      RF-QTD-REPROVADAS
                                      DELIMITED BY SIZE
                                      " MATERIA(S) (FREQ "
                                      DELIMITED BY SIZE
                                      RF-FREQ-PERCENT
                                      DELIMITED BY SIZE
                                      "%)" DELIMITED BY SIZE
                                      INTO WS-LINHA-ATA
                           WHEN "R"
                               STRING WS-ID-ALUNO-ATA
                                      DELIMITED BY SIZE
