      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONSELHO DE CLASSE: O DOSSIE DA TURMA PARA A REUNIAO
      *         DO FIM DO BIMESTRE (OU DO CONSELHO FINAL DO ANO), COM
      *         CADA ALUNO MATRICULADO QUE TEM MEDIA ABAIXO DO CORTE
      *         (WS-NOTA-CORTE) EM ALGUMA MATERIA, FREQUENCIA ABAIXO
      *         DO MINIMO (WS-FREQ-MINIMA) NO PERIODO OU OCORRENCIA
      *         DISCIPLINAR (OCORREN.DAT) NO PERIODO - O MATERIAL QUE
      *         A COORDENACAO MONTAVA A MAO COM BOLETIM, FREQPROJ E
      *         OCORMNT. O PERIODO VEM DO CALENDARIO DE BIMESTRES
      *         (BIMCAL.DAT, VER CALLET). REGISTRA A DECISAO DO
      *         CONSELHO POR ALUNO E MATERIA, COM OS MEMBROS
      *         PRESENTES, EM CONSELHO.DAT; RESFINAL HONRA A DECISAO
      *         DO CONSELHO FINAL (BIMESTRE 0). DOSSIE NO SPOOL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSELHO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONSELHO ASSIGN TO WS-CONSELHO-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CS.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-MATERIA
               FILE STATUS IS WS-FS-MAT.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT OCORRENCIAS ASSIGN TO WS-OCORREN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS WS-FS-OC.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONSELHO.
       COPY FD_CONSELHO.

       FD TURMAS.
       COPY FD_TURMA.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD NOTAS.
       COPY FD_NOTAS.

       FD MATERIAS.
       COPY FD_MATERIAS.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD OCORRENCIAS.
       COPY FD_OCORREN.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-CS          PIC 99.
           88 FS-CS-OK      VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-NOTA        PIC 99.
           88 FS-NOTA-OK    VALUE 0.
       77 WS-FS-MAT         PIC 99.
           88 FS-MAT-OK     VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.
       77 WS-FS-OC          PIC 99.
           88 FS-OC-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-NOTA          PIC X.
           88 FIM-NOTAS        VALUE "S" FALSE "N".
       77 ES-FIM-FREQ          PIC X.
           88 FIM-FREQUENCIA   VALUE "S" FALSE "N".
       77 ES-FIM-OC            PIC X.
           88 FIM-OCORRENCIAS  VALUE "S" FALSE "N".
      *> Arquivos auxiliares do dossie abertos com sucesso (o status
      *> muda a cada leitura e nao serve para isso).
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-NOTA       PIC X VALUE "N".
           88 ABERTO-NOTA      VALUE "S" FALSE "N".
       77 WS-ABERTO-MAT        PIC X VALUE "N".
           88 ABERTO-MAT       VALUE "S" FALSE "N".
       77 WS-ABERTO-FREQ       PIC X VALUE "N".
           88 ABERTO-FREQ      VALUE "S" FALSE "N".
       77 WS-ABERTO-OC         PIC X VALUE "N".
           88 ABERTO-OC        VALUE "S" FALSE "N".
       77 WS-ABERTO-CS         PIC X VALUE "N".
           88 ABERTO-CS        VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONTINUA          PIC X VALUE SPACES.

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       COPY WS_SPLCTL.
       COPY WS_BIMCAL.

      *> Reuniao: turma, ano e bimestre (0 = conselho final do ano).
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-BIMESTRE-INF      PIC 9(01) VALUE ZEROS.
       77 WS-DT-INICIO         PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM            PIC 9(08) VALUE ZEROS.
       77 WS-TURMA-OK          PIC X VALUE "N".
           88 TURMA-OK         VALUE "S" FALSE "N".
       77 WS-MEMBROS-INF       PIC X(120) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

      *> Decisao digitada.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-CD-MATERIA-INF    PIC 9(03) VALUE ZEROS.
       77 WS-DECISAO-INF       PIC X VALUE SPACES.
       77 WS-OBS-INF           PIC X(60) VALUE SPACES.

      *> Apuracao do aluno no dossie.
       77 WS-NM-ALUNO-DOS      PIC X(40) VALUE SPACES.
       77 WS-NOTA-PERIODO      PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOTA-EDIT         PIC Z9,99.
       77 WS-QTD-ABAIXO        PIC 9(02) VALUE ZEROS.
       77 WS-FREQ-AULAS        PIC 9(05) VALUE ZEROS.
       77 WS-FREQ-PRESENCAS    PIC 9(05) VALUE ZEROS.
       77 WS-FREQ-PERCENT      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-OCORR         PIC 9(03) VALUE ZEROS.
       77 WS-ALUNO-NO-DOSSIE   PIC X VALUE "N".
           88 ALUNO-NO-DOSSIE  VALUE "S" FALSE "N".
       77 WS-NM-MATERIA-DOS    PIC X(30) VALUE SPACES.
       77 WS-DECISAO-DESC      PIC X(30) VALUE SPACES.

      *> Materias abaixo do corte do aluno corrente (ate 20).
       77 WS-M                 PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ABAIXO.
           03 WS-AB-MATERIA    PIC 9(03) OCCURS 20 TIMES.
           03 WS-AB-NOTA       PIC 9(02)V99 OCCURS 20 TIMES.

       77 WS-TOT-ALUNOS        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-DOSSIE        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LINHAS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DECISOES      PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CONSELHO DE CLASSE***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> DOSSIE DA TURMA  "
                   "<2> REGISTRAR DECISOES  "
                   "<3> DECISOES DO ALUNO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-PEDE-REUNIAO
                   IF TURMA-OK THEN
                       PERFORM P400-DOSSIE
                   END-IF
               WHEN "2"
                   PERFORM P310-PEDE-REUNIAO
                   IF TURMA-OK THEN
                       PERFORM P500-REGISTRA-DECISOES
                   END-IF
               WHEN "3"
                   PERFORM P600-CONSULTA-ALUNO
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

      *>----------------------------------------------------------------
      *> Turma, ano e bimestre da reuniao, com o periodo tirado do
      *> calendario de bimestres (conselho final: o ano letivo todo).
      *>----------------------------------------------------------------
       P310-PEDE-REUNIAO.
           SET TURMA-OK TO FALSE
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "BIMESTRE (1-4, 0 = CONSELHO FINAL DO ANO): "
           ACCEPT WS-BIMESTRE-INF

           SET FS-TURMA-OK TO TRUE
           OPEN INPUT TURMAS
           IF FS-TURMA-OK THEN
               MOVE WS-CD-TURMA-INF TO TU-CD-TURMA
               READ TURMAS
                   KEY IS TU-CD-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TURMA-OK TO TRUE
               END-READ
           END-IF
           CLOSE TURMAS

           IF NOT TURMA-OK THEN
               DISPLAY "TURMA NAO CADASTRADA"
           ELSE
               IF WS-BIMESTRE-INF > 4 THEN
                   SET TURMA-OK TO FALSE
                   DISPLAY "BIMESTRE INVALIDO"
               ELSE
                   PERFORM P320-PERIODO
               END-IF
           END-IF
           .

       P320-PERIODO.
           MOVE WS-ANO-INF TO WS-BC-ANO-INF
           PERFORM P385-CARREGA-BIMCAL
           IF WS-BIMESTRE-INF EQUAL ZEROS THEN
               COMPUTE WS-DT-INICIO = WS-ANO-INF * 10000 + 101
               COMPUTE WS-DT-FIM    = WS-ANO-INF * 10000 + 1231
               IF BIMCAL-OK AND WS-BC-TAB-INICIO (1) > ZEROS THEN
                   MOVE WS-BC-TAB-INICIO (1) TO WS-DT-INICIO
               END-IF
               IF BIMCAL-OK AND WS-BC-TAB-FIM (4) > ZEROS THEN
                   MOVE WS-BC-TAB-FIM (4) TO WS-DT-FIM
               END-IF
           ELSE
               MOVE WS-BIMESTRE-INF TO WS-BC-BIM
               PERFORM P386-PERIODO-BIMESTRE
               MOVE WS-BC-DT-INICIO TO WS-DT-INICIO
               MOVE WS-BC-DT-FIM    TO WS-DT-FIM
               IF WS-DT-INICIO EQUAL ZEROS THEN
                   SET TURMA-OK TO FALSE
                   DISPLAY "BIMESTRE " WS-BIMESTRE-INF " DE "
                           WS-ANO-INF " SEM PERIODO DEFINIDO "
                           "(CALLET OPCAO 4)"
               END-IF
           END-IF
           IF TURMA-OK THEN
               DISPLAY "PERIODO DO CONSELHO: " WS-DT-INICIO " A "
                       WS-DT-FIM
           END-IF
           .

      *>----------------------------------------------------------------
      *> Dossie: um bloco por aluno com alguma pendencia no periodo.
      *>----------------------------------------------------------------
       P400-DOSSIE.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "CONSELHO" TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\CONSELHO.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET EOF-OK      TO FALSE
           SET FS-MATR-OK  TO TRUE
           SET FS-ALUNO-OK TO TRUE
           SET FS-NOTA-OK  TO TRUE
           SET FS-MAT-OK   TO TRUE
           SET FS-FREQ-OK  TO TRUE
           SET FS-OC-OK    TO TRUE
           SET FS-REL-OK   TO TRUE
           MOVE ZEROS      TO WS-TOT-ALUNOS
           MOVE ZEROS      TO WS-TOT-DOSSIE
           MOVE ZEROS      TO WS-TOT-LINHAS

           OPEN INPUT MATRICULAS
           IF NOT FS-MATR-OK THEN
               DISPLAY "MATRICULAS.DAT NAO ENCONTRADO"
           ELSE
               OPEN INPUT ALUNOS
               OPEN INPUT NOTAS
               OPEN INPUT MATERIAS
               OPEN INPUT FREQUENCIA
               OPEN INPUT OCORRENCIAS
               PERFORM P405-MARCA-ABERTOS
               OPEN OUTPUT RELATORIO
               IF NOT FS-REL-OK THEN
                   DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                           WS-FS-REL
               ELSE
                   PERFORM P410-CABECALHO

                   MOVE WS-CD-TURMA-INF TO MT-CD-TURMA
                   MOVE ZEROS           TO MT-ID-ALUNO
                   START MATRICULAS KEY IS NOT LESS MT-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ MATRICULAS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF MT-CD-TURMA NOT EQUAL
                                  WS-CD-TURMA-INF THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   IF MT-ATIVA THEN
                                       ADD 1 TO WS-TOT-ALUNOS
                                       PERFORM P420-APURA-ALUNO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

                   PERFORM P490-RODAPE
                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
                       COMPUTE WS-SP-PAGINAS = WS-TOT-LINHAS / 60 + 1
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY "ALUNOS NO DOSSIE: " WS-TOT-DOSSIE
                           " DE " WS-TOT-ALUNOS
                   DISPLAY "DOSSIE GRAVADO EM: " WS-RELAT-PATH
               END-IF
               CLOSE OCORRENCIAS
               CLOSE FREQUENCIA
               CLOSE MATERIAS
               CLOSE NOTAS
               CLOSE ALUNOS
           END-IF
           CLOSE MATRICULAS
           .

       P405-MARCA-ABERTOS.
           SET ABERTO-ALUNO TO FALSE
           SET ABERTO-NOTA  TO FALSE
           SET ABERTO-MAT   TO FALSE
           SET ABERTO-FREQ  TO FALSE
           SET ABERTO-OC    TO FALSE
           IF FS-ALUNO-OK THEN
               SET ABERTO-ALUNO TO TRUE
           END-IF
           IF FS-NOTA-OK THEN
               SET ABERTO-NOTA TO TRUE
           END-IF
           IF FS-MAT-OK THEN
               SET ABERTO-MAT TO TRUE
           END-IF
           IF FS-FREQ-OK THEN
               SET ABERTO-FREQ TO TRUE
           END-IF
           IF FS-OC-OK THEN
               SET ABERTO-OC TO TRUE
           END-IF
           .

       P410-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL
           IF WS-BIMESTRE-INF EQUAL ZEROS THEN
               STRING "CONSELHO DE CLASSE FINAL - TURMA "
                      DELIMITED BY SIZE
                      WS-CD-TURMA-INF DELIMITED BY SIZE
                      " - ANO " DELIMITED BY SIZE
                      WS-ANO-INF DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               STRING "CONSELHO DE CLASSE - TURMA " DELIMITED BY SIZE
                      WS-CD-TURMA-INF DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-BIMESTRE-INF DELIMITED BY SIZE
                      "o BIMESTRE DE " DELIMITED BY SIZE
                      WS-ANO-INF DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           END-IF
           PERFORM P480-ESCREVE
           MOVE SPACES TO WS-LINHA-REL
           STRING "PERIODO " DELIMITED BY SIZE
                  WS-DT-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DT-FIM DELIMITED BY SIZE
                  " - CORTE " DELIMITED BY SIZE
                  WS-NOTA-CORTE DELIMITED BY SIZE
                  " - FREQUENCIA MINIMA " DELIMITED BY SIZE
                  WS-FREQ-MINIMA DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE ALL "=" TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           .

       P420-APURA-ALUNO.
           MOVE SPACES TO WS-NM-ALUNO-DOS
           IF ABERTO-ALUNO THEN
               MOVE MT-ID-ALUNO TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       MOVE "ALUNO DESCONHECIDO" TO WS-NM-ALUNO-DOS
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-DOS
               END-READ
           END-IF

           PERFORM P430-NOTAS-ABAIXO
           PERFORM P440-FREQUENCIA-PERIODO
           PERFORM P450-CONTA-OCORRENCIAS

           SET ALUNO-NO-DOSSIE TO FALSE
           IF WS-QTD-ABAIXO > ZEROS OR WS-QTD-OCORR > ZEROS THEN
               SET ALUNO-NO-DOSSIE TO TRUE
           END-IF
           IF WS-FREQ-AULAS > ZEROS AND
              WS-FREQ-PERCENT < WS-FREQ-MINIMA THEN
               SET ALUNO-NO-DOSSIE TO TRUE
           END-IF

           IF ALUNO-NO-DOSSIE THEN
               ADD 1 TO WS-TOT-DOSSIE
               PERFORM P460-BLOCO-ALUNO
           END-IF
           .

       P430-NOTAS-ABAIXO.
      *> No bimestre, a nota do bimestre; no conselho final, a media.
           MOVE ZEROS TO WS-QTD-ABAIXO
           MOVE ZEROS TO WS-TAB-ABAIXO
           SET FIM-NOTAS TO FALSE
           IF NOT ABERTO-NOTA THEN
               SET FIM-NOTAS TO TRUE
           ELSE
               MOVE MT-ID-ALUNO TO NT-ID-ALUNO
               MOVE ZEROS       TO NT-CD-MATERIA
               START NOTAS KEY IS NOT LESS NT-CHAVE
                   INVALID KEY
                       SET FIM-NOTAS TO TRUE
               END-START
           END-IF

           PERFORM UNTIL FIM-NOTAS
               READ NOTAS NEXT RECORD
                   AT END
                       SET FIM-NOTAS TO TRUE
                   NOT AT END
                       IF NT-ID-ALUNO NOT EQUAL MT-ID-ALUNO THEN
                           SET FIM-NOTAS TO TRUE
                       ELSE
                           EVALUATE WS-BIMESTRE-INF
                               WHEN 1
                                   MOVE NT-NOTA1 TO WS-NOTA-PERIODO
                               WHEN 2
                                   MOVE NT-NOTA2 TO WS-NOTA-PERIODO
                               WHEN 3
                                   MOVE NT-NOTA3 TO WS-NOTA-PERIODO
                               WHEN 4
                                   MOVE NT-NOTA4 TO WS-NOTA-PERIODO
                               WHEN OTHER
                                   MOVE NT-MEDIA TO WS-NOTA-PERIODO
                           END-EVALUATE
                           IF WS-NOTA-PERIODO < WS-NOTA-CORTE AND
                              WS-QTD-ABAIXO < 20 THEN
                               ADD 1 TO WS-QTD-ABAIXO
                               MOVE NT-CD-MATERIA
                                   TO WS-AB-MATERIA (WS-QTD-ABAIXO)
                               MOVE WS-NOTA-PERIODO
                                   TO WS-AB-NOTA (WS-QTD-ABAIXO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P440-FREQUENCIA-PERIODO.
      *> Percentual global no periodo; atestado ("J") fora da conta.
           MOVE ZEROS TO WS-FREQ-AULAS
           MOVE ZEROS TO WS-FREQ-PRESENCAS
           MOVE ZEROS TO WS-FREQ-PERCENT
           SET FIM-FREQUENCIA TO FALSE
           IF NOT ABERTO-FREQ THEN
               SET FIM-FREQUENCIA TO TRUE
           ELSE
               MOVE MT-ID-ALUNO TO FQ-ID-ALUNO
               MOVE ZEROS       TO FQ-CD-MATERIA
               MOVE ZEROS       TO FQ-DATA
               START FREQUENCIA KEY IS NOT LESS FQ-CHAVE
                   INVALID KEY
                       SET FIM-FREQUENCIA TO TRUE
               END-START
           END-IF

           PERFORM UNTIL FIM-FREQUENCIA
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET FIM-FREQUENCIA TO TRUE
                   NOT AT END
                       IF FQ-ID-ALUNO NOT EQUAL MT-ID-ALUNO THEN
                           SET FIM-FREQUENCIA TO TRUE
                       ELSE
                           IF FQ-DATA >= WS-DT-INICIO AND
                              FQ-DATA <= WS-DT-FIM AND
                              NOT FQ-JUSTIFICADA THEN
                               ADD 1 TO WS-FREQ-AULAS
                               IF FQ-PRESENTE THEN
                                   ADD 1 TO WS-FREQ-PRESENCAS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FREQ-AULAS > ZEROS THEN
               COMPUTE WS-FREQ-PERCENT ROUNDED =
                       WS-FREQ-PRESENCAS * 100 / WS-FREQ-AULAS
           END-IF
           .

       P450-CONTA-OCORRENCIAS.
           MOVE ZEROS TO WS-QTD-OCORR
           SET FIM-OCORRENCIAS TO FALSE
           IF NOT ABERTO-OC THEN
               SET FIM-OCORRENCIAS TO TRUE
           ELSE
               MOVE MT-ID-ALUNO  TO OC-ID-ALUNO
               MOVE WS-DT-INICIO TO OC-DATA
               MOVE ZEROS        TO OC-SEQ
               START OCORRENCIAS KEY IS NOT LESS OC-CHAVE
                   INVALID KEY
                       SET FIM-OCORRENCIAS TO TRUE
               END-START
           END-IF

           PERFORM UNTIL FIM-OCORRENCIAS
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       SET FIM-OCORRENCIAS TO TRUE
                   NOT AT END
                       IF OC-ID-ALUNO NOT EQUAL MT-ID-ALUNO OR
                          OC-DATA > WS-DT-FIM THEN
                           SET FIM-OCORRENCIAS TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-OCORR
                       END-IF
               END-READ
           END-PERFORM
           .

       P460-BLOCO-ALUNO.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE SPACES TO WS-LINHA-REL
           STRING "ALUNO " DELIMITED BY SIZE
                  MT-ID-ALUNO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NM-ALUNO-DOS DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P480-ESCREVE

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-QTD-ABAIXO
               MOVE SPACES TO WS-NM-MATERIA-DOS
               IF ABERTO-MAT THEN
                   MOVE WS-AB-MATERIA (WS-M) TO CD-MATERIA
                   READ MATERIAS
                       KEY IS CD-MATERIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-MATERIA TO WS-NM-MATERIA-DOS
                   END-READ
               END-IF
               MOVE WS-AB-NOTA (WS-M) TO WS-NOTA-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "   NOTA ABAIXO DO CORTE: " DELIMITED BY SIZE
                      WS-AB-MATERIA (WS-M) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NM-MATERIA-DOS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOTA-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM P480-ESCREVE
           END-PERFORM

           IF WS-FREQ-AULAS > ZEROS AND
              WS-FREQ-PERCENT < WS-FREQ-MINIMA THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "   FREQUENCIA NO PERIODO: " DELIMITED BY SIZE
                      WS-FREQ-PERCENT DELIMITED BY SIZE
                      "% (" DELIMITED BY SIZE
                      WS-FREQ-PRESENCAS DELIMITED BY SIZE
                      " PRESENCAS EM " DELIMITED BY SIZE
                      WS-FREQ-AULAS DELIMITED BY SIZE
                      " AULAS)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM P480-ESCREVE
           END-IF

           IF WS-QTD-OCORR > ZEROS THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "   OCORRENCIAS NO PERIODO: " DELIMITED BY SIZE
                      WS-QTD-OCORR DELIMITED BY SIZE
                      " (FICHA EM OCORMNT)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM P480-ESCREVE
           END-IF

           MOVE "   DECISAO DO CONSELHO: ______________________________"
               TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           .

       P480-ESCREVE.
           WRITE WS-LINHA-REL
           ADD 1 TO WS-TOT-LINHAS
           .

       P490-RODAPE.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE SPACES TO WS-LINHA-REL
           STRING "ALUNOS DA TURMA: " DELIMITED BY SIZE
                  WS-TOT-ALUNOS DELIMITED BY SIZE
                  "  EM PAUTA: " DELIMITED BY SIZE
                  WS-TOT-DOSSIE DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE SPACES TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE "MEMBROS PRESENTES:" TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE "____________________________  COORDENADOR(A)"
               TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE "____________________________  PROFESSOR(A)"
               TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           MOVE "____________________________  PROFESSOR(A)"
               TO WS-LINHA-REL
           PERFORM P480-ESCREVE
           .

      *>----------------------------------------------------------------
      *> Registro das decisoes da reuniao: membros uma vez, depois uma
      *> decisao por aluno x materia ate o operador encerrar.
      *>----------------------------------------------------------------
       P500-REGISTRA-DECISOES.
           DISPLAY "MEMBROS PRESENTES (NOMES SEPARADOS POR VIRGULA): "
           MOVE SPACES TO WS-MEMBROS-INF
           ACCEPT WS-MEMBROS-INF
           IF WS-MEMBROS-INF EQUAL SPACES THEN
               DISPLAY "INFORME OS MEMBROS PRESENTES NA REUNIAO"
           ELSE
               MOVE ZEROS TO WS-TOT-DECISOES
               SET FS-CS-OK TO TRUE
               OPEN I-O CONSELHO
               IF WS-FS-CS EQUAL 35 THEN
                   OPEN OUTPUT CONSELHO
                   CLOSE CONSELHO
                   OPEN I-O CONSELHO
               END-IF
               IF NOT FS-CS-OK THEN
                   DISPLAY "ERRO AO ABRIR CONSELHO.DAT - FILE STATUS: "
                           WS-FS-CS
               ELSE
                   MOVE "S" TO WS-CONTINUA
                   PERFORM P510-UMA-DECISAO
                       UNTIL WS-CONTINUA NOT EQUAL "S"
                   CLOSE CONSELHO
                   DISPLAY "DECISOES REGISTRADAS: " WS-TOT-DECISOES
               END-IF
           END-IF
           .

       P510-UMA-DECISAO.
           DISPLAY "ALUNO (ENTER = ENCERRAR): "
           MOVE ZEROS TO WS-ID-ALUNO-INF
           ACCEPT WS-ID-ALUNO-INF
           IF WS-ID-ALUNO-INF EQUAL ZEROS THEN
               MOVE "N" TO WS-CONTINUA
           ELSE
               DISPLAY "MATERIA (000 = ALUNO COMO UM TODO): "
               MOVE ZEROS TO WS-CD-MATERIA-INF
               ACCEPT WS-CD-MATERIA-INF
               DISPLAY "DECISAO: <A> APROVADO PELO CONSELHO  "
                       "<R> RETIDO  <C> RECUPERACAO  "
                       "<M> MANTIDO O RESULTADO"
               ACCEPT WS-DECISAO-INF
               MOVE FUNCTION UPPER-CASE(WS-DECISAO-INF)
                   TO WS-DECISAO-INF
               DISPLAY "OBSERVACAO: "
               MOVE SPACES TO WS-OBS-INF
               ACCEPT WS-OBS-INF

               MOVE WS-DECISAO-INF TO CS-DECISAO
               IF NOT CS-DECISAO-VALIDA THEN
                   DISPLAY "DECISAO INVALIDA - NAO REGISTRADA"
               ELSE
                   MOVE WS-ANO-INF        TO CS-ANO
                   MOVE WS-BIMESTRE-INF   TO CS-BIMESTRE
                   MOVE WS-ID-ALUNO-INF   TO CS-ID-ALUNO
                   MOVE WS-CD-MATERIA-INF TO CS-CD-MATERIA
                   MOVE WS-CD-TURMA-INF   TO CS-CD-TURMA
                   MOVE WS-DECISAO-INF    TO CS-DECISAO
                   MOVE WS-OBS-INF        TO CS-OBSERVACAO
                   MOVE WS-MEMBROS-INF    TO CS-MEMBROS
                   MOVE WS-DATA-HOJE      TO CS-DT-REUNIAO
                   MOVE LK-OPERADOR       TO CS-OPERADOR
                   WRITE REG-CONSELHO
                       INVALID KEY
      *>                   Nova deliberacao sobre o mesmo caso.
                           REWRITE REG-CONSELHO
                           DISPLAY "DECISAO ATUALIZADA!"
                       NOT INVALID KEY
                           DISPLAY "DECISAO REGISTRADA!"
                   END-WRITE
                   ADD 1 TO WS-TOT-DECISOES
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> Decisoes do aluno em todos os conselhos do ano.
      *>----------------------------------------------------------------
       P600-CONSULTA-ALUNO.
           DISPLAY "ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF

           MOVE ZEROS TO WS-TOT-DECISOES
           SET EOF-OK   TO FALSE
           SET FS-CS-OK TO TRUE
           OPEN INPUT CONSELHO
           SET ABERTO-CS TO FALSE
           IF NOT FS-CS-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               SET ABERTO-CS TO TRUE
               MOVE WS-ANO-INF TO CS-ANO
               MOVE ZEROS      TO CS-BIMESTRE
               MOVE ZEROS      TO CS-ID-ALUNO
               MOVE ZEROS      TO CS-CD-MATERIA
               START CONSELHO KEY IS NOT LESS CS-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF

           PERFORM UNTIL EOF-OK
               READ CONSELHO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CS-ANO NOT EQUAL WS-ANO-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           IF CS-ID-ALUNO EQUAL WS-ID-ALUNO-INF THEN
                               ADD 1 TO WS-TOT-DECISOES
                               PERFORM P610-EXIBE-DECISAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ABERTO-CS THEN
               CLOSE CONSELHO
           END-IF
           IF WS-TOT-DECISOES EQUAL ZEROS THEN
               DISPLAY "NENHUMA DECISAO DO CONSELHO PARA O ALUNO NO ANO"
           END-IF
           .

       P610-EXIBE-DECISAO.
           EVALUATE TRUE
               WHEN CS-APROVADO
                   MOVE "APROVADO PELO CONSELHO" TO WS-DECISAO-DESC
               WHEN CS-RETIDO
                   MOVE "RETIDO PELO CONSELHO"   TO WS-DECISAO-DESC
               WHEN CS-RECUPERACAO
                   MOVE "ENCAMINHADO A RECUPERACAO"
                       TO WS-DECISAO-DESC
               WHEN OTHER
                   MOVE "MANTIDO O RESULTADO"    TO WS-DECISAO-DESC
           END-EVALUATE
           IF CS-BIMESTRE EQUAL ZEROS THEN
               DISPLAY "CONSELHO FINAL - TURMA " CS-CD-TURMA
                       " - MATERIA " CS-CD-MATERIA ": "
                       WS-DECISAO-DESC
           ELSE
               DISPLAY CS-BIMESTRE "o BIMESTRE - TURMA " CS-CD-TURMA
                       " - MATERIA " CS-CD-MATERIA ": "
                       WS-DECISAO-DESC
           END-IF
           DISPLAY "   EM " CS-DT-REUNIAO " - "
                   FUNCTION TRIM(CS-OBSERVACAO)
           DISPLAY "   MEMBROS: " FUNCTION TRIM(CS-MEMBROS)
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM CONSELHO.
