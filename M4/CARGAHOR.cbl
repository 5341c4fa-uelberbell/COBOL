      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONFERENCIA DO MINIMO LEGAL DO ANO LETIVO POR TURMA
      *         (WS-MIN-DIAS-LETIVOS DIAS / WS-MIN-HORAS-ANO HORAS):
      *         CONTA OS DIAS LETIVOS DO ANO EM CALENDLET.DAT (VER
      *         CALLET), PROJETA AS AULAS DE CADA MATERIA PELA GRADE
      *         SEMANAL DA TURMA (HORARIO.DAT, VER HORMNT) SOBRE ESSES
      *         DIAS E COMPARA COM AS AULAS DADAS - AS DATAS COM
      *         CHAMADA EM FREQUENCIA.DAT. APONTA A MATERIA COM AULAS
      *         PREVISTAS E NAO DADAS ATE A DATA (AULAS A REPOR) E A
      *         TURMA CUJA PROJECAO DO ANO (DADAS + RESTANTES) FICA
      *         ABAIXO DO MINIMO, A TEMPO DE MARCAR REPOSICAO. SAIDA
      *         NO SPOOL (SPLCTL) PARA A INSPECAO. OS MINIMOS SAO OS
      *         PARAMETROS MIN-DIAS-LETIVOS E MIN-HORAS-ANO EM VIGOR
      *         (PARMLKP, MANTIDOS EM PARMMNT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAHOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALENDARIO ASSIGN TO WS-CALENDLET-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATA
               FILE STATUS IS WS-FS-CAL.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT HORARIO ASSIGN TO WS-HORARIO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WS-FS-HOR.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO.
       COPY FD_CALENDLET.

       FD TURMAS.
       COPY FD_TURMA.

       FD HORARIO.
       COPY FD_HORARIO.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-CAL         PIC 99.
           88 FS-CAL-OK     VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-HOR         PIC 99.
           88 FS-HOR-OK     VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-CAL           PIC X.
           88 FIM-CALENDARIO   VALUE "S" FALSE "N".
       77 ES-FIM-HOR           PIC X.
           88 FIM-HORARIO      VALUE "S" FALSE "N".
       77 ES-FIM-MATR          PIC X.
           88 FIM-MATRICULAS   VALUE "S" FALSE "N".
       77 ES-FIM-FREQ          PIC X.
           88 FIM-FREQUENCIA   VALUE "S" FALSE "N".

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-HOJE          PIC 9(04) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-INICIO-ANO        PIC 9(08) VALUE ZEROS.
       77 WS-FIM-ANO           PIC 9(08) VALUE ZEROS.
      *> Data de corte: hoje no ano corrente, 31/12 num ano passado
      *> e antes de 01/01 num ano futuro (nada decorrido).
       77 WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEM           PIC 9(01) VALUE ZEROS.
       77 WS-W                 PIC 9(01) VALUE ZEROS.

      *> Dias letivos do calendario por dia da semana (1 = SEGUNDA
      *> ... 7 = DOMINGO), ate a data de corte e depois dela.
       01 WS-TAB-LETIVOS.
           03 WS-LETIVO-SEMANA OCCURS 7 TIMES.
               05 WS-LET-ATE       PIC 9(03).
               05 WS-LET-APOS      PIC 9(03).
       77 WS-DIAS-LETIVOS-ANO  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-LET-APOS     PIC 9(03) VALUE ZEROS.

      *> Grade semanal da turma: aulas (periodos) por materia e dia
      *> da semana, montada de HORARIO.DAT.
       77 WS-MAX-GRADE         PIC 9(02) VALUE 15.
       77 WS-QTD-GRADE         PIC 9(02) VALUE ZEROS.
       77 WS-G                 PIC 9(02) VALUE ZEROS.
       77 WS-GRADE-ACHADA      PIC X VALUE "N".
           88 GRADE-ACHADA     VALUE "S" FALSE "N".
       01 WS-TAB-GRADE.
           03 WS-GR-ITEM OCCURS 15 TIMES.
               05 WS-GR-MATERIA    PIC 9(03).
               05 WS-GR-AULAS      PIC 9(02) OCCURS 7 TIMES.

      *> Datas distintas com chamada: da materia corrente e da turma.
       77 WS-MAX-DATAS         PIC 9(03) VALUE 300.
       77 WS-QTD-DM            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DT            PIC 9(03) VALUE ZEROS.
       77 WS-D                 PIC 9(03) VALUE ZEROS.
       77 WS-DATA-ACHADA       PIC X VALUE "N".
           88 DATA-ACHADA      VALUE "S" FALSE "N".
       01 WS-TAB-DATAS-MAT.
           03 WS-DM-DATA       PIC 9(08) OCCURS 300 TIMES.
       01 WS-TAB-DATAS-TUR.
           03 WS-DT-DATA       PIC 9(08) OCCURS 300 TIMES.

      *> Contas da materia corrente (em aulas = periodos da grade).
       77 WS-AULAS-DIA         PIC 9(02) VALUE ZEROS.
       77 WS-AULAS-DADAS       PIC 9(05) VALUE ZEROS.
       77 WS-AULAS-PREV-ATE    PIC 9(05) VALUE ZEROS.
       77 WS-AULAS-PREV-ANO    PIC 9(05) VALUE ZEROS.
       77 WS-AULAS-RESTANTES   PIC 9(05) VALUE ZEROS.
       77 WS-AULAS-REPOR       PIC 9(05) VALUE ZEROS.

      *> Contas da turma.
       77 WS-TUR-DADAS         PIC 9(05) VALUE ZEROS.
       77 WS-TUR-PREV-ANO      PIC 9(05) VALUE ZEROS.
       77 WS-TUR-RESTANTES     PIC 9(05) VALUE ZEROS.
       77 WS-TUR-REPOR         PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-PROJ         PIC 9(03) VALUE ZEROS.
       77 WS-HORAS-PREV        PIC 9(05)V9 VALUE ZEROS.
       77 WS-HORAS-DADAS       PIC 9(05)V9 VALUE ZEROS.
       77 WS-HORAS-PROJ        PIC 9(05)V9 VALUE ZEROS.
       77 WS-HORAS-ED          PIC ZZZZ9,9.
       77 WS-HORAS-ED-2        PIC ZZZZ9,9.
       77 WS-HORAS-ED-3        PIC ZZZZ9,9.

       77 WS-TOT-TURMAS        PIC 9(03) VALUE ZEROS.
       77 WS-TOT-TURMAS-ALERTA PIC 9(03) VALUE ZEROS.
       77 WS-TOT-MAT-REPOR     PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-ALERTA      PIC X VALUE "N".
           88 TURMA-EM-ALERTA  VALUE "S" FALSE "N".

       COPY WS_DATUTIL.
       COPY WS_SPLCTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CARGA HORARIA MINIMA DO ANO LETIVO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P120-CARREGA-PARAMETROS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-ANO-HOJE = WS-DATA-HOJE / 10000
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF

           COMPUTE WS-INICIO-ANO = WS-ANO-INF * 10000 + 101
           COMPUTE WS-FIM-ANO    = WS-ANO-INF * 10000 + 1231
           EVALUATE TRUE
               WHEN WS-ANO-INF < WS-ANO-HOJE
                   MOVE WS-FIM-ANO TO WS-DATA-CORTE
               WHEN WS-ANO-INF EQUAL WS-ANO-HOJE
                   MOVE WS-DATA-HOJE TO WS-DATA-CORTE
               WHEN OTHER
                   COMPUTE WS-DATA-CORTE = WS-INICIO-ANO - 1
           END-EVALUATE

           PERFORM P200-CARREGA-CALENDARIO
           IF WS-DIAS-LETIVOS-ANO EQUAL ZEROS THEN
               DISPLAY "CALENDARIO LETIVO DE " WS-ANO-INF
                       " NAO CADASTRADO (CALLET)"
           ELSE
               DISPLAY "DIAS LETIVOS NO CALENDARIO: "
                       WS-DIAS-LETIVOS-ANO
               PERFORM P250-ABRE-RELATORIO
               IF FS-REL-OK THEN
                   PERFORM P300-PROCESSA-TURMAS
                   PERFORM P800-FECHA-RELATORIO
               END-IF
           END-IF
           PERFORM P900-FIM.

       P120-CARREGA-PARAMETROS.
      *>   Sem vigencia em PARAMS.DAT ficam os minimos de
      *>   WS_M4_PATHS.
           MOVE "MIN-DIAS-LETIVOS" TO WS-PM-CODIGO
           MOVE ZEROS              TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 1000 THEN
               MOVE WS-PM-VALOR-NUM TO WS-MIN-DIAS-LETIVOS
           END-IF
           MOVE "MIN-HORAS-ANO"    TO WS-PM-CODIGO
           MOVE ZEROS              TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 10000 THEN
               MOVE WS-PM-VALOR-NUM TO WS-MIN-HORAS-ANO
           END-IF
           .

       P200-CARREGA-CALENDARIO.
      *> Dias letivos do ano por dia da semana, antes e depois do
      *> corte.
           SET FIM-CALENDARIO TO FALSE
           SET FS-CAL-OK      TO TRUE
           MOVE ZEROS         TO WS-TAB-LETIVOS
           MOVE ZEROS         TO WS-DIAS-LETIVOS-ANO
           MOVE ZEROS         TO WS-DIAS-LET-APOS

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK THEN
               SET FIM-CALENDARIO TO TRUE
           ELSE
               MOVE WS-INICIO-ANO TO CL-DATA
               START CALENDARIO KEY IS NOT LESS CL-DATA
                   INVALID KEY
                       SET FIM-CALENDARIO TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-CALENDARIO
               READ CALENDARIO NEXT RECORD
                   AT END
                       SET FIM-CALENDARIO TO TRUE
                   NOT AT END
                       IF CL-DATA > WS-FIM-ANO THEN
                           SET FIM-CALENDARIO TO TRUE
                       ELSE
                           IF CL-LETIVO THEN
                               PERFORM P210-CONTA-LETIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-CAL-OK THEN
               CLOSE CALENDARIO
           END-IF
           .

       P210-CONTA-LETIVO.
           MOVE CL-DATA TO WS-DU-DATA-1
           PERFORM P700-DIA-DA-SEMANA
           ADD 1 TO WS-DIAS-LETIVOS-ANO
           IF CL-DATA <= WS-DATA-CORTE THEN
               ADD 1 TO WS-LET-ATE (WS-DIA-SEM)
           ELSE
               ADD 1 TO WS-LET-APOS (WS-DIA-SEM)
               ADD 1 TO WS-DIAS-LET-APOS
           END-IF
           .

       P250-ABRE-RELATORIO.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "CARGAHOR" TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\CARGAHOR.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "CARGA HORARIA MINIMA - ANO LETIVO "
                      DELIMITED BY SIZE
                      WS-ANO-INF DELIMITED BY SIZE
                      " - POSICAO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "MINIMO LEGAL: " DELIMITED BY SIZE
                      WS-MIN-DIAS-LETIVOS DELIMITED BY SIZE
                      " DIAS / " DELIMITED BY SIZE
                      WS-MIN-HORAS-ANO DELIMITED BY SIZE
                      " HORAS  (AULA DE " DELIMITED BY SIZE
                      WS-MINUTOS-AULA DELIMITED BY SIZE
                      " MIN)  DIAS LETIVOS NO CALENDARIO: "
                      DELIMITED BY SIZE
                      WS-DIAS-LETIVOS-ANO DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               IF WS-DIAS-LETIVOS-ANO < WS-MIN-DIAS-LETIVOS THEN
                   MOVE "* O CALENDARIO LETIVO NAO ATINGE O MINIMO DE D
      -                 "IAS - REVER NO CALLET" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               END-IF
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P300-PROCESSA-TURMAS.
           SET EOF-OK      TO FALSE
           SET FS-TURMA-OK TO TRUE
           SET FS-HOR-OK   TO TRUE
           SET FS-MATR-OK  TO TRUE
           SET FS-FREQ-OK  TO TRUE

           OPEN INPUT TURMAS
           OPEN INPUT HORARIO
           OPEN INPUT MATRICULAS
           OPEN INPUT FREQUENCIA
           IF NOT FS-TURMA-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ TURMAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF TU-ANO EQUAL WS-ANO-INF AND TU-ATIVA THEN
                           PERFORM P400-TURMA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREQUENCIA
           CLOSE MATRICULAS
           CLOSE HORARIO
           CLOSE TURMAS
           .

       P400-TURMA.
           ADD 1 TO WS-TOT-TURMAS
           SET TURMA-EM-ALERTA TO FALSE
           MOVE ZEROS TO WS-QTD-DT
           MOVE ZEROS TO WS-TUR-DADAS
           MOVE ZEROS TO WS-TUR-PREV-ANO
           MOVE ZEROS TO WS-TUR-RESTANTES
           MOVE ZEROS TO WS-TUR-REPOR

           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "TURMA " DELIMITED BY SIZE
                  TU-CD-TURMA DELIMITED BY SIZE
                  " - SALA " DELIMITED BY SIZE
                  TU-SALA DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           PERFORM P410-CARREGA-GRADE
           IF WS-QTD-GRADE EQUAL ZEROS THEN
               SET TURMA-EM-ALERTA TO TRUE
               MOVE "  * TURMA SEM GRADE DE HORARIOS - CADASTRAR NO HO
      -             "RMNT" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           ELSE
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-QTD-GRADE
                   PERFORM P420-MATERIA
               END-PERFORM
               PERFORM P450-TOTAL-TURMA
           END-IF

           IF TURMA-EM-ALERTA THEN
               ADD 1 TO WS-TOT-TURMAS-ALERTA
           END-IF
           .

       P410-CARREGA-GRADE.
      *> Aulas da grade semanal por materia e dia da semana.
           MOVE ZEROS TO WS-QTD-GRADE
           MOVE ZEROS TO WS-TAB-GRADE
           SET FIM-HORARIO TO FALSE

           IF NOT FS-HOR-OK THEN
               SET FIM-HORARIO TO TRUE
           ELSE
               MOVE TU-CD-TURMA TO HR-CD-TURMA
               MOVE ZEROS       TO HR-DIA-SEMANA
               MOVE ZEROS       TO HR-PERIODO
               START HORARIO KEY IS NOT LESS HR-CHAVE
                   INVALID KEY
                       SET FIM-HORARIO TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-HORARIO
               READ HORARIO NEXT RECORD
                   AT END
                       SET FIM-HORARIO TO TRUE
                   NOT AT END
                       IF HR-CD-TURMA NOT EQUAL TU-CD-TURMA THEN
                           SET FIM-HORARIO TO TRUE
                       ELSE
                           PERFORM P415-SOMA-AULA-GRADE
                       END-IF
               END-READ
           END-PERFORM
           .

       P415-SOMA-AULA-GRADE.
           SET GRADE-ACHADA TO FALSE
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-QTD-GRADE OR GRADE-ACHADA
               IF WS-GR-MATERIA (WS-G) EQUAL HR-CD-MATERIA THEN
                   SET GRADE-ACHADA TO TRUE
                   ADD 1 TO WS-GR-AULAS (WS-G, HR-DIA-SEMANA)
               END-IF
           END-PERFORM
           IF NOT GRADE-ACHADA AND WS-QTD-GRADE < WS-MAX-GRADE THEN
               ADD 1 TO WS-QTD-GRADE
               MOVE HR-CD-MATERIA TO WS-GR-MATERIA (WS-QTD-GRADE)
               MOVE 1 TO WS-GR-AULAS (WS-QTD-GRADE, HR-DIA-SEMANA)
           END-IF
           .

       P420-MATERIA.
      *> Previstas pela grade x calendario; dadas = datas com chamada
      *> da materia entre os alunos da turma, valendo as aulas que a
      *> grade tem naquele dia da semana.
           MOVE ZEROS TO WS-QTD-DM
           MOVE ZEROS TO WS-AULAS-DADAS
           MOVE ZEROS TO WS-AULAS-PREV-ATE
           MOVE ZEROS TO WS-AULAS-PREV-ANO
           MOVE ZEROS TO WS-AULAS-RESTANTES
           MOVE ZEROS TO WS-AULAS-REPOR

           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 7
               COMPUTE WS-AULAS-PREV-ATE = WS-AULAS-PREV-ATE
                       + WS-GR-AULAS (WS-G, WS-W) * WS-LET-ATE (WS-W)
               COMPUTE WS-AULAS-RESTANTES = WS-AULAS-RESTANTES
                       + WS-GR-AULAS (WS-G, WS-W) * WS-LET-APOS (WS-W)
           END-PERFORM
           COMPUTE WS-AULAS-PREV-ANO = WS-AULAS-PREV-ATE
                                     + WS-AULAS-RESTANTES

           PERFORM P430-COLETA-DATAS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-QTD-DM
               MOVE WS-DM-DATA (WS-D) TO WS-DU-DATA-1
               PERFORM P700-DIA-DA-SEMANA
               MOVE WS-GR-AULAS (WS-G, WS-DIA-SEM) TO WS-AULAS-DIA
      *>       Chamada em dia fora da grade conta uma aula.
               IF WS-AULAS-DIA EQUAL ZEROS THEN
                   MOVE 1 TO WS-AULAS-DIA
               END-IF
               ADD WS-AULAS-DIA TO WS-AULAS-DADAS
           END-PERFORM

           IF WS-AULAS-PREV-ATE > WS-AULAS-DADAS THEN
               COMPUTE WS-AULAS-REPOR = WS-AULAS-PREV-ATE
                                      - WS-AULAS-DADAS
           END-IF

           ADD WS-AULAS-DADAS     TO WS-TUR-DADAS
           ADD WS-AULAS-PREV-ANO  TO WS-TUR-PREV-ANO
           ADD WS-AULAS-RESTANTES TO WS-TUR-RESTANTES
           ADD WS-AULAS-REPOR     TO WS-TUR-REPOR

           MOVE SPACES TO WS-LINHA-REL
           STRING "  MATERIA " DELIMITED BY SIZE
                  WS-GR-MATERIA (WS-G) DELIMITED BY SIZE
                  "  PREVISTAS ANO " DELIMITED BY SIZE
                  WS-AULAS-PREV-ANO DELIMITED BY SIZE
                  "  ATE A DATA " DELIMITED BY SIZE
                  WS-AULAS-PREV-ATE DELIMITED BY SIZE
                  "  DADAS " DELIMITED BY SIZE
                  WS-AULAS-DADAS DELIMITED BY SIZE
                  "  RESTANTES " DELIMITED BY SIZE
                  WS-AULAS-RESTANTES DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF WS-AULAS-REPOR > ZEROS THEN
               ADD 1 TO WS-TOT-MAT-REPOR
               SET TURMA-EM-ALERTA TO TRUE
               MOVE SPACES TO WS-LINHA-REL
               STRING "    * " DELIMITED BY SIZE
                      WS-AULAS-REPOR DELIMITED BY SIZE
                      " AULA(S) PREVISTA(S) E NAO DADA(S) - MARCAR "
                      DELIMITED BY SIZE
                      "REPOSICAO" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P430-COLETA-DATAS.
      *> Datas distintas de chamada da materia dos alunos da turma
      *> (qualquer situacao de matricula: a aula foi dada) no ano,
      *> ate o corte.
           SET FIM-MATRICULAS TO FALSE
           IF NOT FS-MATR-OK OR NOT FS-FREQ-OK THEN
               SET FIM-MATRICULAS TO TRUE
           ELSE
               MOVE TU-CD-TURMA TO MT-CD-TURMA
               MOVE ZEROS       TO MT-ID-ALUNO
               START MATRICULAS KEY IS NOT LESS MT-CHAVE
                   INVALID KEY
                       SET FIM-MATRICULAS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-MATRICULAS
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET FIM-MATRICULAS TO TRUE
                   NOT AT END
                       IF MT-CD-TURMA NOT EQUAL TU-CD-TURMA THEN
                           SET FIM-MATRICULAS TO TRUE
                       ELSE
                           PERFORM P440-DATAS-DO-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           .

       P440-DATAS-DO-ALUNO.
           SET FIM-FREQUENCIA TO FALSE
           MOVE MT-ID-ALUNO          TO FQ-ID-ALUNO
           MOVE WS-GR-MATERIA (WS-G) TO FQ-CD-MATERIA
           MOVE WS-INICIO-ANO        TO FQ-DATA
           START FREQUENCIA KEY IS NOT LESS FQ-CHAVE
               INVALID KEY
                   SET FIM-FREQUENCIA TO TRUE
           END-START
           PERFORM UNTIL FIM-FREQUENCIA
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET FIM-FREQUENCIA TO TRUE
                   NOT AT END
                       IF FQ-ID-ALUNO NOT EQUAL MT-ID-ALUNO OR
                          FQ-CD-MATERIA NOT EQUAL
                          WS-GR-MATERIA (WS-G) OR
                          FQ-DATA > WS-DATA-CORTE THEN
                           SET FIM-FREQUENCIA TO TRUE
                       ELSE
                           PERFORM P445-GUARDA-DATA
                       END-IF
               END-READ
           END-PERFORM
           .

       P445-GUARDA-DATA.
           SET DATA-ACHADA TO FALSE
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DM OR DATA-ACHADA
               IF WS-DM-DATA (WS-D) EQUAL FQ-DATA THEN
                   SET DATA-ACHADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT DATA-ACHADA AND WS-QTD-DM < WS-MAX-DATAS THEN
               ADD 1 TO WS-QTD-DM
               MOVE FQ-DATA TO WS-DM-DATA (WS-QTD-DM)
           END-IF

      *>   Dia com aula de qualquer materia conta para a turma.
           SET DATA-ACHADA TO FALSE
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DT OR DATA-ACHADA
               IF WS-DT-DATA (WS-D) EQUAL FQ-DATA THEN
                   SET DATA-ACHADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT DATA-ACHADA AND WS-QTD-DT < WS-MAX-DATAS THEN
               ADD 1 TO WS-QTD-DT
               MOVE FQ-DATA TO WS-DT-DATA (WS-QTD-DT)
           END-IF
           .

       P450-TOTAL-TURMA.
      *> Projecao do ano = dado ate o corte + previsto depois dele.
           COMPUTE WS-DIAS-PROJ = WS-QTD-DT + WS-DIAS-LET-APOS
           COMPUTE WS-HORAS-PREV ROUNDED =
                   WS-TUR-PREV-ANO * WS-MINUTOS-AULA / 60
           COMPUTE WS-HORAS-DADAS ROUNDED =
                   WS-TUR-DADAS * WS-MINUTOS-AULA / 60
           COMPUTE WS-HORAS-PROJ ROUNDED =
                   (WS-TUR-DADAS + WS-TUR-RESTANTES)
                   * WS-MINUTOS-AULA / 60

           MOVE SPACES TO WS-LINHA-REL
           STRING "  DIAS COM AULA " DELIMITED BY SIZE
                  WS-QTD-DT DELIMITED BY SIZE
                  "  LETIVOS RESTANTES " DELIMITED BY SIZE
                  WS-DIAS-LET-APOS DELIMITED BY SIZE
                  "  PROJECAO DO ANO " DELIMITED BY SIZE
                  WS-DIAS-PROJ DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF WS-DIAS-PROJ < WS-MIN-DIAS-LETIVOS THEN
               SET TURMA-EM-ALERTA TO TRUE
               MOVE SPACES TO WS-LINHA-REL
               STRING "    * PROJECAO ABAIXO DE " DELIMITED BY SIZE
                      WS-MIN-DIAS-LETIVOS DELIMITED BY SIZE
                      " DIAS LETIVOS" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF

           MOVE WS-HORAS-PREV  TO WS-HORAS-ED
           MOVE WS-HORAS-DADAS TO WS-HORAS-ED-2
           MOVE WS-HORAS-PROJ  TO WS-HORAS-ED-3
           MOVE SPACES TO WS-LINHA-REL
           STRING "  HORAS PELA GRADE " DELIMITED BY SIZE
                  WS-HORAS-ED DELIMITED BY SIZE
                  "  DADAS " DELIMITED BY SIZE
                  WS-HORAS-ED-2 DELIMITED BY SIZE
                  "  PROJECAO DO ANO " DELIMITED BY SIZE
                  WS-HORAS-ED-3 DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF WS-HORAS-PROJ < WS-MIN-HORAS-ANO THEN
               SET TURMA-EM-ALERTA TO TRUE
               MOVE SPACES TO WS-LINHA-REL
               STRING "    * PROJECAO ABAIXO DE " DELIMITED BY SIZE
                      WS-MIN-HORAS-ANO DELIMITED BY SIZE
                      " HORAS - " DELIMITED BY SIZE
                      WS-TUR-REPOR DELIMITED BY SIZE
                      " AULA(S) A REPOR NA TURMA" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P700-DIA-DA-SEMANA.
      *> WS-DU-DATA-1 -> WS-DIA-SEM (1 = SEGUNDA ... 7 = DOMINGO).
           MOVE "S" TO WS-DU-OPERACAO
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               MOVE 7 TO WS-DIA-SEM
           ELSE
               MOVE WS-DU-RESULTADO-DIAS TO WS-DIA-SEM
           END-IF
           .

       P800-FECHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "=" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "TURMAS: " DELIMITED BY SIZE
                  WS-TOT-TURMAS DELIMITED BY SIZE
                  "  EM ALERTA: " DELIMITED BY SIZE
                  WS-TOT-TURMAS-ALERTA DELIMITED BY SIZE
                  "  MATERIAS COM AULAS A REPOR: " DELIMITED BY SIZE
                  WS-TOT-MAT-REPOR DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           CLOSE RELATORIO
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           DISPLAY "TURMAS EM ALERTA: " WS-TOT-TURMAS-ALERTA
           DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM CARGAHOR.
