      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:MANUTENCAO DOS INSUMOS DA GERACAO DA GRADE (GERAHOR):
      *         A DISPONIBILIDADE DE CADA PROFESSOR POR DIA DA SEMANA
      *         E PERIODO DE AULA (DISPPROF.DAT) E A CARGA SEMANAL DE
      *         CADA MATERIA NO ANO LETIVO (CARGAMAT.DAT), COM AS
      *         CONSULTAS CORRESPONDENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DISPPROF ASSIGN TO WS-DISPPROF-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CARGAMAT ASSIGN TO WS-CARGAMAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS WS-FS-CM.

               SELECT PROFESSORES ASSIGN TO WS-PROFESSORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-MATERIA
               FILE STATUS IS WS-FS-MAT.

       DATA DIVISION.
       FILE SECTION.
       FD DISPPROF.
       COPY FD_DISPPROF.

       FD CARGAMAT.
       COPY FD_CARGAMAT.

       FD PROFESSORES.
       COPY FD_PROF.

       FD MATERIAS.
       COPY FD_MATERIAS.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-CM          PIC 99.
           88 FS-CM-OK      VALUE 0.
       77 WS-FS-PROF        PIC 99.
           88 FS-PROF-OK    VALUE 0.
       77 WS-FS-MAT         PIC 99.
           88 FS-MAT-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-CD-PROF-INF       PIC 9(03) VALUE ZEROS.
       77 WS-CD-MAT-INF        PIC 9(03) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-AULAS-INF         PIC 9(02) VALUE ZEROS.
       77 WS-PERIODOS-INF      PIC X(08) VALUE SPACES.
       77 WS-NM-PROF           PIC X(30) VALUE SPACES.
       77 WS-NM-MAT            PIC X(30) VALUE SPACES.
       77 WS-DIA               PIC 9(01) VALUE ZEROS.
       77 WS-P                 PIC 9(01) VALUE ZEROS.
       77 WS-QTD-DISP          PIC 9(02) VALUE ZEROS.
       77 WS-TOT-DISP          PIC 9(02) VALUE ZEROS.
       77 WS-TOT-LIDOS         PIC 9(03) VALUE ZEROS.

       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU            VALUE "S" FALSE "N".
       77 WS-ENTRADA-OK        PIC X VALUE "N".
           88 ENTRADA-VALIDA   VALUE "S" FALSE "N".

      *> Nomes dos dias para os prompts e a consulta.
       01 WS-TAB-DIAS-VALORES.
           03 FILLER           PIC X(07) VALUE "SEGUNDA".
           03 FILLER           PIC X(07) VALUE "TERCA  ".
           03 FILLER           PIC X(07) VALUE "QUARTA ".
           03 FILLER           PIC X(07) VALUE "QUINTA ".
           03 FILLER           PIC X(07) VALUE "SEXTA  ".
           03 FILLER           PIC X(07) VALUE "SABADO ".
       01 FILLER REDEFINES WS-TAB-DIAS-VALORES.
           03 WS-NOME-DIA      PIC X(07) OCCURS 6 TIMES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***DISPONIBILIDADE E CARGA SEMANAL***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> DISPONIBILIDADE DO PROFESSOR  "
                   "<2> CONSULTAR DISPONIBILIDADE"
           DISPLAY "        <3> CARGA SEMANAL DA MATERIA  "
                   "<4> CARGAS DO ANO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-DISPONIBILIDADE
               WHEN "2"
                   PERFORM P400-CONSULTA-DISP
               WHEN "3"
                   PERFORM P500-CARGA-SEMANAL
               WHEN "4"
                   PERFORM P600-LISTA-CARGAS
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-DISPONIBILIDADE.
      *> Uma linha por dia: oito marcas S/N, uma por periodo. Em
      *> branco mantem o dia como esta.
           DISPLAY "CODIGO DO PROFESSOR: "
           ACCEPT WS-CD-PROF-INF
           PERFORM P700-LE-PROFESSOR
           IF NOT ACHOU THEN
               DISPLAY "PROFESSOR NAO CADASTRADO OU INATIVO"
           ELSE
               DISPLAY "PROFESSOR: " WS-NM-PROF
               DISPLAY "INFORME OS PERIODOS 1 A 8 DE CADA DIA COM S/N "
                       "(EX.: SSSSNNNN); EM BRANCO MANTEM O DIA"
               SET FS-OK TO TRUE
               OPEN I-O DISPPROF
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT DISPPROF
                   CLOSE DISPPROF
                   SET FS-OK TO TRUE
                   OPEN I-O DISPPROF
               END-IF
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR DISPPROF.DAT - FILE STATUS: "
                           WS-FS
               ELSE
                   PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                       PERFORM P320-DIA-DO-PROFESSOR
                   END-PERFORM
                   CLOSE DISPPROF
                   DISPLAY "DISPONIBILIDADE GRAVADA!"
               END-IF
           END-IF
           .

       P320-DIA-DO-PROFESSOR.
           MOVE WS-CD-PROF-INF TO DS-CD-PROFESSOR
           MOVE WS-DIA         TO DS-DIA-SEMANA
           SET ACHOU TO FALSE
           READ DISPPROF
               KEY IS DS-CHAVE
               INVALID KEY
                   MOVE "NNNNNNNN" TO DS-PERIODOS
               NOT INVALID KEY
                   SET ACHOU TO TRUE
           END-READ

           SET ENTRADA-VALIDA TO FALSE
           PERFORM UNTIL ENTRADA-VALIDA
               DISPLAY WS-NOME-DIA (WS-DIA) " [" DS-PERIODOS "]: "
               MOVE SPACES TO WS-PERIODOS-INF
               ACCEPT WS-PERIODOS-INF
               INSPECT WS-PERIODOS-INF CONVERTING "sn" TO "SN"
               IF WS-PERIODOS-INF EQUAL SPACES THEN
                   SET ENTRADA-VALIDA TO TRUE
               ELSE
                   SET ENTRADA-VALIDA TO TRUE
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 8
                       IF WS-PERIODOS-INF (WS-P:1) NOT EQUAL "S" AND
                          WS-PERIODOS-INF (WS-P:1) NOT EQUAL "N" THEN
                           SET ENTRADA-VALIDA TO FALSE
                       END-IF
                   END-PERFORM
                   IF ENTRADA-VALIDA THEN
                       MOVE WS-PERIODOS-INF TO DS-PERIODOS
                   ELSE
                       DISPLAY "USE OITO MARCAS S OU N"
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-DATA-HOJE TO DS-DT-ATUALIZACAO
           IF ACHOU THEN
               REWRITE REG-DISPPROF
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR " WS-NOME-DIA (WS-DIA)
               END-REWRITE
           ELSE
               WRITE REG-DISPPROF
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR " WS-NOME-DIA (WS-DIA)
               END-WRITE
           END-IF
           .

       P400-CONSULTA-DISP.
           DISPLAY "CODIGO DO PROFESSOR: "
           ACCEPT WS-CD-PROF-INF
           PERFORM P700-LE-PROFESSOR
           IF WS-NM-PROF EQUAL SPACES THEN
               DISPLAY "PROFESSOR NAO CADASTRADO"
           ELSE
               DISPLAY "PROFESSOR: " WS-NM-PROF
               DISPLAY "DIA       PERIODOS 12345678"
               MOVE ZEROS TO WS-TOT-DISP
               SET FS-OK TO TRUE
               OPEN INPUT DISPPROF
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                   MOVE "--------" TO DS-PERIODOS
                   IF FS-OK THEN
                       MOVE WS-CD-PROF-INF TO DS-CD-PROFESSOR
                       MOVE WS-DIA         TO DS-DIA-SEMANA
                       READ DISPPROF
                           KEY IS DS-CHAVE
                           INVALID KEY
                               MOVE "--------" TO DS-PERIODOS
                       END-READ
                   END-IF
                   MOVE ZEROS TO WS-QTD-DISP
                   INSPECT DS-PERIODOS TALLYING WS-QTD-DISP
                           FOR ALL "S"
                   ADD WS-QTD-DISP TO WS-TOT-DISP
                   DISPLAY WS-NOME-DIA (WS-DIA) "            "
                           DS-PERIODOS
               END-PERFORM
               IF FS-OK THEN
                   CLOSE DISPPROF
               END-IF
               DISPLAY "PERIODOS DISPONIVEIS NA SEMANA: " WS-TOT-DISP
               IF WS-TOT-DISP EQUAL ZEROS THEN
                   DISPLAY "AVISO: SEM DISPONIBILIDADE O GERAHOR NAO "
                           "ENCAIXA AULA DESTE PROFESSOR"
               END-IF
           END-IF
           .

       P500-CARGA-SEMANAL.
           DISPLAY "CODIGO DA MATERIA: "
           ACCEPT WS-CD-MAT-INF
           PERFORM P710-LE-MATERIA
           IF NOT ACHOU THEN
               DISPLAY "MATERIA NAO CADASTRADA OU INATIVA"
           ELSE
               DISPLAY "MATERIA: " WS-NM-MAT
               DISPLAY "ANO LETIVO (AAAA): "
               ACCEPT WS-ANO-INF
               DISPLAY "AULAS POR SEMANA (0 = EXCLUIR): "
               ACCEPT WS-AULAS-INF
               IF WS-AULAS-INF > 48 THEN
                   DISPLAY "MAXIMO DE 48 AULAS (6 DIAS x 8 PERIODOS)"
               ELSE
                   PERFORM P510-GRAVA-CARGA
               END-IF
           END-IF
           .

       P510-GRAVA-CARGA.
           SET FS-CM-OK TO TRUE
           OPEN I-O CARGAMAT
           IF WS-FS-CM EQUAL 35 THEN
               OPEN OUTPUT CARGAMAT
               CLOSE CARGAMAT
               SET FS-CM-OK TO TRUE
               OPEN I-O CARGAMAT
           END-IF
           IF NOT FS-CM-OK THEN
               DISPLAY "ERRO AO ABRIR CARGAMAT.DAT - FILE STATUS: "
                       WS-FS-CM
           ELSE
               MOVE WS-CD-MAT-INF TO CM-CD-MATERIA
               MOVE WS-ANO-INF    TO CM-ANO
               READ CARGAMAT
                   KEY IS CM-CHAVE
                   INVALID KEY
                       IF WS-AULAS-INF EQUAL ZEROS THEN
                           DISPLAY "CARGA NAO CADASTRADA"
                       ELSE
                           MOVE WS-AULAS-INF TO CM-AULAS-SEMANA
                           MOVE WS-DATA-HOJE TO CM-DT-ATUALIZACAO
                           WRITE REG-CARGAMAT
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR A CARGA"
                               NOT INVALID KEY
                                   DISPLAY "CARGA SEMANAL GRAVADA!"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF WS-AULAS-INF EQUAL ZEROS THEN
                           DELETE CARGAMAT RECORD
                               INVALID KEY
                                   DISPLAY "ERRO AO EXCLUIR A CARGA"
                               NOT INVALID KEY
                                   DISPLAY "CARGA SEMANAL EXCLUIDA!"
                           END-DELETE
                       ELSE
                           DISPLAY "CARGA ANTERIOR: " CM-AULAS-SEMANA
                           MOVE WS-AULAS-INF TO CM-AULAS-SEMANA
                           MOVE WS-DATA-HOJE TO CM-DT-ATUALIZACAO
                           REWRITE REG-CARGAMAT
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR A CARGA"
                               NOT INVALID KEY
                                   DISPLAY "CARGA SEMANAL ALTERADA!"
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE CARGAMAT
           END-IF
           .

       P600-LISTA-CARGAS.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           MOVE ZEROS TO WS-TOT-LIDOS
           SET EOF-OK   TO FALSE
           SET FS-CM-OK TO TRUE
           OPEN INPUT CARGAMAT
           IF NOT FS-CM-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ CARGAMAT NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CM-ANO EQUAL WS-ANO-INF THEN
                           MOVE CM-CD-MATERIA TO WS-CD-MAT-INF
                           PERFORM P710-LE-MATERIA
                           DISPLAY "MATERIA " CM-CD-MATERIA " "
                                   WS-NM-MAT "  AULAS/SEMANA: "
                                   CM-AULAS-SEMANA
                           ADD 1 TO WS-TOT-LIDOS
                       END-IF
               END-READ
           END-PERFORM
           IF FS-CM-OK THEN
               CLOSE CARGAMAT
           END-IF
           DISPLAY "MATERIAS COM CARGA EM " WS-ANO-INF ": "
                   WS-TOT-LIDOS
           .

       P700-LE-PROFESSOR.
      *> ACHOU so para professor ativo; WS-NM-PROF preenchido sempre
      *> que o professor existe.
           SET ACHOU TO FALSE
           MOVE SPACES TO WS-NM-PROF
           SET FS-PROF-OK TO TRUE
           OPEN INPUT PROFESSORES
               IF FS-PROF-OK THEN
                   MOVE WS-CD-PROF-INF TO CD-PROFESSOR
                   READ PROFESSORES
                       KEY IS CD-PROFESSOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-PROFESSOR TO WS-NM-PROF
                           IF NOT ST-PROF-INATIVO THEN
                               SET ACHOU TO TRUE
                           END-IF
                   END-READ
               END-IF
               CLOSE PROFESSORES
           .

       P710-LE-MATERIA.
           SET ACHOU TO FALSE
           MOVE SPACES TO WS-NM-MAT
           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATERIAS
               IF FS-MAT-OK THEN
                   MOVE WS-CD-MAT-INF TO CD-MATERIA
                   READ MATERIAS
                       KEY IS CD-MATERIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-MATERIA TO WS-NM-MAT
                           IF NOT ST-MATERIA-INATIVA THEN
                               SET ACHOU TO TRUE
                           END-IF
                   END-READ
               END-IF
               CLOSE MATERIAS
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM DISPMNT.
