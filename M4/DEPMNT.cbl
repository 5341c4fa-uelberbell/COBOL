      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:DEPENDENCIAS (PROGRESSAO PARCIAL) EM DEPEND.DAT: AS
      *         MATERIAS QUE O ALUNO PROMOVIDO COM DEPENDENCIA PELO
      *         RESULTADO FINAL (RESFINAL) CARREGA DO ANO DE ORIGEM.
      *         CONSULTA DAS DEPENDENCIAS DO ALUNO, LANCAMENTO DAS
      *         NOTAS DA TURMA DE DEPENDENCIA (MATRICULA PELA OPCAO 6
      *         DE MATTUR) COM A MESMA MEDIA E O MESMO CORTE DE
      *         CADNOTA/ALTNOTA (P-CALC-MEDIA) E RELACAO DAS
      *         DEPENDENCIAS EM ABERTO NO SPOOL. APROVADO NA
      *         DEPENDENCIA, ELA E ENCERRADA COMO CUMPRIDA E A MATERIA
      *         DO ANO DE ORIGEM PASSA A "APROV.DEP." NO HISTORICO
      *         ACADEMICO (ACADHIST.DAT), QUE O HISTORICO ESCOLAR
      *         (HISTESC) IMPRIME COMO TAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEPEND ASSIGN TO WS-DEPEND-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DEP.

               SELECT ACADHIST ASSIGN TO WS-ACADHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-MATERIA
               FILE STATUS IS WS-FS-MAT.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPEND.
       COPY FD_DEPEND.

       FD ACADHIST.
       COPY FD_ACADHIST.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD MATERIAS.
       COPY FD_MATERIAS.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_NOTAS.
       COPY WS_M4_PATHS.

       77 WS-FS-DEP         PIC 99.
           88 FS-DEP-OK     VALUE 0.
       77 WS-FS-HIST        PIC 99.
           88 FS-HIST-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-MAT         PIC 99.
           88 FS-MAT-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-MAT        PIC X VALUE "N".
           88 ABERTO-MAT       VALUE "S" FALSE "N".

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-CD-MATERIA-INF    PIC 9(03) VALUE ZEROS.
       77 WS-ANO-ORIGEM-INF    PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DEP-DESC          PIC X(20) VALUE SPACES.
       77 WS-NM-ALUNO-DEP      PIC X(40) VALUE SPACES.
       77 WS-NM-MATERIA-DEP    PIC X(30) VALUE SPACES.
       77 WS-TOT-DEP           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-TURMA     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LINHAS        PIC 9(05) VALUE ZEROS.

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       COPY WS_SPLCTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***DEPENDENCIAS (PROGRESSAO PARCIAL)***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> DEPENDENCIAS DO ALUNO  "
                   "<2> LANCAR NOTAS DA DEPENDENCIA  "
                   "<3> DEPENDENCIAS EM ABERTO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-CONSULTA-ALUNO
               WHEN "2"
                   PERFORM P400-LANCA-NOTAS
               WHEN "3"
                   PERFORM P500-RELACAO-ABERTAS
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
      *> Todas as dependencias do aluno, em qualquer situacao.
      *>----------------------------------------------------------------
       P310-CONSULTA-ALUNO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF

           MOVE ZEROS      TO WS-TOT-DEP
           SET EOF-OK      TO FALSE
           SET FS-DEP-OK   TO TRUE
           OPEN INPUT DEPEND
           IF NOT FS-DEP-OK THEN
               DISPLAY "NENHUMA DEPENDENCIA REGISTRADA"
           ELSE
               MOVE WS-ID-ALUNO-INF TO DP-ID-ALUNO
               MOVE ZEROS           TO DP-CD-MATERIA
               MOVE ZEROS           TO DP-ANO-ORIGEM
               START DEPEND KEY IS NOT LESS DP-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ DEPEND NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF DP-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-TOT-DEP
                               PERFORM P320-EXIBE-DEPENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPEND
               IF WS-TOT-DEP EQUAL ZEROS THEN
                   DISPLAY "ALUNO SEM DEPENDENCIAS"
               END-IF
           END-IF
           .

       P320-EXIBE-DEPENDENCIA.
           EVALUATE TRUE
               WHEN DP-ABERTA
                   MOVE "ABERTA"    TO WS-DEP-DESC
               WHEN DP-CUMPRIDA
                   MOVE "CUMPRIDA"  TO WS-DEP-DESC
               WHEN OTHER
                   MOVE "CANCELADA" TO WS-DEP-DESC
           END-EVALUATE
           DISPLAY "MATERIA " DP-CD-MATERIA " DE " DP-ANO-ORIGEM
                   " (MEDIA " DP-MEDIA-ORIGEM ") - " WS-DEP-DESC
           IF DP-CD-TURMA > ZEROS THEN
               DISPLAY "   TURMA " DP-CD-TURMA " EM " DP-ANO-CURSO
                       " NOTAS " DP-NOTA1 " " DP-NOTA2 " " DP-NOTA3
                       " " DP-NOTA4 " REC " DP-NOTA-REC
                       " MEDIA " DP-MEDIA
           ELSE
               IF DP-ABERTA THEN
                   DISPLAY "   SEM TURMA (MATRICULAR EM MATTUR, "
                           "OPCAO 6)"
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------
      *> Notas da turma de dependencia: media e status pelo calculo
      *> comum; aprovado encerra a dependencia e acerta o historico.
      *>----------------------------------------------------------------
       P400-LANCA-NOTAS.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "CODIGO DA MATERIA: "
           ACCEPT WS-CD-MATERIA-INF
           DISPLAY "ANO DE ORIGEM DA DEPENDENCIA (AAAA): "
           ACCEPT WS-ANO-ORIGEM-INF

           SET FS-DEP-OK TO TRUE
           OPEN I-O DEPEND
           IF NOT FS-DEP-OK THEN
               DISPLAY "Erro ao abrir arquivo de dependencias."
               DISPLAY "FILE STATUS: " WS-FS-DEP
           ELSE
               MOVE WS-ID-ALUNO-INF   TO DP-ID-ALUNO
               MOVE WS-CD-MATERIA-INF TO DP-CD-MATERIA
               MOVE WS-ANO-ORIGEM-INF TO DP-ANO-ORIGEM
               READ DEPEND
                   KEY IS DP-CHAVE
                   INVALID KEY
                       DISPLAY "DEPENDENCIA NAO ENCONTRADA"
                   NOT INVALID KEY
                       IF NOT DP-ABERTA THEN
                           DISPLAY "DEPENDENCIA NAO ESTA ABERTA"
                       ELSE
                           IF DP-CD-TURMA EQUAL ZEROS THEN
                               DISPLAY "ALUNO AINDA NAO MATRICULADO "
                                       "NA TURMA DE DEPENDENCIA "
                                       "(MATTUR, OPCAO 6)"
                           ELSE
                               PERFORM P410-CAPTURA-NOTAS
                               PERFORM P420-GRAVA-NOTAS
                           END-IF
                       END-IF
               END-READ
               CLOSE DEPEND
           END-IF
           .

       P410-CAPTURA-NOTAS.
           PERFORM P320-EXIBE-DEPENDENCIA
           MOVE SPACES            TO WS-REGISTRO-NOTA
           MOVE DP-ID-ALUNO       TO WS-NT-ID-ALUNO
           MOVE DP-CD-MATERIA     TO WS-NT-CD-MATERIA
           DISPLAY "NOTA 1: "
           ACCEPT WS-NT-NOTA1
           DISPLAY "NOTA 2: "
           ACCEPT WS-NT-NOTA2
           DISPLAY "NOTA 3: "
           ACCEPT WS-NT-NOTA3
           DISPLAY "NOTA 4: "
           ACCEPT WS-NT-NOTA4
           DISPLAY "NOTA DE RECUPERACAO (0 = NENHUMA): "
           ACCEPT WS-NT-NOTA-REC

           PERFORM P500-CALCULA-MEDIA-BASE
           DISPLAY "MEDIA DA DEPENDENCIA: " WS-NT-MEDIA " STATUS: "
                   WS-NT-STATUS
           .

       P420-GRAVA-NOTAS.
           MOVE WS-NT-NOTA1    TO DP-NOTA1
           MOVE WS-NT-NOTA2    TO DP-NOTA2
           MOVE WS-NT-NOTA3    TO DP-NOTA3
           MOVE WS-NT-NOTA4    TO DP-NOTA4
           MOVE WS-NT-NOTA-REC TO DP-NOTA-REC
           MOVE WS-NT-MEDIA    TO DP-MEDIA
           MOVE LK-OPERADOR    TO DP-OPERADOR
           IF WS-NT-STATUS EQUAL "APROVADO" THEN
               SET DP-CUMPRIDA  TO TRUE
               MOVE WS-DATA-HOJE TO DP-DT-CONCLUSAO
           END-IF
           REWRITE REG-DEPEND
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DEPENDENCIA - FILE "
                           "STATUS: " WS-FS-DEP
               NOT INVALID KEY
                   IF DP-CUMPRIDA THEN
                       DISPLAY "DEPENDENCIA CUMPRIDA!"
                       PERFORM P430-ACERTA-HISTORICO
                   ELSE
                       DISPLAY "NOTAS GRAVADAS - DEPENDENCIA SEGUE "
                               "ABERTA"
                   END-IF
           END-REWRITE
           .

       P430-ACERTA-HISTORICO.
      *> A materia reprovada do ano de origem passa a aprovada em
      *> dependencia; as notas do ano de origem ficam como estavam.
           SET FS-HIST-OK TO TRUE
           OPEN I-O ACADHIST
           IF NOT FS-HIST-OK THEN
               DISPLAY "HISTORICO ACADEMICO INDISPONIVEL - FILE "
                       "STATUS: " WS-FS-HIST
           ELSE
               MOVE DP-ID-ALUNO   TO AH-ID-ALUNO
               MOVE DP-ANO-ORIGEM TO AH-ANO
               MOVE DP-CD-MATERIA TO AH-CD-MATERIA
               READ ACADHIST
                   KEY IS AH-CHAVE
                   INVALID KEY
                       DISPLAY "MATERIA SEM REGISTRO NO HISTORICO DE "
                               DP-ANO-ORIGEM " (RODAR O ROLLOVER "
                               "ROLLANO DO ANO)"
                   NOT INVALID KEY
                       MOVE "APROV.DEP." TO AH-STATUS
                       REWRITE REG-ACADHIST
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR O HISTORICO"
                           NOT INVALID KEY
                               DISPLAY "HISTORICO DE " DP-ANO-ORIGEM
                                       " ATUALIZADO (APROV.DEP.)"
                       END-REWRITE
               END-READ
               CLOSE ACADHIST
           END-IF
           .

      *>----------------------------------------------------------------
      *> Relacao das dependencias em aberto, com e sem turma.
      *>----------------------------------------------------------------
       P500-RELACAO-ABERTAS.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "DEPMNT"    TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\DEPMNT.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           MOVE ZEROS       TO WS-TOT-DEP
           MOVE ZEROS       TO WS-TOT-SEM-TURMA
           MOVE ZEROS       TO WS-TOT-LINHAS
           SET EOF-OK       TO FALSE
           SET FS-DEP-OK    TO TRUE
           SET FS-ALUNO-OK  TO TRUE
           SET FS-MAT-OK    TO TRUE
           SET FS-REL-OK    TO TRUE

           OPEN INPUT DEPEND
           IF NOT FS-DEP-OK THEN
               DISPLAY "NENHUMA DEPENDENCIA REGISTRADA"
           ELSE
               OPEN INPUT ALUNOS
               OPEN INPUT MATERIAS
               SET ABERTO-ALUNO TO FALSE
               SET ABERTO-MAT   TO FALSE
               IF FS-ALUNO-OK THEN
                   SET ABERTO-ALUNO TO TRUE
               END-IF
               IF FS-MAT-OK THEN
                   SET ABERTO-MAT TO TRUE
               END-IF
               OPEN OUTPUT RELATORIO
               IF NOT FS-REL-OK THEN
                   DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                           WS-FS-REL
               ELSE
                   MOVE "DEPENDENCIAS EM ABERTO (PROGRESSAO PARCIAL)"
                       TO WS-LINHA-REL
                   PERFORM P590-ESCREVE
                   MOVE ALL "=" TO WS-LINHA-REL
                   PERFORM P590-ESCREVE

                   PERFORM UNTIL EOF-OK
                       READ DEPEND NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF DP-ABERTA THEN
                                   ADD 1 TO WS-TOT-DEP
                                   PERFORM P510-LINHA-ABERTA
                               END-IF
                       END-READ
                   END-PERFORM

                   MOVE SPACES TO WS-LINHA-REL
                   PERFORM P590-ESCREVE
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "DEPENDENCIAS EM ABERTO: " DELIMITED BY SIZE
                          WS-TOT-DEP DELIMITED BY SIZE
                          "  SEM TURMA: " DELIMITED BY SIZE
                          WS-TOT-SEM-TURMA DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   PERFORM P590-ESCREVE
                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
                       COMPUTE WS-SP-PAGINAS = WS-TOT-LINHAS / 60 + 1
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY "DEPENDENCIAS EM ABERTO: " WS-TOT-DEP
                   DISPLAY "RELACAO GRAVADA EM: " WS-RELAT-PATH
               END-IF
               CLOSE MATERIAS
               CLOSE ALUNOS
               CLOSE DEPEND
           END-IF
           .

       P510-LINHA-ABERTA.
           MOVE SPACES TO WS-NM-ALUNO-DEP
           MOVE SPACES TO WS-NM-MATERIA-DEP
           IF ABERTO-ALUNO THEN
               MOVE DP-ID-ALUNO TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       MOVE "ALUNO DESCONHECIDO" TO WS-NM-ALUNO-DEP
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-DEP
               END-READ
           END-IF
           IF ABERTO-MAT THEN
               MOVE DP-CD-MATERIA TO CD-MATERIA
               READ MATERIAS
                   KEY IS CD-MATERIA
                   INVALID KEY
                       MOVE "MATERIA DESCONHECIDA" TO WS-NM-MATERIA-DEP
                   NOT INVALID KEY
                       MOVE NM-MATERIA TO WS-NM-MATERIA-DEP
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING DP-ID-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-ALUNO-DEP (1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DP-CD-MATERIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-MATERIA-DEP (1:20) DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  DP-ANO-ORIGEM DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           IF DP-CD-TURMA > ZEROS THEN
               STRING " - TURMA " DELIMITED BY SIZE
                      DP-CD-TURMA DELIMITED BY SIZE
                      INTO WS-LINHA-REL (77:24)
           ELSE
               ADD 1 TO WS-TOT-SEM-TURMA
               MOVE " - SEM TURMA" TO WS-LINHA-REL (77:24)
           END-IF
           PERFORM P590-ESCREVE
           .

       P590-ESCREVE.
           WRITE WS-LINHA-REL
           ADD 1 TO WS-TOT-LINHAS
           .

       COPY P-CALC-MEDIA.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM DEPMNT.
