      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONTEUDO MINISTRADO (CONTEUDO.DAT): O PROFESSOR
      *         REGISTRA, POR TURMA E DATA DE AULA, O ASSUNTO DADO -
      *         O QUE A INSPECAO PEDE NO DIARIO OFICIAL E ERA ESCRITO
      *         A MAO NA FOLHA IMPRESSA. O PROFESSOR DA AULA E O
      *         TITULAR DA MATERIA NO PERIODO (PROFMAT) OU, QUANDO HA
      *         AUSENCIA DO TITULAR NAQUELE DIA (AUSENCIA.DAT, VER
      *         AUSPROF), O SUBSTITUTO DESIGNADO. O DIARIO IMPRIME OS
      *         REGISTROS NA PAGINA DE CONTEUDO E APONTA AS DATAS COM
      *         CHAMADA SEM CONTEUDO E VICE-VERSA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTEUDO ASSIGN TO WS-CONTEUDO-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT PROFMAT ASSIGN TO WS-PROFMAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PM.

               SELECT AUSENCIA ASSIGN TO WS-AUSENCIA-PATH
      *>          AUSENCIA DO TITULAR NO DIA E O SUBSTITUTO DESIGNADO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS WS-FS-AUS.

               SELECT PROFESSORES ASSIGN TO WS-PROFESSORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

       DATA DIVISION.
       FILE SECTION.
       FD CONTEUDO.
       COPY FD_CONTEUDO.

       FD TURMAS.
       COPY FD_TURMA.

       FD PROFMAT.
       COPY FD_PROFMAT.

       FD AUSENCIA.
       COPY FD_AUSENCIA.

       FD PROFESSORES.
       COPY FD_PROF.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-PM          PIC 99.
           88 FS-PM-OK      VALUE 0.
       77 WS-FS-AUS         PIC 99.
           88 FS-AUS-OK     VALUE 0.
       77 WS-FS-PROF        PIC 99.
           88 FS-PROF-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.
       77 WS-DT-INICIO-INF     PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-INF        PIC 9(08) VALUE ZEROS.
       77 WS-ASSUNTO-INF       PIC X(60) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

      *> Turma lida (materia e periodo para achar o titular).
       77 WS-MATERIA-TURMA     PIC 9(03) VALUE ZEROS.
       77 WS-ANO-TURMA         PIC 9(04) VALUE ZEROS.
       77 WS-SEMESTRE-TURMA    PIC 9(01) VALUE ZEROS.

      *> Professor que deu a aula na data: titular ou substituto.
       77 WS-CD-TITULAR        PIC 9(03) VALUE ZEROS.
       77 WS-CD-PROF-AULA      PIC 9(03) VALUE ZEROS.
       77 WS-NM-PROF-AULA      PIC X(30) VALUE SPACES.
       77 WS-SUBSTITUICAO      PIC X VALUE "N".
           88 AULA-SUBSTITUTO  VALUE "S" FALSE "N".
       77 WS-SEM-AULA          PIC X VALUE "N".
           88 AULA-SEM-PROF    VALUE "S" FALSE "N".
       77 WS-TOT-CONTEUDOS     PIC 9(03) VALUE ZEROS.

       COPY WS_DATUTIL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CONTEUDO MINISTRADO***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> REGISTRAR CONTEUDO  <2> REMOVER  "
                   "<3> CONSULTAR TURMA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-REGISTRA
               WHEN "2"
                   PERFORM P400-REMOVE
               WHEN "3"
                   PERFORM P500-CONSULTA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-REGISTRA.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "DATA DA AULA (AAAAMMDD): "
           ACCEPT WS-DATA-INF

           PERFORM P320-LE-TURMA
           IF WS-MATERIA-TURMA EQUAL ZEROS THEN
               DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
           ELSE
               MOVE "V"         TO WS-DU-OPERACAO
               MOVE WS-DATA-INF TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO EQUAL "S" OR
                  WS-DATA-INF > WS-DATA-HOJE THEN
                   DISPLAY "DATA INVALIDA OU FUTURA"
               ELSE
                   PERFORM P330-PROFESSOR-DA-AULA
                   EVALUATE TRUE
                       WHEN WS-CD-TITULAR EQUAL ZEROS
                           DISPLAY "MATERIA SEM PROFESSOR ATRIBUIDO "
                                   "NO PERIODO DA TURMA (ATRPROF)"
                       WHEN AULA-SEM-PROF
                           DISPLAY "AUSENCIA DO TITULAR SEM "
                                   "SUBSTITUTO EM " WS-DATA-INF
                                   " - DESIGNE O SUBSTITUTO NO AUSPROF"
                       WHEN OTHER
                           PERFORM P350-CAPTURA-ASSUNTO
                   END-EVALUATE
               END-IF
           END-IF
           .

       P320-LE-TURMA.
           MOVE ZEROS      TO WS-MATERIA-TURMA
           SET FS-TURMA-OK TO TRUE

           OPEN INPUT TURMAS
               IF FS-TURMA-OK THEN
                   MOVE WS-CD-TURMA-INF TO TU-CD-TURMA
                   READ TURMAS
                       KEY IS TU-CD-TURMA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TU-ATIVA THEN
                               MOVE TU-CD-MATERIA
                                   TO WS-MATERIA-TURMA
                               MOVE TU-ANO      TO WS-ANO-TURMA
                               MOVE TU-SEMESTRE TO WS-SEMESTRE-TURMA
                           END-IF
                   END-READ
               END-IF
               CLOSE TURMAS
           .

       P330-PROFESSOR-DA-AULA.
      *> Titular da materia no periodo (PROFMAT); ausencia ativa do
      *> titular na data passa a aula ao substituto designado.
           MOVE ZEROS  TO WS-CD-TITULAR
           MOVE ZEROS  TO WS-CD-PROF-AULA
           SET AULA-SUBSTITUTO TO FALSE
           SET AULA-SEM-PROF   TO FALSE

           SET FS-PM-OK TO TRUE
           OPEN INPUT PROFMAT
               IF FS-PM-OK THEN
                   MOVE WS-MATERIA-TURMA  TO PM-CD-MATERIA
                   MOVE WS-ANO-TURMA      TO PM-ANO
                   MOVE WS-SEMESTRE-TURMA TO PM-SEMESTRE
                   READ PROFMAT
                       KEY IS PM-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PM-CD-PROFESSOR TO WS-CD-TITULAR
                   END-READ
               END-IF
               CLOSE PROFMAT

           MOVE WS-CD-TITULAR TO WS-CD-PROF-AULA
           IF WS-CD-TITULAR NOT EQUAL ZEROS THEN
               SET FS-AUS-OK TO TRUE
               OPEN INPUT AUSENCIA
               IF FS-AUS-OK THEN
                   MOVE WS-CD-TITULAR    TO AU-CD-PROFESSOR
                   MOVE WS-DATA-INF      TO AU-DATA
                   MOVE WS-MATERIA-TURMA TO AU-CD-MATERIA
                   READ AUSENCIA
                       KEY IS AU-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AU-ATIVA THEN
                               IF AU-CD-SUBSTITUTO EQUAL ZEROS THEN
                                   SET AULA-SEM-PROF TO TRUE
                               ELSE
                                   SET AULA-SUBSTITUTO TO TRUE
                                   MOVE AU-CD-SUBSTITUTO
                                       TO WS-CD-PROF-AULA
                               END-IF
                           END-IF
                   END-READ
                   CLOSE AUSENCIA
               END-IF
           END-IF
           .

       P340-NOME-PROFESSOR.
           MOVE SPACES    TO WS-NM-PROF-AULA
           SET FS-PROF-OK TO TRUE
           OPEN INPUT PROFESSORES
               IF FS-PROF-OK THEN
                   MOVE WS-CD-PROF-AULA TO CD-PROFESSOR
                   READ PROFESSORES
                       KEY IS CD-PROFESSOR
                       INVALID KEY
                           MOVE "(DESCONHECIDO)" TO WS-NM-PROF-AULA
                       NOT INVALID KEY
                           MOVE NM-PROFESSOR TO WS-NM-PROF-AULA
                   END-READ
               END-IF
               CLOSE PROFESSORES
           .

       P350-CAPTURA-ASSUNTO.
           PERFORM P340-NOME-PROFESSOR
           IF AULA-SUBSTITUTO THEN
               DISPLAY "AULA DADA PELO SUBSTITUTO: " WS-CD-PROF-AULA
                       " - " WS-NM-PROF-AULA
           ELSE
               DISPLAY "PROFESSOR DA AULA: " WS-CD-PROF-AULA
                       " - " WS-NM-PROF-AULA
           END-IF
           DISPLAY "CONTEUDO MINISTRADO: "
           MOVE SPACES TO WS-ASSUNTO-INF
           ACCEPT WS-ASSUNTO-INF

           IF WS-ASSUNTO-INF EQUAL SPACES THEN
               DISPLAY "CONTEUDO EM BRANCO - NADA GRAVADO"
           ELSE
               PERFORM P360-GRAVA-CONTEUDO
           END-IF
           .

       P360-GRAVA-CONTEUDO.
           SET FS-OK TO TRUE
           OPEN I-O CONTEUDO
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT CONTEUDO
                   CLOSE CONTEUDO
                   OPEN I-O CONTEUDO
               END-IF

               IF FS-OK THEN
                   MOVE WS-CD-TURMA-INF  TO CN-CD-TURMA
                   MOVE WS-MATERIA-TURMA TO CN-CD-MATERIA
                   MOVE WS-DATA-INF      TO CN-DATA
                   MOVE WS-CD-PROF-AULA  TO CN-CD-PROFESSOR
                   IF AULA-SUBSTITUTO THEN
                       SET CN-PELO-SUBSTITUTO TO TRUE
                   ELSE
                       SET CN-PELO-TITULAR    TO TRUE
                   END-IF
                   MOVE WS-ASSUNTO-INF   TO CN-ASSUNTO
                   MOVE WS-DATA-HOJE     TO CN-DT-REGISTRO
                   MOVE LK-OPERADOR      TO CN-OPERADOR
                   WRITE REG-CONTEUDO
                       INVALID KEY
                           REWRITE REG-CONTEUDO
                           DISPLAY "CONTEUDO ALTERADO!"
                       NOT INVALID KEY
                           DISPLAY "CONTEUDO REGISTRADO!"
                   END-WRITE
               ELSE
                   DISPLAY "ERRO AO ABRIR CONTEUDO.DAT - FILE "
                           "STATUS: " WS-FS
               END-IF
               CLOSE CONTEUDO
           .

       P400-REMOVE.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "DATA DA AULA (AAAAMMDD): "
           ACCEPT WS-DATA-INF

           PERFORM P320-LE-TURMA
           IF WS-MATERIA-TURMA EQUAL ZEROS THEN
               DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
           ELSE
               SET FS-OK TO TRUE
               OPEN I-O CONTEUDO
                   IF FS-OK THEN
                       MOVE WS-CD-TURMA-INF  TO CN-CD-TURMA
                       MOVE WS-MATERIA-TURMA TO CN-CD-MATERIA
                       MOVE WS-DATA-INF      TO CN-DATA
                       READ CONTEUDO
                           KEY IS CN-CHAVE
                           INVALID KEY
                               DISPLAY "CONTEUDO NAO REGISTRADO"
                           NOT INVALID KEY
                               DELETE CONTEUDO RECORD
                                   INVALID KEY
                                       DISPLAY "ERRO AO REMOVER"
                                   NOT INVALID KEY
                                       DISPLAY "CONTEUDO REMOVIDO!"
                               END-DELETE
                       END-READ
                   ELSE
                       DISPLAY "ERRO AO ABRIR CONTEUDO.DAT - FILE "
                               "STATUS: " WS-FS
                   END-IF
                   CLOSE CONTEUDO
           END-IF
           .

       P500-CONSULTA.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           ACCEPT WS-DT-INICIO-INF
           DISPLAY "DATA FINAL (AAAAMMDD): "
           ACCEPT WS-DT-FIM-INF

           PERFORM P320-LE-TURMA
           IF WS-MATERIA-TURMA EQUAL ZEROS THEN
               DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
           ELSE
               SET EOF-OK TO FALSE
               SET FS-OK  TO TRUE
               MOVE ZEROS TO WS-TOT-CONTEUDOS

               OPEN INPUT CONTEUDO
               IF NOT FS-OK THEN
                   DISPLAY "NENHUM CONTEUDO REGISTRADO (SEM ARQUIVO)"
               ELSE
                   MOVE WS-CD-TURMA-INF  TO CN-CD-TURMA
                   MOVE WS-MATERIA-TURMA TO CN-CD-MATERIA
                   MOVE WS-DT-INICIO-INF TO CN-DATA
                   START CONTEUDO KEY IS NOT LESS CN-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ CONTEUDO NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF CN-CD-TURMA NOT EQUAL
                                  WS-CD-TURMA-INF OR
                                  CN-CD-MATERIA NOT EQUAL
                                  WS-MATERIA-TURMA OR
                                  CN-DATA > WS-DT-FIM-INF THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   ADD 1 TO WS-TOT-CONTEUDOS
                                   DISPLAY CN-DATA " PROF "
                                           CN-CD-PROFESSOR " "
                                           CN-SUBSTITUICAO " "
                                           CN-ASSUNTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTEUDO
                   DISPLAY "AULAS COM CONTEUDO NO PERIODO: "
                           WS-TOT-CONTEUDOS
               END-IF
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM CONTMNT.
