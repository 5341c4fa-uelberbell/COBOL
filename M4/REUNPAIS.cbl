      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:REUNIAO DE PAIS E MESTRES: CADASTRA O EVENTO POR DATA
      *         (REUNIAO.DAT) E GERA OS HORARIOS DE ATENDIMENTO DE
      *         CADA PROFESSOR COM ATRIBUICAO ATIVA NO PERIODO
      *         (PROFMAT.DAT) EM AGREUN.DAT. O AGENDAMENTO E FEITO
      *         PARA UM RESPONSAVEL VINCULADO AO ALUNO (RESPALU.DAT)
      *         COM UM PROFESSOR DE UMA TURMA EM QUE O ALUNO ESTA
      *         MATRICULADO, E E RECUSADO QUANDO O MESMO RESPONSAVEL
      *         JA TEM HORARIO SOBREPOSTO (FILHOS EM VARIAS TURMAS).
      *         IMPRIME NO SPOOL (SPLCTL) A AGENDA DE CADA PROFESSOR E
      *         A LISTA DE PRESENCA PARA ASSINATURA, REGISTRA O
      *         COMPARECIMENTO E LISTA AS FAMILIAS QUE FORAM
      *         AGENDADAS E NUNCA COMPARECERAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REUNPAIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REUNIAO ASSIGN TO WS-REUNIAO-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-DT-REUNIAO
               FILE STATUS IS WS-FS.

               SELECT AGREUN ASSIGN TO WS-AGREUN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               ALTERNATE RECORD KEY IS AG-ID-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-AG.

               SELECT PROFMAT ASSIGN TO WS-PROFMAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PM.

               SELECT PROFESSORES ASSIGN TO WS-PROFESSORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (NOME/TELEFONE DO
      *>          RESPONSAVEL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CNT.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD REUNIAO.
       COPY FD_REUNIAO.

       FD AGREUN.
       COPY FD_AGREUN.

       FD PROFMAT.
       COPY FD_PROFMAT.

       FD PROFESSORES.
       COPY FD_PROF.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD TURMAS.
       COPY FD_TURMA.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD RESPALU.
       COPY FD_RESPALU.

       FD CONTATOS.
       COPY FD_CONTT.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-AG          PIC 99.
           88 FS-AG-OK      VALUE 0.
       77 WS-FS-PM          PIC 99.
           88 FS-PM-OK      VALUE 0.
       77 WS-FS-PROF        PIC 99.
           88 FS-PROF-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-CNT         PIC 99.
           88 FS-CNT-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-AUX           PIC X.
           88 FIM-AUX          VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

      *> Arquivos de apoio abertos (nome do professor, aluno e
      *> responsavel nos relatorios).
       77 WS-ABERTO-PROF       PIC X VALUE "N".
           88 ABERTO-PROF      VALUE "S" FALSE "N".
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-CNT        PIC X VALUE "N".
           88 ABERTO-CNT       VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DT-REUNIAO-INF    PIC 9(08) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-SEMESTRE-INF      PIC 9(01) VALUE ZEROS.
       77 WS-BIMESTRE-INF      PIC 9(01) VALUE ZEROS.
       77 WS-DESCRICAO-INF     PIC X(30) VALUE SPACES.
       77 WS-HR-INICIO-INF     PIC 9(04) VALUE ZEROS.
       77 WS-HR-FIM-INF        PIC 9(04) VALUE ZEROS.
       77 WS-MIN-HORARIO-INF   PIC 9(02) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-ID-CONTATO-INF    PIC 9(05) VALUE ZEROS.
       77 WS-CD-PROF-INF       PIC 9(03) VALUE ZEROS.
       77 WS-HR-HORARIO-INF    PIC 9(04) VALUE ZEROS.
       77 WS-SITUACAO-INF      PIC X VALUE SPACES.
       77 WS-CONFIRM           PIC X VALUE SPACES.

      *> Conversao HHMM <-> minutos do dia.
       01 WS-HORA-HHMM         PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-HHMM.
           03 WS-HORA-HH       PIC 9(02).
           03 WS-HORA-MM       PIC 9(02).
       77 WS-MIN-INICIO        PIC 9(04) VALUE ZEROS.
       77 WS-MIN-FIM           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ATUAL         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-OUTRO         PIC 9(04) VALUE ZEROS.
       77 WS-HORA-EDIT         PIC X(05) VALUE SPACES.

       77 WS-I                 PIC 9(04) VALUE ZEROS.
       77 WS-TOT-PROF          PIC 9(03) VALUE ZEROS.
       77 WS-TOT-HORARIOS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-AGENDADOS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIVRES        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PRESENTES     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FALTAS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FAMILIAS      PIC 9(05) VALUE ZEROS.

      *> Professores com atribuicao ativa no periodo do evento
      *> (posicao = codigo do professor).
       01 WS-TAB-PROF-REUNIAO.
           03 WS-PR-ATENDE PIC X OCCURS 999 TIMES.

      *> Professores do aluno no periodo: turma/materia -> PROFMAT.
       77 WS-MAX-PROF-ALUNO    PIC 9(02) VALUE 20.
       77 WS-QTD-PROF-ALUNO    PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PROF-ALUNO.
           03 WS-PA-ITEM OCCURS 20 TIMES.
               05 WS-PA-CD-PROFESSOR   PIC 9(03).
               05 WS-PA-CD-TURMA       PIC 9(03).
               05 WS-PA-CD-MATERIA     PIC 9(03).
       77 WS-PROF-DO-ALUNO     PIC X VALUE "N".
           88 PROF-DO-ALUNO    VALUE "S" FALSE "N".

       77 WS-VALIDO            PIC X VALUE "N".
           88 DADOS-VALIDOS    VALUE "S" FALSE "N".
       77 WS-CONFLITO          PIC X VALUE "N".
           88 HA-CONFLITO      VALUE "S" FALSE "N".

      *> Quebra por responsavel no relatorio de familias.
       77 WS-CONTATO-ANT       PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-ANT         PIC 9(05) VALUE ZEROS.
       77 WS-FAM-AGENDADOS     PIC 9(03) VALUE ZEROS.
       77 WS-FAM-PRESENTES     PIC 9(03) VALUE ZEROS.
       77 WS-FAM-FALTAS        PIC 9(03) VALUE ZEROS.
       77 WS-FAM-ULT-DATA      PIC 9(08) VALUE ZEROS.

       77 WS-ID-CONTATO-REL    PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALUNO-REL      PIC 9(05) VALUE ZEROS.
       77 WS-NM-PROF-REL       PIC X(30) VALUE SPACES.
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.
       77 WS-NM-RESP-REL       PIC X(40) VALUE SPACES.
       77 WS-TEL-RESP-REL      PIC X(16) VALUE SPACES.
       77 WS-TIPO-REL          PIC X VALUE SPACES.
           88 REL-AGENDA       VALUE "A".
           88 REL-PRESENCA     VALUE "P".
       77 WS-PROF-ANT          PIC 9(03) VALUE ZEROS.

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

           DISPLAY "***REUNIAO DE PAIS E MESTRES***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-CONTATOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

      *> CONTATOS.DAT vive no diretorio de dados do M3 (mesmo padrao
      *> de resolucao de P-RESOLVE-PATH.cpy).
       P110-RESOLVE-CONTATOS.
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
      *>   Perfil TREINO (SIS_AMBIENTE): os arquivos do M3 tambem
      *>   vem da subpasta clonada (ver AMBREF).
           IF WS-AMBIENTE-M4 EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-M3 TO WS-DIR-TRN
               MOVE SPACES         TO WS-BASE-DIR-M3
               STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONTATOS.DAT" DELIMITED BY SIZE
                  INTO WS-CONTATOS-PATH-LOCAL
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> CADASTRAR REUNIAO  <2> GERAR HORARIOS "
                   "DOS PROFESSORES  <3> AGENDAR"
           DISPLAY "        <4> CANCELAR AGENDAMENTO  <5> AGENDA DO "
                   "PROFESSOR  <6> LISTA DE PRESENCA"
           DISPLAY "        <7> REGISTRAR COMPARECIMENTO  <8> ENCERRAR "
                   "REUNIAO  <9> FAMILIAS AUSENTES"
           DISPLAY "        <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-CADASTRA-REUNIAO
               WHEN "2"
                   PERFORM P330-GERA-HORARIOS
               WHEN "3"
                   PERFORM P400-AGENDA
               WHEN "4"
                   PERFORM P450-CANCELA-AGENDAMENTO
               WHEN "5"
                   SET REL-AGENDA TO TRUE
                   PERFORM P500-RELATORIO-PROFESSOR
               WHEN "6"
                   SET REL-PRESENCA TO TRUE
                   PERFORM P500-RELATORIO-PROFESSOR
               WHEN "7"
                   PERFORM P600-COMPARECIMENTO
               WHEN "8"
                   PERFORM P650-ENCERRA-REUNIAO
               WHEN "9"
                   PERFORM P700-FAMILIAS-AUSENTES
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
      *> Evento: data, periodo letivo (define os professores pelas
      *> atribuicoes de PROFMAT) e o intervalo de atendimento.
      *>----------------------------------------------------------------
       P310-CADASTRA-REUNIAO.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DT-REUNIAO-INF
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT WS-SEMESTRE-INF
           DISPLAY "BIMESTRE (1 A 4): "
           ACCEPT WS-BIMESTRE-INF
           DISPLAY "DESCRICAO: "
           ACCEPT WS-DESCRICAO-INF
           DISPLAY "INICIO DO ATENDIMENTO (HHMM): "
           ACCEPT WS-HR-INICIO-INF
           DISPLAY "FIM DO ATENDIMENTO (HHMM): "
           ACCEPT WS-HR-FIM-INF
           DISPLAY "MINUTOS POR HORARIO (ENTER = 10): "
           ACCEPT WS-MIN-HORARIO-INF
           IF WS-MIN-HORARIO-INF EQUAL ZEROS THEN
               MOVE 10 TO WS-MIN-HORARIO-INF
           END-IF

           PERFORM P315-VALIDA-REUNIAO
           IF DADOS-VALIDOS THEN
               PERFORM P320-GRAVA-REUNIAO
           END-IF
           .

       P315-VALIDA-REUNIAO.
           SET DADOS-VALIDOS TO FALSE
           MOVE "V"               TO WS-DU-OPERACAO
           MOVE WS-DT-REUNIAO-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE WS-HR-INICIO-INF  TO WS-HORA-HHMM
           COMPUTE WS-MIN-INICIO = WS-HORA-HH * 60 + WS-HORA-MM
           MOVE WS-HR-FIM-INF     TO WS-HORA-HHMM
           COMPUTE WS-MIN-FIM = WS-HORA-HH * 60 + WS-HORA-MM

           EVALUATE TRUE
               WHEN WS-DU-ERRO EQUAL "S"
                   DISPLAY "DATA INVALIDA"
               WHEN WS-DT-REUNIAO-INF < WS-DATA-HOJE
                   DISPLAY "DATA JA PASSOU"
               WHEN WS-SEMESTRE-INF < 1 OR WS-SEMESTRE-INF > 2
                   DISPLAY "SEMESTRE INVALIDO"
               WHEN WS-BIMESTRE-INF < 1 OR WS-BIMESTRE-INF > 4
                   DISPLAY "BIMESTRE INVALIDO"
               WHEN WS-HR-INICIO-INF (1:2) > "23" OR
                    WS-HR-INICIO-INF (3:2) > "59" OR
                    WS-HR-FIM-INF (1:2) > "23" OR
                    WS-HR-FIM-INF (3:2) > "59"
                   DISPLAY "HORARIO INVALIDO"
               WHEN WS-MIN-FIM NOT > WS-MIN-INICIO
                   DISPLAY "FIM DEVE SER DEPOIS DO INICIO"
               WHEN WS-MIN-FIM - WS-MIN-INICIO < WS-MIN-HORARIO-INF
                   DISPLAY "INTERVALO MENOR QUE UM HORARIO"
               WHEN OTHER
                   SET DADOS-VALIDOS TO TRUE
           END-EVALUATE
           .

       P320-GRAVA-REUNIAO.
           SET FS-OK TO TRUE
           OPEN I-O REUNIAO
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT REUNIAO
               CLOSE REUNIAO
               SET FS-OK TO TRUE
               OPEN I-O REUNIAO
           END-IF
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR REUNIAO.DAT - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-DT-REUNIAO-INF TO RN-DT-REUNIAO
               READ REUNIAO
                   KEY IS RN-DT-REUNIAO
                   INVALID KEY
                       INITIALIZE REG-REUNIAO
                       MOVE WS-DT-REUNIAO-INF TO RN-DT-REUNIAO
                       SET RN-ABERTA          TO TRUE
                       PERFORM P325-MOVE-REUNIAO
                       WRITE REG-REUNIAO
                       DISPLAY "REUNIAO CADASTRADA! GERE OS HORARIOS "
                               "(OPCAO 2)"
                   NOT INVALID KEY
      *>               Horarios ja gerados ficam como estao: mudar o
      *>               intervalo so vale para uma nova geracao.
                       IF RN-ENCERRADA THEN
                           DISPLAY "REUNIAO JA ENCERRADA"
                       ELSE
                           PERFORM P325-MOVE-REUNIAO
                           REWRITE REG-REUNIAO
                           DISPLAY "REUNIAO ALTERADA!"
                       END-IF
               END-READ
               CLOSE REUNIAO
           END-IF
           .

       P325-MOVE-REUNIAO.
           MOVE WS-ANO-INF         TO RN-ANO
           MOVE WS-SEMESTRE-INF    TO RN-SEMESTRE
           MOVE WS-BIMESTRE-INF    TO RN-BIMESTRE
           MOVE WS-DESCRICAO-INF   TO RN-DESCRICAO
           MOVE WS-HR-INICIO-INF   TO RN-HR-INICIO
           MOVE WS-HR-FIM-INF      TO RN-HR-FIM
           MOVE WS-MIN-HORARIO-INF TO RN-MIN-HORARIO
           MOVE WS-DATA-HOJE       TO RN-DT-ATUALIZACAO
           MOVE LK-OPERADOR        TO RN-OPERADOR
           .

      *>----------------------------------------------------------------
      *> Horarios livres para cada professor ativo com atribuicao
      *> ativa no periodo; gerar de novo so acrescenta o que faltar.
      *>----------------------------------------------------------------
       P330-GERA-HORARIOS.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DT-REUNIAO-INF
           PERFORM P800-LE-REUNIAO
           IF DADOS-VALIDOS THEN
               IF NOT RN-ABERTA THEN
                   DISPLAY "REUNIAO JA ENCERRADA"
               ELSE
                   PERFORM P335-PROFESSORES-PERIODO
                   IF WS-TOT-PROF EQUAL ZEROS THEN
                       DISPLAY "NENHUMA ATRIBUICAO ATIVA NO PERIODO "
                               RN-ANO "/" RN-SEMESTRE
                   ELSE
                       PERFORM P340-GRAVA-HORARIOS
                   END-IF
               END-IF
           END-IF
           .

       P335-PROFESSORES-PERIODO.
           MOVE ALL "N"  TO WS-TAB-PROF-REUNIAO
           MOVE ZEROS    TO WS-TOT-PROF
           SET EOF-OK    TO FALSE
           SET FS-PM-OK  TO TRUE
           SET FS-PROF-OK TO TRUE
           OPEN INPUT PROFMAT
           IF NOT FS-PM-OK THEN
               DISPLAY "ERRO AO ABRIR PROFMAT.DAT - FILE STATUS: "
                       WS-FS-PM
           ELSE
               OPEN INPUT PROFESSORES
               PERFORM UNTIL EOF-OK
                   READ PROFMAT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF PM-ATIVA AND PM-ANO EQUAL RN-ANO AND
                              PM-SEMESTRE EQUAL RN-SEMESTRE AND
                              PM-CD-PROFESSOR > ZEROS THEN
                               PERFORM P337-MARCA-PROFESSOR
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-PROF-OK THEN
                   CLOSE PROFESSORES
               END-IF
               CLOSE PROFMAT
           END-IF
           .

       P337-MARCA-PROFESSOR.
           IF WS-PR-ATENDE (PM-CD-PROFESSOR) EQUAL "N" THEN
               MOVE PM-CD-PROFESSOR TO CD-PROFESSOR
               IF FS-PROF-OK THEN
                   READ PROFESSORES
                       KEY IS CD-PROFESSOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ST-PROF-ATIVO THEN
                               MOVE "S"
                                   TO WS-PR-ATENDE (PM-CD-PROFESSOR)
                               ADD 1 TO WS-TOT-PROF
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

       P340-GRAVA-HORARIOS.
           MOVE ZEROS    TO WS-TOT-HORARIOS
           SET FS-AG-OK  TO TRUE
           OPEN I-O AGREUN
           IF WS-FS-AG EQUAL 35 THEN
               OPEN OUTPUT AGREUN
               CLOSE AGREUN
               SET FS-AG-OK TO TRUE
               OPEN I-O AGREUN
           END-IF
           IF NOT FS-AG-OK THEN
               DISPLAY "ERRO AO ABRIR AGREUN.DAT - FILE STATUS: "
                       WS-FS-AG
           ELSE
               MOVE RN-HR-INICIO TO WS-HORA-HHMM
               COMPUTE WS-MIN-INICIO = WS-HORA-HH * 60 + WS-HORA-MM
               MOVE RN-HR-FIM    TO WS-HORA-HHMM
               COMPUTE WS-MIN-FIM = WS-HORA-HH * 60 + WS-HORA-MM
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999
                   IF WS-PR-ATENDE (WS-I) EQUAL "S" THEN
                       PERFORM P345-HORARIOS-PROFESSOR
                   END-IF
               END-PERFORM
               CLOSE AGREUN
               DISPLAY "PROFESSORES: " WS-TOT-PROF
                       "  HORARIOS GERADOS: " WS-TOT-HORARIOS
           END-IF
           .

       P345-HORARIOS-PROFESSOR.
           MOVE WS-MIN-INICIO TO WS-MIN-ATUAL
           PERFORM UNTIL WS-MIN-ATUAL + RN-MIN-HORARIO > WS-MIN-FIM
               INITIALIZE REG-AGREUN
               MOVE RN-DT-REUNIAO TO AG-DT-REUNIAO
               MOVE WS-I          TO AG-CD-PROFESSOR
               DIVIDE WS-MIN-ATUAL BY 60 GIVING WS-HORA-HH
                   REMAINDER WS-HORA-MM
               MOVE WS-HORA-HHMM  TO AG-HR-HORARIO
               MOVE ZEROS         TO AG-ID-CONTATO
               MOVE ZEROS         TO AG-ID-ALUNO
               SET AG-LIVRE       TO TRUE
               MOVE ZEROS         TO AG-DT-AGENDAMENTO
               MOVE LK-OPERADOR   TO AG-OPERADOR
               WRITE REG-AGREUN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-HORARIOS
               END-WRITE
               ADD RN-MIN-HORARIO TO WS-MIN-ATUAL
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> Agendamento: responsavel vinculado ao aluno, professor de uma
      *> turma do aluno no periodo, horario livre e sem sobreposicao
      *> com outro horario do mesmo responsavel na mesma data.
      *>----------------------------------------------------------------
       P400-AGENDA.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DT-REUNIAO-INF
           PERFORM P800-LE-REUNIAO
           IF DADOS-VALIDOS AND NOT RN-ABERTA THEN
               DISPLAY "REUNIAO JA ENCERRADA"
               SET DADOS-VALIDOS TO FALSE
           END-IF
           IF DADOS-VALIDOS THEN
               DISPLAY "CODIGO DO ALUNO: "
               ACCEPT WS-ID-ALUNO-INF
               DISPLAY "CODIGO DO RESPONSAVEL (CONTATO): "
               ACCEPT WS-ID-CONTATO-INF
               PERFORM P405-VALIDA-VINCULO
           END-IF
           IF DADOS-VALIDOS THEN
               PERFORM P410-PROFESSORES-ALUNO
               IF WS-QTD-PROF-ALUNO EQUAL ZEROS THEN
                   DISPLAY "ALUNO SEM MATRICULA ATIVA COM PROFESSOR "
                           "ATRIBUIDO NO PERIODO"
               ELSE
                   DISPLAY "CODIGO DO PROFESSOR: "
                   ACCEPT WS-CD-PROF-INF
                   SET PROF-DO-ALUNO TO FALSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-PROF-ALUNO
                       IF WS-PA-CD-PROFESSOR (WS-I) EQUAL
                          WS-CD-PROF-INF THEN
                           SET PROF-DO-ALUNO TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT PROF-DO-ALUNO THEN
                       DISPLAY "PROFESSOR NAO LECIONA PARA O ALUNO"
                   ELSE
                       PERFORM P420-RESERVA-HORARIO
                   END-IF
               END-IF
           END-IF
           .

       P405-VALIDA-VINCULO.
           SET DADOS-VALIDOS TO FALSE
           SET FS-ALUNO-OK   TO TRUE
           OPEN INPUT ALUNOS
           IF FS-ALUNO-OK THEN
               MOVE WS-ID-ALUNO-INF TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY "ALUNO NAO CADASTRADO"
                   NOT INVALID KEY
                       IF ST-ALUNO-ATIVO THEN
                           SET DADOS-VALIDOS TO TRUE
                           DISPLAY "ALUNO: " NM-ALUNO
                       ELSE
                           DISPLAY "ALUNO INATIVO"
                       END-IF
               END-READ
               CLOSE ALUNOS
           ELSE
               DISPLAY "ERRO AO ABRIR ALUNOS.DAT - FILE STATUS: "
                       WS-FS-ALUNO
           END-IF

           IF DADOS-VALIDOS THEN
               SET DADOS-VALIDOS TO FALSE
               SET FS-RESP-OK    TO TRUE
               OPEN INPUT RESPALU
               IF FS-RESP-OK THEN
                   MOVE WS-ID-ALUNO-INF   TO RS-ID-ALUNO
                   MOVE WS-ID-CONTATO-INF TO RS-ID-CONTATO
                   READ RESPALU
                       KEY IS RS-CHAVE
                       INVALID KEY
                           DISPLAY "CONTATO NAO E RESPONSAVEL PELO "
                                   "ALUNO (RESPMNT)"
                       NOT INVALID KEY
                           IF RS-ATIVO THEN
                               SET DADOS-VALIDOS TO TRUE
                           ELSE
                               DISPLAY "VINCULO DESFEITO"
                           END-IF
                   END-READ
                   CLOSE RESPALU
               ELSE
                   DISPLAY "ERRO AO ABRIR RESPALU.DAT - FILE STATUS: "
                           WS-FS-RESP
               END-IF
           END-IF

           IF DADOS-VALIDOS THEN
               SET FS-CNT-OK TO TRUE
               OPEN INPUT CONTATOS
               IF FS-CNT-OK THEN
                   MOVE WS-ID-CONTATO-INF TO ID-CONTATO
                   READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "RESPONSAVEL: " NM-CONTATO
                   END-READ
                   CLOSE CONTATOS
               END-IF
           END-IF
           .

       P410-PROFESSORES-ALUNO.
           MOVE ZEROS      TO WS-QTD-PROF-ALUNO
           SET EOF-OK      TO FALSE
           SET FS-TURMA-OK TO TRUE
           SET FS-MATR-OK  TO TRUE
           SET FS-PM-OK    TO TRUE
           SET FS-PROF-OK  TO TRUE
           OPEN INPUT TURMAS
           OPEN INPUT MATRICULAS
           OPEN INPUT PROFMAT
           OPEN INPUT PROFESSORES
           IF NOT FS-TURMA-OK OR NOT FS-MATR-OK OR NOT FS-PM-OK THEN
               DISPLAY "ERRO AO ABRIR TURMAS/MATRICULAS/PROFMAT"
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ TURMAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF TU-ANO EQUAL RN-ANO AND
                          TU-SEMESTRE EQUAL RN-SEMESTRE THEN
                           PERFORM P415-TURMA-DO-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-TURMA-OK THEN
               CLOSE TURMAS
           END-IF
           IF FS-MATR-OK THEN
               CLOSE MATRICULAS
           END-IF
           IF FS-PM-OK THEN
               CLOSE PROFMAT
           END-IF
           IF FS-PROF-OK THEN
               CLOSE PROFESSORES
           END-IF
           .

       P415-TURMA-DO-ALUNO.
           MOVE TU-CD-TURMA     TO MT-CD-TURMA
           MOVE WS-ID-ALUNO-INF TO MT-ID-ALUNO
           READ MATRICULAS
               KEY IS MT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MT-ATIVA THEN
                       MOVE TU-CD-MATERIA TO PM-CD-MATERIA
                       MOVE TU-ANO        TO PM-ANO
                       MOVE TU-SEMESTRE   TO PM-SEMESTRE
                       READ PROFMAT
                           KEY IS PM-CHAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PM-ATIVA AND WS-QTD-PROF-ALUNO <
                                  WS-MAX-PROF-ALUNO THEN
                                   PERFORM P417-LISTA-PROFESSOR
                               END-IF
                       END-READ
                   END-IF
           END-READ
           .

       P417-LISTA-PROFESSOR.
           ADD 1 TO WS-QTD-PROF-ALUNO
           MOVE PM-CD-PROFESSOR
               TO WS-PA-CD-PROFESSOR (WS-QTD-PROF-ALUNO)
           MOVE TU-CD-TURMA   TO WS-PA-CD-TURMA (WS-QTD-PROF-ALUNO)
           MOVE TU-CD-MATERIA TO WS-PA-CD-MATERIA (WS-QTD-PROF-ALUNO)
           MOVE SPACES TO WS-NM-PROF-REL
           IF FS-PROF-OK THEN
               MOVE PM-CD-PROFESSOR TO CD-PROFESSOR
               READ PROFESSORES
                   KEY IS CD-PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-NM-PROF-REL
               END-READ
           END-IF
           DISPLAY "PROFESSOR " PM-CD-PROFESSOR " " WS-NM-PROF-REL
                   " TURMA " TU-CD-TURMA " MATERIA " TU-CD-MATERIA
           .

       P420-RESERVA-HORARIO.
           SET FS-AG-OK TO TRUE
           OPEN I-O AGREUN
           IF NOT FS-AG-OK THEN
               DISPLAY "HORARIOS NAO GERADOS (OPCAO 2) - FILE STATUS: "
                       WS-FS-AG
           ELSE
               PERFORM P425-MOSTRA-LIVRES
               IF WS-TOT-LIVRES EQUAL ZEROS THEN
                   DISPLAY "PROFESSOR SEM HORARIO LIVRE NESTA DATA"
               ELSE
                   DISPLAY "HORARIO (HHMM): "
                   ACCEPT WS-HR-HORARIO-INF
                   PERFORM P430-CONFERE-SOBREPOSICAO
                   IF NOT HA-CONFLITO THEN
                       PERFORM P435-GRAVA-RESERVA
                   END-IF
               END-IF
               CLOSE AGREUN
           END-IF
           .

       P425-MOSTRA-LIVRES.
           MOVE ZEROS TO WS-TOT-LIVRES
           SET FIM-AUX TO FALSE
           MOVE WS-DT-REUNIAO-INF TO AG-DT-REUNIAO
           MOVE WS-CD-PROF-INF    TO AG-CD-PROFESSOR
           MOVE ZEROS             TO AG-HR-HORARIO
           START AGREUN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           DISPLAY "HORARIOS LIVRES:"
           PERFORM UNTIL FIM-AUX
               READ AGREUN NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF AG-DT-REUNIAO NOT EQUAL WS-DT-REUNIAO-INF OR
                          AG-CD-PROFESSOR NOT EQUAL WS-CD-PROF-INF THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF AG-LIVRE THEN
                               ADD 1 TO WS-TOT-LIVRES
                               PERFORM P810-EDITA-HORA
                               DISPLAY "  " WS-HORA-EDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *> Mesmo responsavel nao pode ter dois horarios que se cruzam
      *> na mesma data (filhos em turmas diferentes), nem o mesmo
      *> aluno duas vezes com o mesmo professor.
       P430-CONFERE-SOBREPOSICAO.
           SET HA-CONFLITO TO FALSE
           MOVE WS-HR-HORARIO-INF TO WS-HORA-HHMM
           COMPUTE WS-MIN-ATUAL = WS-HORA-HH * 60 + WS-HORA-MM
           SET FIM-AUX TO FALSE
           MOVE WS-ID-CONTATO-INF TO AG-ID-CONTATO
           START AGREUN KEY IS EQUAL AG-ID-CONTATO
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ AGREUN NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF AG-ID-CONTATO NOT EQUAL WS-ID-CONTATO-INF
                          THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF AG-DT-REUNIAO EQUAL WS-DT-REUNIAO-INF
                              AND AG-RESERVADO THEN
                               PERFORM P432-COMPARA-HORARIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P432-COMPARA-HORARIO.
           MOVE AG-HR-HORARIO TO WS-HORA-HHMM
           COMPUTE WS-MIN-OUTRO = WS-HORA-HH * 60 + WS-HORA-MM
           IF AG-ID-ALUNO EQUAL WS-ID-ALUNO-INF AND
              AG-CD-PROFESSOR EQUAL WS-CD-PROF-INF THEN
               SET HA-CONFLITO TO TRUE
               PERFORM P810-EDITA-HORA
               DISPLAY "ALUNO JA AGENDADO COM ESTE PROFESSOR AS "
                       WS-HORA-EDIT
           ELSE
               IF (WS-MIN-OUTRO NOT < WS-MIN-ATUAL AND
                   WS-MIN-OUTRO < WS-MIN-ATUAL + RN-MIN-HORARIO) OR
                  (WS-MIN-ATUAL NOT < WS-MIN-OUTRO AND
                   WS-MIN-ATUAL < WS-MIN-OUTRO + RN-MIN-HORARIO) THEN
                   SET HA-CONFLITO TO TRUE
                   PERFORM P810-EDITA-HORA
                   DISPLAY "RESPONSAVEL JA TEM HORARIO AS "
                           WS-HORA-EDIT " COM O PROFESSOR "
                           AG-CD-PROFESSOR " (ALUNO " AG-ID-ALUNO ")"
               END-IF
           END-IF
           .

       P435-GRAVA-RESERVA.
           MOVE WS-DT-REUNIAO-INF TO AG-DT-REUNIAO
           MOVE WS-CD-PROF-INF    TO AG-CD-PROFESSOR
           MOVE WS-HR-HORARIO-INF TO AG-HR-HORARIO
           READ AGREUN
               KEY IS AG-CHAVE
               INVALID KEY
                   DISPLAY "HORARIO NAO EXISTE PARA O PROFESSOR"
               NOT INVALID KEY
                   IF NOT AG-LIVRE THEN
                       DISPLAY "HORARIO JA OCUPADO"
                   ELSE
                       MOVE WS-ID-CONTATO-INF TO AG-ID-CONTATO
                       MOVE WS-ID-ALUNO-INF   TO AG-ID-ALUNO
                       SET AG-RESERVADO       TO TRUE
                       MOVE WS-DATA-HOJE      TO AG-DT-AGENDAMENTO
                       MOVE LK-OPERADOR       TO AG-OPERADOR
                       REWRITE REG-AGREUN
                       PERFORM P810-EDITA-HORA
                       DISPLAY "AGENDADO AS " WS-HORA-EDIT "!"
                   END-IF
           END-READ
           .

       P450-CANCELA-AGENDAMENTO.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DT-REUNIAO-INF
           DISPLAY "CODIGO DO PROFESSOR: "
           ACCEPT WS-CD-PROF-INF
           DISPLAY "HORARIO (HHMM): "
           ACCEPT WS-HR-HORARIO-INF
           SET FS-AG-OK TO TRUE
           OPEN I-O AGREUN
           IF NOT FS-AG-OK THEN
               DISPLAY "ERRO AO ABRIR AGREUN.DAT - FILE STATUS: "
                       WS-FS-AG
           ELSE
               MOVE WS-DT-REUNIAO-INF TO AG-DT-REUNIAO
               MOVE WS-CD-PROF-INF    TO AG-CD-PROFESSOR
               MOVE WS-HR-HORARIO-INF TO AG-HR-HORARIO
               READ AGREUN
                   KEY IS AG-CHAVE
                   INVALID KEY
                       DISPLAY "HORARIO NAO ENCONTRADO"
                   NOT INVALID KEY
                       IF NOT AG-RESERVADO THEN
                           DISPLAY "HORARIO SEM AGENDAMENTO EM ABERTO"
                       ELSE
                           DISPLAY "RESPONSAVEL " AG-ID-CONTATO
                                   " ALUNO " AG-ID-ALUNO
                           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRM EQUAL "S" OR
                              WS-CONFIRM EQUAL "s" THEN
                               MOVE ZEROS       TO AG-ID-CONTATO
                               MOVE ZEROS       TO AG-ID-ALUNO
                               SET AG-LIVRE     TO TRUE
                               MOVE ZEROS       TO AG-DT-AGENDAMENTO
                               MOVE LK-OPERADOR TO AG-OPERADOR
                               REWRITE REG-AGREUN
                               DISPLAY "HORARIO LIBERADO!"
                           END-IF
                       END-IF
               END-READ
               CLOSE AGREUN
           END-IF
           .

      *>----------------------------------------------------------------
      *> Agenda do professor (todos os horarios) ou lista de presenca
      *> (so os agendados, com espaco para assinatura), uma pagina por
      *> professor; professor 000 = todos.
      *>----------------------------------------------------------------
       P500-RELATORIO-PROFESSOR.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DT-REUNIAO-INF
           DISPLAY "CODIGO DO PROFESSOR (000 = TODOS): "
           ACCEPT WS-CD-PROF-INF
           PERFORM P800-LE-REUNIAO
           IF DADOS-VALIDOS THEN
               SET FS-AG-OK TO TRUE
               OPEN INPUT AGREUN
               IF NOT FS-AG-OK THEN
                   DISPLAY "HORARIOS NAO GERADOS (OPCAO 2) - FILE "
                           "STATUS: " WS-FS-AG
               ELSE
                   PERFORM P510-ABRE-RELATORIO
                   IF FS-REL-OK THEN
                       PERFORM P820-ABRE-APOIO
                       PERFORM P520-PERCORRE-HORARIOS
                       PERFORM P830-FECHA-APOIO
                       PERFORM P540-FECHA-RELATORIO
                   END-IF
                   CLOSE AGREUN
               END-IF
           END-IF
           .

       P510-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "REUNPAIS"  TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\REUNPAIS.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           END-IF
           .

       P520-PERCORRE-HORARIOS.
           MOVE ZEROS TO WS-TOT-AGENDADOS
           MOVE ZEROS TO WS-TOT-LIVRES
           MOVE 999   TO WS-PROF-ANT
           SET EOF-OK TO FALSE
           MOVE WS-DT-REUNIAO-INF TO AG-DT-REUNIAO
           MOVE WS-CD-PROF-INF    TO AG-CD-PROFESSOR
           MOVE ZEROS             TO AG-HR-HORARIO
           START AGREUN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ AGREUN NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AG-DT-REUNIAO NOT EQUAL WS-DT-REUNIAO-INF OR
                          (WS-CD-PROF-INF > ZEROS AND
                           AG-CD-PROFESSOR NOT EQUAL WS-CD-PROF-INF)
                          THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           IF AG-CD-PROFESSOR NOT EQUAL WS-PROF-ANT
                              THEN
                               PERFORM P525-CABECALHO-PROFESSOR
                           END-IF
                           IF REL-AGENDA OR NOT AG-LIVRE THEN
                               PERFORM P530-LINHA-HORARIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P525-CABECALHO-PROFESSOR.
           MOVE AG-CD-PROFESSOR TO WS-PROF-ANT
           MOVE "PROFESSOR NAO CADASTRADO" TO WS-NM-PROF-REL
           IF ABERTO-PROF THEN
               MOVE AG-CD-PROFESSOR TO CD-PROFESSOR
               READ PROFESSORES
                   KEY IS CD-PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-NM-PROF-REL
               END-READ
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           IF REL-AGENDA THEN
               STRING "AGENDA DE ATENDIMENTO - " DELIMITED BY SIZE
                      RN-DESCRICAO DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               STRING "LISTA DE PRESENCA - " DELIMITED BY SIZE
                      RN-DESCRICAO DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           END-IF
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "DATA " DELIMITED BY SIZE
                  RN-DT-REUNIAO (7:2) "/" RN-DT-REUNIAO (5:2) "/"
                  RN-DT-REUNIAO (1:4) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  RN-BIMESTRE DELIMITED BY SIZE
                  "o BIMESTRE - PROFESSOR " DELIMITED BY SIZE
                  AG-CD-PROFESSOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-PROF-REL DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P530-LINHA-HORARIO.
           PERFORM P810-EDITA-HORA
           MOVE SPACES TO WS-LINHA-REL
           IF AG-LIVRE THEN
               ADD 1 TO WS-TOT-LIVRES
               STRING WS-HORA-EDIT DELIMITED BY SIZE
                      "  (LIVRE)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           ELSE
               ADD 1 TO WS-TOT-AGENDADOS
               MOVE AG-ID-CONTATO TO WS-ID-CONTATO-REL
               MOVE AG-ID-ALUNO   TO WS-ID-ALUNO-REL
               PERFORM P840-NOMES-AGENDAMENTO
               STRING WS-HORA-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-NM-RESP-REL (1:30) DELIMITED BY SIZE
                      " ALUNO: " DELIMITED BY SIZE
                      WS-NM-ALUNO-REL (1:30) DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               IF REL-PRESENCA THEN
                   STRING "       TEL. " DELIMITED BY SIZE
                          WS-TEL-RESP-REL DELIMITED BY SIZE
                          "  ASSINATURA: " DELIMITED BY SIZE
                          "______________________________"
                              DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               ELSE
                   IF NOT AG-RESERVADO THEN
                       IF AG-COMPARECEU THEN
                           MOVE "       COMPARECEU" TO WS-LINHA-REL
                       ELSE
                           MOVE "       NAO COMPARECEU" TO WS-LINHA-REL
                       END-IF
                       WRITE WS-LINHA-REL
                   END-IF
               END-IF
           END-IF
           .

       P540-FECHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "AGENDADOS: " DELIMITED BY SIZE
                  WS-TOT-AGENDADOS DELIMITED BY SIZE
                  "   LIVRES: " DELIMITED BY SIZE
                  WS-TOT-LIVRES DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           CLOSE RELATORIO
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           DISPLAY "AGENDADOS: " WS-TOT-AGENDADOS
                   "  LIVRES: " WS-TOT-LIVRES
           DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           .

      *>----------------------------------------------------------------
      *> Comparecimento: percorre os agendados do professor na data e
      *> marca C (compareceu) ou F (faltou); ENTER mantem.
      *>----------------------------------------------------------------
       P600-COMPARECIMENTO.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DT-REUNIAO-INF
           DISPLAY "CODIGO DO PROFESSOR: "
           ACCEPT WS-CD-PROF-INF
           MOVE ZEROS    TO WS-TOT-PRESENTES
           MOVE ZEROS    TO WS-TOT-FALTAS
           SET FS-AG-OK  TO TRUE
           OPEN I-O AGREUN
           IF NOT FS-AG-OK THEN
               DISPLAY "ERRO AO ABRIR AGREUN.DAT - FILE STATUS: "
                       WS-FS-AG
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-DT-REUNIAO-INF TO AG-DT-REUNIAO
               MOVE WS-CD-PROF-INF    TO AG-CD-PROFESSOR
               MOVE ZEROS             TO AG-HR-HORARIO
               START AGREUN KEY IS NOT LESS AG-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ AGREUN NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF AG-DT-REUNIAO NOT EQUAL WS-DT-REUNIAO-INF
                              OR AG-CD-PROFESSOR NOT EQUAL
                                 WS-CD-PROF-INF THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF NOT AG-LIVRE THEN
                                   PERFORM P610-MARCA-COMPARECIMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGREUN
               DISPLAY "COMPARECERAM: " WS-TOT-PRESENTES
                       "  FALTARAM: " WS-TOT-FALTAS
           END-IF
           .

       P610-MARCA-COMPARECIMENTO.
           PERFORM P810-EDITA-HORA
           DISPLAY WS-HORA-EDIT " RESPONSAVEL " AG-ID-CONTATO
                   " ALUNO " AG-ID-ALUNO " SITUACAO " AG-SITUACAO
                   " - <C> COMPARECEU <F> FALTOU <ENTER> MANTEM: "
           MOVE SPACES TO WS-SITUACAO-INF
           ACCEPT WS-SITUACAO-INF
           MOVE FUNCTION UPPER-CASE(WS-SITUACAO-INF)
               TO WS-SITUACAO-INF
           IF WS-SITUACAO-INF EQUAL "C" OR
              WS-SITUACAO-INF EQUAL "F" THEN
               MOVE WS-SITUACAO-INF TO AG-SITUACAO
               MOVE LK-OPERADOR     TO AG-OPERADOR
               REWRITE REG-AGREUN
           END-IF
           IF AG-COMPARECEU THEN
               ADD 1 TO WS-TOT-PRESENTES
           END-IF
           IF AG-FALTOU THEN
               ADD 1 TO WS-TOT-FALTAS
           END-IF
           .

      *> Encerrar fecha a agenda: agendado sem comparecimento
      *> registrado conta como falta.
       P650-ENCERRA-REUNIAO.
           DISPLAY "DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DT-REUNIAO-INF
           MOVE ZEROS   TO WS-TOT-FALTAS
           SET FS-OK    TO TRUE
           OPEN I-O REUNIAO
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR REUNIAO.DAT - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-DT-REUNIAO-INF TO RN-DT-REUNIAO
               READ REUNIAO
                   KEY IS RN-DT-REUNIAO
                   INVALID KEY
                       DISPLAY "REUNIAO NAO CADASTRADA"
                   NOT INVALID KEY
                       IF RN-ENCERRADA THEN
                           DISPLAY "REUNIAO JA ENCERRADA"
                       ELSE
                           DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? "
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRM EQUAL "S" OR
                              WS-CONFIRM EQUAL "s" THEN
                               PERFORM P655-MARCA-FALTAS
                               SET RN-ENCERRADA  TO TRUE
                               MOVE WS-DATA-HOJE TO RN-DT-ATUALIZACAO
                               MOVE LK-OPERADOR  TO RN-OPERADOR
                               REWRITE REG-REUNIAO
                               DISPLAY "REUNIAO ENCERRADA - FALTAS "
                                       "LANCADAS: " WS-TOT-FALTAS
                           END-IF
                       END-IF
               END-READ
               CLOSE REUNIAO
           END-IF
           .

       P655-MARCA-FALTAS.
           SET FS-AG-OK TO TRUE
           OPEN I-O AGREUN
           IF FS-AG-OK THEN
               SET EOF-OK TO FALSE
               MOVE WS-DT-REUNIAO-INF TO AG-DT-REUNIAO
               MOVE ZEROS             TO AG-CD-PROFESSOR
               MOVE ZEROS             TO AG-HR-HORARIO
               START AGREUN KEY IS NOT LESS AG-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ AGREUN NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF AG-DT-REUNIAO NOT EQUAL WS-DT-REUNIAO-INF
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF AG-RESERVADO THEN
                                   SET AG-FALTOU    TO TRUE
                                   MOVE LK-OPERADOR TO AG-OPERADOR
                                   REWRITE REG-AGREUN
                                   ADD 1 TO WS-TOT-FALTAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGREUN
           END-IF
           .

      *>----------------------------------------------------------------
      *> Familias ausentes: responsaveis com agendamento e falta em
      *> todas as reunioes (nenhum comparecimento registrado), pela
      *> chave alternativa do contato.
      *>----------------------------------------------------------------
       P700-FAMILIAS-AUSENTES.
           MOVE ZEROS   TO WS-TOT-FAMILIAS
           SET FS-AG-OK TO TRUE
           OPEN INPUT AGREUN
           IF NOT FS-AG-OK THEN
               DISPLAY "ERRO AO ABRIR AGREUN.DAT - FILE STATUS: "
                       WS-FS-AG
           ELSE
               PERFORM P510-ABRE-RELATORIO
               IF FS-REL-OK THEN
                   PERFORM P820-ABRE-APOIO
                   MOVE "FAMILIAS AGENDADAS QUE NUNCA COMPARECERAM A RE
      -                 "UNIAO DE PAIS E MESTRES" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "POSICAO EM " DELIMITED BY SIZE
                          WS-DATA-HOJE DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE ALL "=" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   PERFORM P710-PERCORRE-CONTATOS
                   PERFORM P830-FECHA-APOIO
                   MOVE SPACES TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "FAMILIAS AUSENTES: " DELIMITED BY SIZE
                          WS-TOT-FAMILIAS DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
                       MOVE 1   TO WS-SP-PAGINAS
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY "FAMILIAS AUSENTES: " WS-TOT-FAMILIAS
                   DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
               END-IF
               CLOSE AGREUN
           END-IF
           .

       P710-PERCORRE-CONTATOS.
           MOVE ZEROS TO WS-CONTATO-ANT
           SET EOF-OK TO FALSE
           MOVE 1 TO AG-ID-CONTATO
           START AGREUN KEY IS NOT LESS AG-ID-CONTATO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ AGREUN NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AG-ID-CONTATO NOT EQUAL WS-CONTATO-ANT THEN
                           PERFORM P720-FECHA-FAMILIA
                           MOVE AG-ID-CONTATO TO WS-CONTATO-ANT
                           MOVE ZEROS TO WS-FAM-AGENDADOS
                           MOVE ZEROS TO WS-FAM-PRESENTES
                           MOVE ZEROS TO WS-FAM-FALTAS
                           MOVE ZEROS TO WS-FAM-ULT-DATA
                       END-IF
                       ADD 1 TO WS-FAM-AGENDADOS
                       IF AG-COMPARECEU THEN
                           ADD 1 TO WS-FAM-PRESENTES
                       END-IF
                       IF AG-FALTOU THEN
                           ADD 1 TO WS-FAM-FALTAS
                           MOVE AG-ID-ALUNO TO WS-ALUNO-ANT
                           IF AG-DT-REUNIAO > WS-FAM-ULT-DATA THEN
                               MOVE AG-DT-REUNIAO TO WS-FAM-ULT-DATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P720-FECHA-FAMILIA
           .

       P720-FECHA-FAMILIA.
           IF WS-CONTATO-ANT > ZEROS AND WS-FAM-FALTAS > ZEROS AND
              WS-FAM-PRESENTES EQUAL ZEROS THEN
               ADD 1 TO WS-TOT-FAMILIAS
               MOVE WS-CONTATO-ANT TO WS-ID-CONTATO-REL
               MOVE WS-ALUNO-ANT   TO WS-ID-ALUNO-REL
               PERFORM P840-NOMES-AGENDAMENTO
               MOVE SPACES TO WS-LINHA-REL
               STRING "RESPONSAVEL " DELIMITED BY SIZE
                      WS-CONTATO-ANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NM-RESP-REL DELIMITED BY SIZE
                      " TEL. " DELIMITED BY SIZE
                      WS-TEL-RESP-REL DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "    ALUNO " DELIMITED BY SIZE
                      WS-ALUNO-ANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NM-ALUNO-REL (1:30) DELIMITED BY SIZE
                      " FALTAS: " DELIMITED BY SIZE
                      WS-FAM-FALTAS DELIMITED BY SIZE
                      " ULTIMA: " DELIMITED BY SIZE
                      WS-FAM-ULT-DATA DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

      *>----------------------------------------------------------------
      *> Rotinas de apoio.
      *>----------------------------------------------------------------
       P800-LE-REUNIAO.
           SET DADOS-VALIDOS TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT REUNIAO
           IF NOT FS-OK THEN
               DISPLAY "NENHUMA REUNIAO CADASTRADA - FILE STATUS: "
                       WS-FS
           ELSE
               MOVE WS-DT-REUNIAO-INF TO RN-DT-REUNIAO
               READ REUNIAO
                   KEY IS RN-DT-REUNIAO
                   INVALID KEY
                       DISPLAY "REUNIAO NAO CADASTRADA"
                   NOT INVALID KEY
                       SET DADOS-VALIDOS TO TRUE
                       DISPLAY "REUNIAO: " RN-DESCRICAO " PERIODO "
                               RN-ANO "/" RN-SEMESTRE
               END-READ
               CLOSE REUNIAO
           END-IF
           .

       P810-EDITA-HORA.
           MOVE AG-HR-HORARIO TO WS-HORA-HHMM
           MOVE SPACES        TO WS-HORA-EDIT
           STRING WS-HORA-HH ":" WS-HORA-MM DELIMITED BY SIZE
                  INTO WS-HORA-EDIT
           .

       P820-ABRE-APOIO.
           SET ABERTO-PROF  TO FALSE
           SET ABERTO-ALUNO TO FALSE
           SET ABERTO-CNT   TO FALSE
           SET FS-PROF-OK   TO TRUE
           SET FS-ALUNO-OK  TO TRUE
           SET FS-CNT-OK    TO TRUE
           OPEN INPUT PROFESSORES
           IF FS-PROF-OK THEN
               SET ABERTO-PROF TO TRUE
           END-IF
           OPEN INPUT ALUNOS
           IF FS-ALUNO-OK THEN
               SET ABERTO-ALUNO TO TRUE
           END-IF
           OPEN INPUT CONTATOS
           IF FS-CNT-OK THEN
               SET ABERTO-CNT TO TRUE
           END-IF
           .

       P830-FECHA-APOIO.
           IF ABERTO-PROF THEN
               CLOSE PROFESSORES
           END-IF
           IF ABERTO-ALUNO THEN
               CLOSE ALUNOS
           END-IF
           IF ABERTO-CNT THEN
               CLOSE CONTATOS
           END-IF
           .

       P840-NOMES-AGENDAMENTO.
           MOVE "RESPONSAVEL NAO CADASTRADO" TO WS-NM-RESP-REL
           MOVE SPACES TO WS-TEL-RESP-REL
           MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
           IF ABERTO-CNT THEN
               MOVE WS-ID-CONTATO-REL TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-NM-RESP-REL
                       STRING "(" TL-DDD ") " TL-PREFIXO "-"
                              TL-SUFIXO DELIMITED BY SIZE
                              INTO WS-TEL-RESP-REL
               END-READ
           END-IF
           IF ABERTO-ALUNO THEN
               MOVE WS-ID-ALUNO-REL TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-REL
               END-READ
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM REUNPAIS.
