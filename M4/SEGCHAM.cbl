      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SEGUNDA CHAMADA DE PROVA (SEGCHAM.DAT): REGISTRA O
      *         PEDIDO POR ALUNO x TURMA x MATERIA x BIMESTRE SO
      *         QUANDO A CHAMADA (FREQUENCIA.DAT) MARCA FALTA ("F" OU
      *         "J") NA DATA DA PROVA EM PROVACAL.DAT, E INDICA SE UM
      *         ATESTADO ATIVO (ATESTADO.DAT) COBRE A DATA - COM
      *         ATESTADO E GRATUITA, SEM ATESTADO PODE GERAR TAXA
      *         AVULSA NAS MENSALIDADES (MN-TIPO "T", COMO CARTALU).
      *         A DATA DA SEGUNDA CHAMADA PASSA PELA MESMA CHECAGEM
      *         DE CHOQUE DO PROVCAL, NAS TURMAS ATIVAS DO ALUNO, E
      *         NAO PODE CAIR NO DIA DE OUTRA SEGUNDA CHAMADA DELE. A
      *         LISTA DE PENDENTES (SPOOL, SPLCTL) MOSTRA OS PEDIDOS
      *         AINDA SEM NOTA DO BIMESTRE, COM O FIM DO BIMESTRE
      *         (BIMCAL.DAT) E A SITUACAO EM BIMFECH.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCHAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SEGCHAM ASSIGN TO WS-SEGCHAM-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-FS.

               SELECT PROVACAL ASSIGN TO WS-PROVACAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS WS-FS-PROVA.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT ATESTADO ASSIGN TO WS-ATESTADO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-FS-ATEST.

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

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
      *>          TAXA AVULSA DA SEGUNDA CHAMADA (MN-TIPO "T").
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT BIMFECH ASSIGN TO WS-BIMFECH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BF-ANO
               FILE STATUS IS WS-FS-BIM.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT PENDENTES ASSIGN TO WS-PENDENTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD SEGCHAM.
       COPY FD_SEGCHAM.

       FD PROVACAL.
       COPY FD_PROVACAL.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD ATESTADO.
       COPY FD_ATESTADO.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD BIMFECH.
       COPY FD_BIMFECH.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD PENDENTES.
       01 WS-LINHA-PEND            PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-PROVA       PIC 99.
           88 FS-PROVA-OK   VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.
       77 WS-FS-ATEST       PIC 99.
           88 FS-ATEST-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-BIM         PIC 99.
           88 FS-BIM-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-EOF-PROVA         PIC X.
           88 FIM-PROVACAL     VALUE "S" FALSE "N".
       77 ES-FIM-MENS          PIC X.
           88 FIM-MENSAL       VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-PENDENTES-PATH    PIC X(200) VALUE SPACES.

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-CD-MATERIA-INF    PIC 9(03) VALUE ZEROS.
       77 WS-BIMESTRE-INF      PIC 9(01) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.
       77 WS-NOTA-INF          PIC 9(02)V99 VALUE ZEROS.
       77 WS-VL-TAXA-INF       PIC 9(03)V99 VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-PROX-SEQ          PIC 9(02) VALUE ZEROS.

      *> Prova perdida (PROVACAL) e a marcacao da chamada no dia.
       77 WS-DT-PROVA          PIC 9(08) VALUE ZEROS.
       77 WS-PRESENCA-PROVA    PIC X VALUE SPACES.
      *> Turma do aluno que ja tem prova na data escolhida.
       77 WS-TURMA-CHOQUE      PIC 9(03) VALUE ZEROS.

       77 WS-MATRIC-OK         PIC X VALUE "N".
           88 MATRIC-VALIDA    VALUE "S" FALSE "N".
       77 WS-PEDIDO-OK         PIC X VALUE "N".
           88 PEDIDO-EXISTE    VALUE "S" FALSE "N".
       77 WS-PROVA-OK          PIC X VALUE "N".
           88 PROVA-MARCADA    VALUE "S" FALSE "N".
       77 WS-ATESTADO-OK       PIC X VALUE "N".
           88 TEM-ATESTADO     VALUE "S" FALSE "N".
       77 WS-CHOQUE            PIC X VALUE "N".
           88 TEM-CHOQUE       VALUE "S" FALSE "N".
       77 WS-CHOQUE-ALUNO      PIC X VALUE "N".
           88 TEM-CHOQUE-ALUNO VALUE "S" FALSE "N".
       77 WS-BIM-FECHADO       PIC X VALUE "N".
           88 BIMESTRE-FECHADO VALUE "S" FALSE "N".
       77 WS-SITUACAO-PEND     PIC X(20) VALUE SPACES.
       77 WS-COBRANCA-PEND     PIC X(08) VALUE SPACES.

       77 WS-TOT-PEND          PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-DATA      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-FORA-BIM      PIC 9(04) VALUE ZEROS.

       COPY WS_BIMCAL.
       COPY WS_TRFSIT.
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

           DISPLAY "***SEGUNDA CHAMADA DE PROVA***".
           PERFORM P100-RESOLVE-PATH.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> PEDIDO  <2> AGENDAR  <3> LANCAR NOTA  "
                   "<4> CANCELAR PEDIDO  <5> PENDENTES DO BIMESTRE  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-SOLICITA
               WHEN "2"
                   PERFORM P400-AGENDA
               WHEN "3"
                   PERFORM P600-LANCA-NOTA
               WHEN "4"
                   PERFORM P700-CANCELA
               WHEN "5"
                   PERFORM P800-PENDENTES
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P305-PEDE-CHAVE.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "CODIGO DA MATERIA: "
           ACCEPT WS-CD-MATERIA-INF
           DISPLAY "BIMESTRE (1-4): "
           ACCEPT WS-BIMESTRE-INF
           .

       P310-SOLICITA.
           PERFORM P305-PEDE-CHAVE

           PERFORM P320-VALIDA-MATRICULA
           PERFORM P330-LE-PEDIDO
           PERFORM P340-LE-PROVA
           PERFORM P350-LE-CHAMADA

           EVALUATE TRUE
               WHEN WS-BIMESTRE-INF < 1 OR WS-BIMESTRE-INF > 4
                   DISPLAY "BIMESTRE INVALIDO"
               WHEN NOT MATRIC-VALIDA
                   DISPLAY "ALUNO SEM MATRICULA ATIVA NA TURMA"
               WHEN PEDIDO-EXISTE AND NOT SC-CANCELADA
                   DISPLAY "JA HA PEDIDO DE SEGUNDA CHAMADA PARA "
                           "ESTA PROVA (SITUACAO " SC-STATUS ")"
               WHEN NOT PROVA-MARCADA
                   DISPLAY "NAO HA PROVA DO BIMESTRE MARCADA NO "
                           "CALENDARIO (PROVCAL)"
               WHEN WS-DT-PROVA > WS-DATA-HOJE
                   DISPLAY "A PROVA DE " WS-DT-PROVA
                           " AINDA NAO ACONTECEU"
               WHEN WS-PRESENCA-PROVA EQUAL "P"
                   DISPLAY "ALUNO PRESENTE NA PROVA DE " WS-DT-PROVA
                           " - SEM SEGUNDA CHAMADA"
               WHEN WS-PRESENCA-PROVA EQUAL "F" OR
                    WS-PRESENCA-PROVA EQUAL "J"
                   PERFORM P360-ACHA-ATESTADO
                   PERFORM P370-REGISTRA
               WHEN OTHER
                   DISPLAY "SEM CHAMADA LANCADA NA MATERIA EM "
                           WS-DT-PROVA " (CADFREQ)"
           END-EVALUATE
           .

       P320-VALIDA-MATRICULA.
           SET MATRIC-VALIDA TO FALSE
           SET FS-MATR-OK    TO TRUE

           OPEN INPUT MATRICULAS
           IF FS-MATR-OK THEN
               MOVE WS-CD-TURMA-INF TO MT-CD-TURMA
               MOVE WS-ID-ALUNO-INF TO MT-ID-ALUNO
               READ MATRICULAS
                   KEY IS MT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MT-ATIVA THEN
                           SET MATRIC-VALIDA TO TRUE
                       END-IF
               END-READ
               CLOSE MATRICULAS
           END-IF
           .

       P330-LE-PEDIDO.
           SET PEDIDO-EXISTE TO FALSE
           SET FS-OK         TO TRUE

           OPEN INPUT SEGCHAM
           IF FS-OK THEN
               MOVE WS-ID-ALUNO-INF   TO SC-ID-ALUNO
               MOVE WS-CD-TURMA-INF   TO SC-CD-TURMA
               MOVE WS-CD-MATERIA-INF TO SC-CD-MATERIA
               MOVE WS-BIMESTRE-INF   TO SC-BIMESTRE
               READ SEGCHAM
                   KEY IS SC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PEDIDO-EXISTE TO TRUE
               END-READ
               CLOSE SEGCHAM
           END-IF
           .

       P340-LE-PROVA.
           SET PROVA-MARCADA TO FALSE
           SET FS-PROVA-OK   TO TRUE
           MOVE ZEROS        TO WS-DT-PROVA

           OPEN INPUT PROVACAL
           IF FS-PROVA-OK THEN
               MOVE WS-CD-TURMA-INF   TO PV-CD-TURMA
               MOVE WS-CD-MATERIA-INF TO PV-CD-MATERIA
               MOVE WS-BIMESTRE-INF   TO PV-BIMESTRE
               SET PV-PROVA           TO TRUE
               READ PROVACAL
                   KEY IS PV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROVA-MARCADA TO TRUE
                       MOVE PV-DATA TO WS-DT-PROVA
               END-READ
               CLOSE PROVACAL
           END-IF
           .

       P350-LE-CHAMADA.
      *> Marcacao da chamada do aluno na materia no dia da prova.
           MOVE SPACES     TO WS-PRESENCA-PROVA
           SET FS-FREQ-OK  TO TRUE

           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK THEN
               MOVE WS-ID-ALUNO-INF   TO FQ-ID-ALUNO
               MOVE WS-CD-MATERIA-INF TO FQ-CD-MATERIA
               MOVE WS-DT-PROVA       TO FQ-DATA
               READ FREQUENCIA
                   KEY IS FQ-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FQ-PRESENCA TO WS-PRESENCA-PROVA
               END-READ
               CLOSE FREQUENCIA
           END-IF
           .

       P360-ACHA-ATESTADO.
      *> Atestado ativo do aluno cuja faixa cobre a data da prova.
           SET TEM-ATESTADO TO FALSE
           SET EOF-OK       TO FALSE
           SET FS-ATEST-OK  TO TRUE

           OPEN INPUT ATESTADO
           IF NOT FS-ATEST-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE WS-ID-ALUNO-INF TO AT-ID-ALUNO
               MOVE ZEROS           TO AT-DT-INICIO
               START ATESTADO KEY IS NOT LESS AT-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ ATESTADO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF AT-ID-ALUNO NOT EQUAL
                              WS-ID-ALUNO-INF OR
                              AT-DT-INICIO > WS-DT-PROVA THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF AT-ATIVO AND
                                  AT-DT-FIM >= WS-DT-PROVA THEN
                                   SET TEM-ATESTADO TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATESTADO
           END-IF
           .

       P370-REGISTRA.
           MOVE ZEROS TO WS-VL-TAXA-INF
           MOVE ZEROS TO WS-PROX-SEQ
           DISPLAY "PROVA DE " WS-DT-PROVA " - CHAMADA DO DIA: "
                   WS-PRESENCA-PROVA
           IF TEM-ATESTADO THEN
               DISPLAY "ATESTADO COBRE A DATA - SEGUNDA CHAMADA "
                       "GRATUITA"
           ELSE
               DISPLAY "SEM ATESTADO - VALOR DA TAXA DE SEGUNDA "
                       "CHAMADA (0 = ISENTA): "
               ACCEPT WS-VL-TAXA-INF
               IF WS-VL-TAXA-INF > ZEROS THEN
                   PERFORM P380-GERA-TAXA
               END-IF
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O SEGCHAM
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT SEGCHAM
                   CLOSE SEGCHAM
                   OPEN I-O SEGCHAM
               END-IF

               IF FS-OK THEN
                   MOVE WS-ID-ALUNO-INF   TO SC-ID-ALUNO
                   MOVE WS-CD-TURMA-INF   TO SC-CD-TURMA
                   MOVE WS-CD-MATERIA-INF TO SC-CD-MATERIA
                   MOVE WS-BIMESTRE-INF   TO SC-BIMESTRE
                   COMPUTE SC-ANO = WS-DT-PROVA / 10000
                   MOVE WS-DT-PROVA       TO SC-DT-PROVA
                   MOVE WS-PRESENCA-PROVA TO SC-PRESENCA
                   IF TEM-ATESTADO THEN
                       SET SC-COM-ATESTADO TO TRUE
                   ELSE
                       SET SC-SEM-ATESTADO TO TRUE
                   END-IF
                   MOVE WS-VL-TAXA-INF    TO SC-VL-TAXA
                   IF WS-VL-TAXA-INF > ZEROS THEN
                       MOVE WS-COMPETENCIA TO SC-COMPETENCIA-TAXA
                   ELSE
                       MOVE ZEROS          TO SC-COMPETENCIA-TAXA
                   END-IF
                   MOVE WS-PROX-SEQ       TO SC-SEQ-TAXA
                   MOVE ZEROS             TO SC-DT-SEGUNDA
                   MOVE ZEROS             TO SC-NOTA
                   SET SC-SOLICITADA      TO TRUE
                   MOVE WS-DATA-HOJE      TO SC-DT-SOLICITACAO
                   MOVE LK-OPERADOR       TO SC-OPERADOR
      *>           Pedido cancelado antes e reaberto na mesma chave.
                   WRITE REG-SEGCHAM
                       INVALID KEY
                           REWRITE REG-SEGCHAM
                   END-WRITE
                   DISPLAY "PEDIDO DE SEGUNDA CHAMADA REGISTRADO - "
                           "AGENDE PELA OPCAO 2"
               ELSE
                   DISPLAY "ERRO AO ABRIR SEGCHAM.DAT - FILE "
                           "STATUS: " WS-FS
               END-IF
               CLOSE SEGCHAM
           .

       P380-GERA-TAXA.
      *> Taxa avulsa da segunda chamada nas mensalidades (MN-TIPO
      *> "T"), na proxima sequencia livre da competencia.
           SET FS-MENS-OK TO TRUE
           OPEN I-O MENSALIDADES
               IF WS-FS-MENS EQUAL 35 THEN
                   OPEN OUTPUT MENSALIDADES
                   CLOSE MENSALIDADES
                   OPEN I-O MENSALIDADES
               END-IF
               IF FS-MENS-OK THEN
                   PERFORM P385-PROXIMA-SEQ
                   MOVE WS-ID-ALUNO-INF TO MN-ID-ALUNO
                   MOVE WS-COMPETENCIA  TO MN-COMPETENCIA
                   MOVE WS-PROX-SEQ     TO MN-SEQ
                   MOVE WS-CD-TURMA-INF TO MN-CD-TURMA
                   MOVE ZEROS           TO MN-ID-RESP-FIN
                   SET MN-TIPO-TAXA     TO TRUE
                   MOVE WS-DATA-HOJE    TO MN-DT-VENCIMENTO
                   MOVE WS-VL-TAXA-INF  TO MN-VALOR
                   SET MN-ABERTA        TO TRUE
                   MOVE ZEROS           TO MN-DT-PAGAMENTO
                   MOVE ZEROS           TO MN-VL-PAGO
                   WRITE REG-MENSALIDADE
                       INVALID KEY
                           DISPLAY "ERRO AO GERAR A TAXA"
                           MOVE ZEROS TO WS-VL-TAXA-INF
                           MOVE ZEROS TO WS-PROX-SEQ
                       NOT INVALID KEY
                           DISPLAY "TAXA DE SEGUNDA CHAMADA LANCADA ("
                                   WS-VL-TAXA-INF ")"
                   END-WRITE
               ELSE
                   DISPLAY "ERRO AO ABRIR MENSALIDADES.DAT - "
                           "TAXA NAO LANCADA"
                   MOVE ZEROS TO WS-VL-TAXA-INF
               END-IF
               CLOSE MENSALIDADES
           .

       P385-PROXIMA-SEQ.
      *> Proxima sequencia do aluno na competencia (arquivo aberto).
           SET FIM-MENSAL TO FALSE
           MOVE ZEROS     TO WS-PROX-SEQ

           MOVE WS-ID-ALUNO-INF TO MN-ID-ALUNO
           MOVE WS-COMPETENCIA  TO MN-COMPETENCIA
           MOVE ZEROS           TO MN-SEQ
           START MENSALIDADES KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   SET FIM-MENSAL TO TRUE
           END-START
           PERFORM UNTIL FIM-MENSAL
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET FIM-MENSAL TO TRUE
                   NOT AT END
                       IF MN-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF OR
                          MN-COMPETENCIA NOT EQUAL
                          WS-COMPETENCIA THEN
                           SET FIM-MENSAL TO TRUE
                       ELSE
                           MOVE MN-SEQ TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM
      *>   Seq 01 reservada a mensalidade da competencia (MENSAL).
           IF WS-PROX-SEQ < 01 THEN
               MOVE 01 TO WS-PROX-SEQ
           END-IF
           ADD 1 TO WS-PROX-SEQ
           .

       P400-AGENDA.
           PERFORM P305-PEDE-CHAVE

           SET FS-OK TO TRUE
           OPEN I-O SEGCHAM
           IF NOT FS-OK THEN
               DISPLAY "NENHUM PEDIDO DE SEGUNDA CHAMADA (SEM ARQUIVO)"
           ELSE
               PERFORM P590-LE-CHAVE
               IF NOT PEDIDO-EXISTE THEN
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               ELSE
                   IF NOT SC-PENDENTE THEN
                       DISPLAY "PEDIDO NAO PODE SER AGENDADO "
                               "(SITUACAO " SC-STATUS ")"
                   ELSE
                       MOVE SC-DT-PROVA TO WS-DT-PROVA
                       DISPLAY "DATA DA SEGUNDA CHAMADA (AAAAMMDD): "
                       ACCEPT WS-DATA-INF
                       PERFORM P410-VALIDA-DATA
                   END-IF
               END-IF
               CLOSE SEGCHAM
           END-IF
           .

       P410-VALIDA-DATA.
      *> SEGCHAM aberto em I-O e REG-SEGCHAM lido pela chave.
           MOVE "V"         TO WS-DU-OPERACAO
           MOVE WS-DATA-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               DISPLAY "DATA INVALIDA"
           ELSE
               IF WS-DATA-INF <= WS-DT-PROVA THEN
                   DISPLAY "A SEGUNDA CHAMADA E DEPOIS DA PROVA DE "
                           WS-DT-PROVA
               ELSE
                   PERFORM P420-CHECA-CHOQUE
                   PERFORM P440-CHECA-ALUNO
                   IF TEM-CHOQUE THEN
                       DISPLAY "A TURMA " WS-TURMA-CHOQUE
                               " DO ALUNO JA TEM PROVA EM "
                               WS-DATA-INF " - ESCOLHA OUTRO DIA"
                   ELSE
                       IF TEM-CHOQUE-ALUNO THEN
                           DISPLAY "O ALUNO JA TEM OUTRA SEGUNDA "
                                   "CHAMADA EM " WS-DATA-INF
                                   " - ESCOLHA OUTRO DIA"
                       ELSE
                           PERFORM P450-GRAVA-AGENDA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       P420-CHECA-CHOQUE.
      *> Mesma regra do PROVCAL (duas provas da turma no mesmo dia
      *> nao), aplicada a cada turma ativa do aluno.
           SET TEM-CHOQUE  TO FALSE
           SET EOF-OK      TO FALSE
           SET FS-MATR-OK  TO TRUE
           SET FS-PROVA-OK TO TRUE
           MOVE ZEROS      TO WS-TURMA-CHOQUE

           OPEN INPUT PROVACAL
           OPEN INPUT MATRICULAS
           IF NOT FS-PROVA-OK OR NOT FS-MATR-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF MT-ATIVA AND MT-ID-ALUNO EQUAL
                          WS-ID-ALUNO-INF AND NOT TEM-CHOQUE THEN
                           PERFORM P430-CHOQUE-TURMA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATRICULAS
           CLOSE PROVACAL
           .

       P430-CHOQUE-TURMA.
           SET FIM-PROVACAL TO FALSE

           MOVE MT-CD-TURMA TO PV-CD-TURMA
           MOVE ZEROS       TO PV-CD-MATERIA
           MOVE ZEROS       TO PV-BIMESTRE
           MOVE SPACES      TO PV-TIPO
           START PROVACAL KEY IS NOT LESS PV-CHAVE
               INVALID KEY
                   SET FIM-PROVACAL TO TRUE
           END-START
           PERFORM UNTIL FIM-PROVACAL
               READ PROVACAL NEXT RECORD
                   AT END
                       SET FIM-PROVACAL TO TRUE
                   NOT AT END
                       IF PV-CD-TURMA NOT EQUAL MT-CD-TURMA THEN
                           SET FIM-PROVACAL TO TRUE
                       ELSE
                           IF PV-DATA EQUAL WS-DATA-INF THEN
                               SET TEM-CHOQUE TO TRUE
                               MOVE MT-CD-TURMA TO WS-TURMA-CHOQUE
                               SET FIM-PROVACAL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P440-CHECA-ALUNO.
      *> Outra segunda chamada agendada do aluno no mesmo dia. Varre
      *> os pedidos do aluno e rele o pedido em curso pela chave.
           SET TEM-CHOQUE-ALUNO TO FALSE
           SET EOF-OK           TO FALSE

           MOVE WS-ID-ALUNO-INF TO SC-ID-ALUNO
           MOVE ZEROS           TO SC-CD-TURMA
           MOVE ZEROS           TO SC-CD-MATERIA
           MOVE ZEROS           TO SC-BIMESTRE
           START SEGCHAM KEY IS NOT LESS SC-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ SEGCHAM NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF SC-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           IF SC-AGENDADA AND
                              SC-DT-SEGUNDA EQUAL WS-DATA-INF AND
                              (SC-CD-TURMA NOT EQUAL
                               WS-CD-TURMA-INF OR
                               SC-CD-MATERIA NOT EQUAL
                               WS-CD-MATERIA-INF OR
                               SC-BIMESTRE NOT EQUAL
                               WS-BIMESTRE-INF) THEN
                               SET TEM-CHOQUE-ALUNO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P590-LE-CHAVE
           .

       P450-GRAVA-AGENDA.
           MOVE WS-DATA-INF TO SC-DT-SEGUNDA
           SET SC-AGENDADA  TO TRUE
           MOVE LK-OPERADOR TO SC-OPERADOR
           REWRITE REG-SEGCHAM
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O AGENDAMENTO"
               NOT INVALID KEY
                   DISPLAY "SEGUNDA CHAMADA AGENDADA PARA "
                           WS-DATA-INF
           END-REWRITE
           .

       P590-LE-CHAVE.
      *> Le o pedido da chave digitada (SEGCHAM ja aberto).
           SET PEDIDO-EXISTE TO FALSE
           MOVE WS-ID-ALUNO-INF   TO SC-ID-ALUNO
           MOVE WS-CD-TURMA-INF   TO SC-CD-TURMA
           MOVE WS-CD-MATERIA-INF TO SC-CD-MATERIA
           MOVE WS-BIMESTRE-INF   TO SC-BIMESTRE
           READ SEGCHAM
               KEY IS SC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PEDIDO-EXISTE TO TRUE
           END-READ
           .

       P600-LANCA-NOTA.
           PERFORM P305-PEDE-CHAVE

           SET FS-OK TO TRUE
           OPEN I-O SEGCHAM
           IF NOT FS-OK THEN
               DISPLAY "NENHUM PEDIDO DE SEGUNDA CHAMADA (SEM ARQUIVO)"
           ELSE
               PERFORM P590-LE-CHAVE
               IF NOT PEDIDO-EXISTE THEN
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               ELSE
                   IF NOT SC-AGENDADA THEN
                       DISPLAY "SO SE LANCA NOTA DE SEGUNDA CHAMADA "
                               "AGENDADA (SITUACAO " SC-STATUS ")"
                   ELSE
                       PERFORM P610-REGISTRA-NOTA
                   END-IF
               END-IF
               CLOSE SEGCHAM
           END-IF
           .

       P610-REGISTRA-NOTA.
      *> Aluno transferido antes da segunda chamada nao recebe nota.
           MOVE SC-ID-ALUNO   TO WS-TF-ID-ALUNO
           MOVE SC-DT-SEGUNDA TO WS-TF-DATA-REF
           CALL "TRFSIT" USING WS-TRFSIT-PARM

           IF SC-DT-SEGUNDA > WS-DATA-HOJE THEN
               DISPLAY "SEGUNDA CHAMADA MARCADA PARA " SC-DT-SEGUNDA
                       " - AINDA NAO ACONTECEU"
           ELSE
               IF TF-BLOQUEADO THEN
                   DISPLAY "ALUNO TRANSFERIDO EM " WS-TF-DT-SAIDA
                           " (GUIA " WS-TF-NUM-GUIA ")"
               ELSE
                   DISPLAY "NOTA DA SEGUNDA CHAMADA: "
                   ACCEPT WS-NOTA-INF
                   PERFORM UNTIL WS-NOTA-INF IS NUMERIC
                           AND WS-NOTA-INF > 0 AND WS-NOTA-INF <= 10
                       DISPLAY "VALOR DIGITADO INVALIDO"
                       DISPLAY "NOTA DA SEGUNDA CHAMADA: "
                       ACCEPT WS-NOTA-INF
                   END-PERFORM

                   MOVE WS-NOTA-INF TO SC-NOTA
                   SET SC-LANCADA   TO TRUE
                   MOVE LK-OPERADOR TO SC-OPERADOR
                   REWRITE REG-SEGCHAM
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A NOTA"
                       NOT INVALID KEY
                           DISPLAY "NOTA DA SEGUNDA CHAMADA "
                                   "REGISTRADA - LANCAR NO BIMESTRE "
                                   "PELO CADNOTA/ALTNOTA"
                   END-REWRITE

                   MOVE SC-ANO TO WS-ANO-INF
                   MOVE SC-BIMESTRE TO WS-BIMESTRE-INF
                   PERFORM P850-LE-BIMFECH
                   IF BIMESTRE-FECHADO THEN
                       DISPLAY "ATENCAO: BIMESTRE JA FECHADO - A "
                               "CORRECAO DO BOLETIM EXIGE OVERRIDE"
                   END-IF
               END-IF
           END-IF
           .

       P700-CANCELA.
           PERFORM P305-PEDE-CHAVE

           SET FS-OK TO TRUE
           OPEN I-O SEGCHAM
           IF NOT FS-OK THEN
               DISPLAY "NENHUM PEDIDO DE SEGUNDA CHAMADA (SEM ARQUIVO)"
           ELSE
               PERFORM P590-LE-CHAVE
               IF NOT PEDIDO-EXISTE THEN
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               ELSE
                   IF NOT SC-PENDENTE THEN
                       DISPLAY "PEDIDO NAO PODE SER CANCELADO "
                               "(SITUACAO " SC-STATUS ")"
                   ELSE
                       SET SC-CANCELADA TO TRUE
                       MOVE LK-OPERADOR TO SC-OPERADOR
                       REWRITE REG-SEGCHAM
                           INVALID KEY
                               DISPLAY "ERRO AO CANCELAR"
                           NOT INVALID KEY
                               DISPLAY "PEDIDO CANCELADO!"
                       END-REWRITE
                       IF SC-VL-TAXA > ZEROS THEN
                           DISPLAY "A TAXA LANCADA (COMPETENCIA "
                                   SC-COMPETENCIA-TAXA " SEQ "
                                   SC-SEQ-TAXA ") CONTINUA NAS "
                                   "MENSALIDADES - ESTORNO PELO "
                                   "FINANCEIRO"
                       END-IF
                   END-IF
               END-IF
               CLOSE SEGCHAM
           END-IF
           .

       P800-PENDENTES.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "BIMESTRE (1-4): "
           ACCEPT WS-BIMESTRE-INF

           IF WS-BIMESTRE-INF < 1 OR WS-BIMESTRE-INF > 4 THEN
               DISPLAY "BIMESTRE INVALIDO"
           ELSE
               MOVE WS-ANO-INF TO WS-BC-ANO-INF
               PERFORM P385-CARREGA-BIMCAL
               MOVE WS-BIMESTRE-INF TO WS-BC-BIM
               PERFORM P386-PERIODO-BIMESTRE
               PERFORM P850-LE-BIMFECH
               PERFORM P810-LISTA-PENDENTES
           END-IF
           .

       P810-LISTA-PENDENTES.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "SEGCHAM"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-PENDENTES-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\SEGCHAM.LST" DELIMITED BY SIZE
                      INTO WS-PENDENTES-PATH
           END-IF

           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           SET FS-REL-OK   TO TRUE
           SET FS-ALUNO-OK TO TRUE
           MOVE ZEROS      TO WS-TOT-PEND
           MOVE ZEROS      TO WS-TOT-SEM-DATA
           MOVE ZEROS      TO WS-TOT-FORA-BIM

           OPEN INPUT SEGCHAM
           IF NOT FS-OK THEN
               DISPLAY "NENHUM PEDIDO DE SEGUNDA CHAMADA (SEM ARQUIVO)"
           ELSE
               OPEN OUTPUT PENDENTES
               IF FS-REL-OK THEN
                   OPEN INPUT ALUNOS
                   PERFORM P820-CABECALHO
                   PERFORM UNTIL EOF-OK
                       READ SEGCHAM NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF SC-ANO EQUAL WS-ANO-INF AND
                                  SC-BIMESTRE EQUAL WS-BIMESTRE-INF
                                  AND SC-PENDENTE THEN
                                   PERFORM P830-LINHA-PENDENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM P840-RODAPE
                   CLOSE ALUNOS
                   CLOSE PENDENTES
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
                       MOVE 1   TO WS-SP-PAGINAS
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY "PENDENTES: " WS-TOT-PEND
                           " - LISTA GRAVADA EM: " WS-PENDENTES-PATH
               END-IF
               CLOSE SEGCHAM
           END-IF
           .

       P820-CABECALHO.
           MOVE SPACES TO WS-LINHA-PEND
           STRING "SEGUNDAS CHAMADAS SEM NOTA - ANO " DELIMITED BY SIZE
                  WS-ANO-INF DELIMITED BY SIZE
                  " BIMESTRE " DELIMITED BY SIZE
                  WS-BIMESTRE-INF DELIMITED BY SIZE
                  INTO WS-LINHA-PEND
           WRITE WS-LINHA-PEND

           MOVE SPACES TO WS-LINHA-PEND
           IF WS-BC-DT-FIM EQUAL ZEROS THEN
               MOVE "BIMESTRE SEM PERIODO DEFINIDO (CALLET OPCAO 4)"
                   TO WS-LINHA-PEND
           ELSE
               STRING "PERIODO: " DELIMITED BY SIZE
                      WS-BC-DT-INICIO DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-BC-DT-FIM DELIMITED BY SIZE
                      INTO WS-LINHA-PEND
           END-IF
           IF BIMESTRE-FECHADO THEN
               MOVE "- BIMESTRE FECHADO" TO WS-LINHA-PEND(50:18)
           ELSE
               MOVE "- BIMESTRE ABERTO"  TO WS-LINHA-PEND(50:17)
           END-IF
           WRITE WS-LINHA-PEND

           MOVE ALL "-" TO WS-LINHA-PEND
           WRITE WS-LINHA-PEND
           MOVE SPACES     TO WS-LINHA-PEND
           MOVE "ALUNO"    TO WS-LINHA-PEND(1:5)
           MOVE "NOME"     TO WS-LINHA-PEND(7:4)
           MOVE "TURMA"    TO WS-LINHA-PEND(32:5)
           MOVE "MAT"      TO WS-LINHA-PEND(39:3)
           MOVE "PROVA"    TO WS-LINHA-PEND(44:5)
           MOVE "CH"       TO WS-LINHA-PEND(52:2)
           MOVE "SEGUNDA CHAMADA" TO WS-LINHA-PEND(55:15)
           MOVE "COBRANCA" TO WS-LINHA-PEND(76:8)
           WRITE WS-LINHA-PEND
           MOVE ALL "-" TO WS-LINHA-PEND
           WRITE WS-LINHA-PEND
           .

       P830-LINHA-PENDENTE.
           ADD 1 TO WS-TOT-PEND
           MOVE SPACES TO WS-NM-ALUNO
           IF FS-ALUNO-OK THEN
               MOVE SC-ID-ALUNO TO ID-ALUNO
               READ ALUNOS INTO WS-REGISTRO-ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       MOVE "ALUNO DESCONHECIDO" TO WS-NM-ALUNO
               END-READ
           END-IF

      *>   "*" marca pedido sem data ou marcado depois do fim do
      *>   bimestre: a nota nao entra a tempo no fechamento.
           MOVE SPACES TO WS-SITUACAO-PEND
           IF SC-SOLICITADA THEN
               ADD 1 TO WS-TOT-SEM-DATA
               MOVE "* SEM DATA" TO WS-SITUACAO-PEND
           ELSE
               IF WS-BC-DT-FIM NOT EQUAL ZEROS AND
                  SC-DT-SEGUNDA > WS-BC-DT-FIM THEN
                   ADD 1 TO WS-TOT-FORA-BIM
                   STRING "* EM " DELIMITED BY SIZE
                          SC-DT-SEGUNDA DELIMITED BY SIZE
                          INTO WS-SITUACAO-PEND
               ELSE
                   STRING "  EM " DELIMITED BY SIZE
                          SC-DT-SEGUNDA DELIMITED BY SIZE
                          INTO WS-SITUACAO-PEND
               END-IF
           END-IF

           IF SC-COM-ATESTADO THEN
               MOVE "ATESTADO" TO WS-COBRANCA-PEND
           ELSE
               IF SC-VL-TAXA > ZEROS THEN
                   MOVE "TAXA"   TO WS-COBRANCA-PEND
               ELSE
                   MOVE "ISENTA" TO WS-COBRANCA-PEND
               END-IF
           END-IF

           MOVE SPACES TO WS-LINHA-PEND
           STRING SC-ID-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-ALUNO(1:25) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SC-CD-TURMA DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SC-CD-MATERIA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SC-DT-PROVA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SC-PRESENCA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-PEND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COBRANCA-PEND DELIMITED BY SIZE
                  INTO WS-LINHA-PEND
           WRITE WS-LINHA-PEND
           .

       P840-RODAPE.
           MOVE SPACES TO WS-LINHA-PEND
           WRITE WS-LINHA-PEND
           MOVE SPACES TO WS-LINHA-PEND
           STRING "PEDIDOS SEM NOTA: " DELIMITED BY SIZE
                  WS-TOT-PEND DELIMITED BY SIZE
                  "  SEM DATA: " DELIMITED BY SIZE
                  WS-TOT-SEM-DATA DELIMITED BY SIZE
                  "  DEPOIS DO FIM DO BIMESTRE: " DELIMITED BY SIZE
                  WS-TOT-FORA-BIM DELIMITED BY SIZE
                  INTO WS-LINHA-PEND
           WRITE WS-LINHA-PEND
           .

       P850-LE-BIMFECH.
           SET BIMESTRE-FECHADO TO FALSE
           SET FS-BIM-OK        TO TRUE

           OPEN INPUT BIMFECH
           IF FS-BIM-OK THEN
               MOVE WS-ANO-INF TO BF-ANO
               READ BIMFECH
                   KEY IS BF-ANO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BF-BIM-FECHADO(WS-BIMESTRE-INF) EQUAL "S"
                           SET BIMESTRE-FECHADO TO TRUE
                       END-IF
               END-READ
               CLOSE BIMFECH
           END-IF
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM SEGCHAM.
