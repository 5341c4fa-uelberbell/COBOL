      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA COMPARTILHADA DE ESTATISTICAS DOS BATCHES
      *         PERIODICOS (RUNSTAT.DAT NO DIRETORIO DO M3, mesmo
      *         padrao de RUNREG): RECEBE O INICIO, OS TOTAIS E O
      *         RETORNO DE UMA EXECUCAO, CALCULA A DURACAO, COMPARA
      *         COM A MEDIA DAS ULTIMAS EXECUCOES BEM-SUCEDIDAS DO
      *         MESMO PROGRAMA NO MESMO AMBIENTE E GRAVA A LINHA NO
      *         HISTORICO. PASSAR DA MEDIA MAIS A MARGEM PERCENTUAL
      *         (PARAMETRO BATCH-MARGEM-PCT DE PARMMNT, PADRAO 50%)
      *         LIGA O ALERTA DE TEMPO OU DE VOLUME; SEM EXECUCOES
      *         ANTERIORES SUFICIENTES NAO HA ALERTA. O RELATORIO DE
      *         TENDENCIA E O RUNTEND.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HISTORICO ASSIGN TO WS-RUNSTAT-PATH-LOCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO.
       COPY FD_RUNSTAT.

       WORKING-STORAGE SECTION.

       77 WS-FS                PIC 99.
           88 FS-OK            VALUE 0.
       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-BASE-DIR-LOCAL    PIC X(150) VALUE SPACES.
       77 WS-RUNSTAT-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-AMBIENTE-LOCAL    PIC X(06) VALUE SPACES.
       77 WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AUX          PIC 9(08) VALUE ZEROS.
       77 WS-HORA-FIM          PIC 9(06) VALUE ZEROS.
       01 WS-HORA-CALC.
           02 WS-HC-HH         PIC 9(02).
           02 WS-HC-MM         PIC 9(02).
           02 WS-HC-SS         PIC 9(02).
       77 WS-SEG-INI           PIC 9(05) VALUE ZEROS.
       77 WS-SEG-FIM           PIC 9(05) VALUE ZEROS.
       77 WS-DURACAO-CALC      PIC S9(09) VALUE ZEROS.

      *> Ultimas execucoes bem-sucedidas do programa (fila circular):
      *> a media e sobre no maximo WS-MAX-BASE delas e so alerta com
      *> pelo menos WS-MIN-BASE.
       77 WS-MAX-BASE          PIC 9(02) VALUE 10.
       77 WS-MIN-BASE          PIC 9(02) VALUE 3.
       01 WS-TAB-BASE.
           02 WS-BASE-ITEM         OCCURS 10 TIMES.
               03 WS-BASE-DURACAO  PIC 9(07).
               03 WS-BASE-LIDOS    PIC 9(09).
       77 WS-QTD-BASE          PIC 9(02) VALUE ZEROS.
       77 WS-POS-BASE          PIC 9(02) VALUE ZEROS.
       77 WS-IND               PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-DURACAO      PIC 9(09) VALUE ZEROS.
       77 WS-SOMA-LIDOS        PIC 9(11) VALUE ZEROS.

      *> Folga minima antes de alertar: execucoes curtas ou de pouco
      *> volume variam muito em percentual sem significar nada.
       77 WS-TOLERANCIA-SEG    PIC 9(05) VALUE 60.
       77 WS-TOLERANCIA-REG    PIC 9(05) VALUE 100.
       77 WS-MARGEM-PADRAO     PIC 9(03) VALUE 50.
       77 WS-LIMITE            PIC 9(13) VALUE ZEROS.
       77 WS-ATUAL             PIC 9(13) VALUE ZEROS.
       77 WS-ACIMA-TEMPO       PIC X VALUE "N".
       77 WS-ACIMA-VOLUME      PIC X VALUE "N".

       COPY WS_DATUTIL.
       COPY WS_PARAM.

       LINKAGE SECTION.
       01 PARM-RUNSTAT.
           02 RS-PROG              PIC X(08).
           02 RS-OPERADOR          PIC X(10).
           02 RS-DATA-INI          PIC 9(08).
           02 RS-HORA-INI          PIC 9(06).
           02 RS-LIDOS             PIC 9(09).
           02 RS-GRAVADOS          PIC 9(09).
           02 RS-REJEITADOS        PIC 9(09).
      *>    "00" = CONCLUIDA; OUTRO VALOR = TERMINOU COM ERRO.
           02 RS-RETORNO           PIC X(02).
      *>    DEVOLVIDOS AO CHAMADOR:
           02 RS-DURACAO           PIC 9(07).
           02 RS-MEDIA-DURACAO     PIC 9(07).
           02 RS-MEDIA-LIDOS       PIC 9(09).
           02 RS-MARGEM-PCT        PIC 9(03).
      *>    " " = NORMAL, "T" = TEMPO, "V" = VOLUME, "A" = AMBOS,
      *>    "Z" = VOLUME ZERADO CONTRA UMA MEDIA POSITIVA.
           02 RS-ALERTA            PIC X.

       PROCEDURE DIVISION USING PARM-RUNSTAT.
       MAIN-PROCEDURE.

           ACCEPT WS-BASE-DIR-LOCAL FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-LOCAL EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-LOCAL
           END-IF
           MOVE SPACES TO WS-RUNSTAT-PATH-LOCAL
           STRING FUNCTION TRIM(WS-BASE-DIR-LOCAL) DELIMITED BY SIZE
                  "\RUNSTAT.DAT" DELIMITED BY SIZE
                  INTO WS-RUNSTAT-PATH-LOCAL
           ACCEPT WS-AMBIENTE-LOCAL FROM ENVIRONMENT "SIS_AMBIENTE"

           MOVE SPACES TO RS-ALERTA
           MOVE ZEROS  TO RS-MEDIA-DURACAO
           MOVE ZEROS  TO RS-MEDIA-LIDOS

           PERFORM P100-CALCULA-DURACAO
           PERFORM P150-CARREGA-MARGEM
           PERFORM P200-LE-HISTORICO
           PERFORM P300-COMPARA-MEDIA
           PERFORM P400-GRAVA

           GOBACK.

       P100-CALCULA-DURACAO.
           ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AUX FROM TIME
           MOVE WS-HORA-AUX(1:6) TO WS-HORA-FIM

           MOVE RS-HORA-INI TO WS-HORA-CALC
           COMPUTE WS-SEG-INI = WS-HC-HH * 3600 + WS-HC-MM * 60
                              + WS-HC-SS
           MOVE WS-HORA-FIM TO WS-HORA-CALC
           COMPUTE WS-SEG-FIM = WS-HC-HH * 3600 + WS-HC-MM * 60
                              + WS-HC-SS
           COMPUTE WS-DURACAO-CALC = WS-SEG-FIM - WS-SEG-INI

      *>   Execucao que atravessou a meia-noite: soma os dias inteiros.
           IF WS-DATA-FIM NOT EQUAL RS-DATA-INI THEN
               MOVE "F"         TO WS-DU-OPERACAO
               MOVE WS-DATA-FIM TO WS-DU-DATA-1
               MOVE RS-DATA-INI TO WS-DU-DATA-2
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO NOT EQUAL "S" THEN
                   COMPUTE WS-DURACAO-CALC = WS-DURACAO-CALC
                           + WS-DU-RESULTADO-DIAS * 86400
               END-IF
           END-IF

           IF WS-DURACAO-CALC < ZEROS THEN
               MOVE ZEROS TO WS-DURACAO-CALC
           END-IF
           MOVE WS-DURACAO-CALC TO RS-DURACAO
           .

       P150-CARREGA-MARGEM.
           MOVE WS-MARGEM-PADRAO   TO RS-MARGEM-PCT
           MOVE "BATCH-MARGEM-PCT" TO WS-PM-CODIGO
           MOVE ZEROS              TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS AND
              WS-PM-VALOR-NUM < 1000 THEN
               MOVE WS-PM-VALOR-NUM TO RS-MARGEM-PCT
           END-IF
           .

       P200-LE-HISTORICO.
           MOVE ZEROS TO WS-QTD-BASE
           MOVE ZEROS TO WS-POS-BASE
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           OPEN INPUT HISTORICO
           IF FS-OK THEN
               PERFORM UNTIL EOF-OK
                   READ HISTORICO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF RT-PROGRAMA EQUAL RS-PROG AND
                              RT-AMBIENTE EQUAL WS-AMBIENTE-LOCAL AND
                              RT-RETORNO EQUAL "00" THEN
                               PERFORM P210-GUARDA-BASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF
           .

       P210-GUARDA-BASE.
      *>   Fila circular: a mais nova sobrescreve a mais antiga.
           ADD 1 TO WS-POS-BASE
           IF WS-POS-BASE > WS-MAX-BASE THEN
               MOVE 1 TO WS-POS-BASE
           END-IF
           MOVE RT-DURACAO TO WS-BASE-DURACAO(WS-POS-BASE)
           MOVE RT-LIDOS   TO WS-BASE-LIDOS(WS-POS-BASE)
           IF WS-QTD-BASE < WS-MAX-BASE THEN
               ADD 1 TO WS-QTD-BASE
           END-IF
           .

       P300-COMPARA-MEDIA.
           IF WS-QTD-BASE > ZEROS THEN
               MOVE ZEROS TO WS-SOMA-DURACAO
               MOVE ZEROS TO WS-SOMA-LIDOS
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-BASE
                   ADD WS-BASE-DURACAO(WS-IND) TO WS-SOMA-DURACAO
                   ADD WS-BASE-LIDOS(WS-IND)   TO WS-SOMA-LIDOS
               END-PERFORM
               COMPUTE RS-MEDIA-DURACAO ROUNDED =
                       WS-SOMA-DURACAO / WS-QTD-BASE
               COMPUTE RS-MEDIA-LIDOS ROUNDED =
                       WS-SOMA-LIDOS / WS-QTD-BASE
           END-IF

           MOVE "N" TO WS-ACIMA-TEMPO
           MOVE "N" TO WS-ACIMA-VOLUME

      *>   Execucao com erro e gravada, mas nao e julgada.
           IF WS-QTD-BASE NOT LESS WS-MIN-BASE AND
              RS-RETORNO EQUAL "00" THEN
               COMPUTE WS-LIMITE =
                       RS-MEDIA-DURACAO * (100 + RS-MARGEM-PCT)
               COMPUTE WS-ATUAL = RS-DURACAO * 100
               IF WS-ATUAL > WS-LIMITE AND
                  RS-DURACAO - RS-MEDIA-DURACAO
                      NOT LESS WS-TOLERANCIA-SEG THEN
                   MOVE "S" TO WS-ACIMA-TEMPO
               END-IF

               COMPUTE WS-LIMITE =
                       RS-MEDIA-LIDOS * (100 + RS-MARGEM-PCT)
               COMPUTE WS-ATUAL = RS-LIDOS * 100
               IF WS-ATUAL > WS-LIMITE AND
                  RS-LIDOS - RS-MEDIA-LIDOS
                      NOT LESS WS-TOLERANCIA-REG THEN
                   MOVE "S" TO WS-ACIMA-VOLUME
               END-IF

               EVALUATE TRUE
                   WHEN WS-ACIMA-TEMPO EQUAL "S" AND
                        WS-ACIMA-VOLUME EQUAL "S"
                       MOVE "A" TO RS-ALERTA
                   WHEN WS-ACIMA-TEMPO EQUAL "S"
                       MOVE "T" TO RS-ALERTA
                   WHEN WS-ACIMA-VOLUME EQUAL "S"
                       MOVE "V" TO RS-ALERTA
                   WHEN RS-LIDOS EQUAL ZEROS AND
                        RS-MEDIA-LIDOS > ZEROS
                       MOVE "Z" TO RS-ALERTA
                   WHEN OTHER
                       MOVE SPACES TO RS-ALERTA
               END-EVALUATE
           END-IF
           .

       P400-GRAVA.
           SET FS-OK TO TRUE
           OPEN EXTEND HISTORICO
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT HISTORICO
               END-IF

               IF FS-OK THEN
                   MOVE SPACES            TO REG-RUNSTAT
                   MOVE RS-PROG           TO RT-PROGRAMA
                   MOVE RS-DATA-INI       TO RT-DATA-INI
                   MOVE RS-HORA-INI       TO RT-HORA-INI
                   MOVE WS-DATA-FIM       TO RT-DATA-FIM
                   MOVE WS-HORA-FIM       TO RT-HORA-FIM
                   MOVE RS-DURACAO        TO RT-DURACAO
                   MOVE RS-LIDOS          TO RT-LIDOS
                   MOVE RS-GRAVADOS       TO RT-GRAVADOS
                   MOVE RS-REJEITADOS     TO RT-REJEITADOS
                   MOVE RS-RETORNO        TO RT-RETORNO
                   MOVE RS-OPERADOR       TO RT-OPERADOR
                   MOVE WS-AMBIENTE-LOCAL TO RT-AMBIENTE
                   MOVE WS-QTD-BASE       TO RT-QTD-BASE
                   MOVE RS-MEDIA-DURACAO  TO RT-MEDIA-DURACAO
                   MOVE RS-MEDIA-LIDOS    TO RT-MEDIA-LIDOS
                   MOVE RS-ALERTA         TO RT-ALERTA
                   WRITE REG-RUNSTAT
               END-IF
               CLOSE HISTORICO
           .
       END PROGRAM RUNSTAT.
