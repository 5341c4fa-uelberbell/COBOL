      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:RELATORIO DE TENDENCIA DOS BATCHES PERIODICOS, A PARTIR
      *         DO HISTORICO DE ESTATISTICAS RUNSTAT.DAT (GRAVADO PELA
      *         SUB-ROTINA RUNSTAT NO FIM DE CADA EXECUCAO): PARA CADA
      *         PROGRAMA, EM ORDEM ALFABETICA, AS EXECUCOES DO PERIODO
      *         EM ORDEM CRONOLOGICA COM DURACAO, VOLUMES, RETORNO, A
      *         MEDIA CONTRA A QUAL CADA UMA FOI COMPARADA E O ALERTA
      *         DE TEMPO OU VOLUME ACIMA DA MARGEM (PARAMETRO
      *         BATCH-MARGEM-PCT, VER PARMMNT); NO FIM DE CADA
      *         PROGRAMA, O RESUMO DO PERIODO. SO ENTRAM AS EXECUCOES
      *         DO AMBIENTE CORRENTE (PROD OU TREINO). SAIDA NO SPOOL
      *         (SPLCTL), NA CAIXA DE ENTRADA DO OPERADOR QUE RODOU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HISTORICO ASSIGN TO WS-RUNSTAT-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M3_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO.
       COPY FD_RUNSTAT.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
       COPY WS_DATUTIL.
       COPY WS_SPLCTL.
       COPY WS_PARAM.

       77 WS-FS-HIS            PIC 99.
           88 FS-HIS-OK        VALUE 0.
       77 WS-FS-REL            PIC 99.
           88 FS-REL-OK        VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

      *> Filtros informados pelo operador.
       77 WS-FILTRO-PROG       PIC X(08) VALUE SPACES.
       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI          PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PADRAO       PIC 9(03) VALUE 90.
       77 WS-ERRO-DATA         PIC X VALUE "N".
           88 DATA-INVALIDA    VALUE "S" FALSE "N".
       77 WS-MARGEM-PCT        PIC 9(03) VALUE 50.

      *> Programas encontrados no periodo, em ordem alfabetica, com
      *> os acumulados do resumo de cada um.
       77 WS-MAX-PROG          PIC 9(02) VALUE 50.
       77 WS-QTD-PROG          PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PROG.
           03 WS-PG-ITEM OCCURS 50 TIMES.
               05 WS-PG-PROGRAMA   PIC X(08).
               05 WS-PG-EXECUCOES  PIC 9(05).
               05 WS-PG-ERROS      PIC 9(05).
               05 WS-PG-ALERTAS    PIC 9(05).
               05 WS-PG-SOMA-DUR   PIC 9(11).
               05 WS-PG-MAX-DUR    PIC 9(07).
               05 WS-PG-SOMA-LIDOS PIC 9(13).
               05 WS-PG-MAX-LIDOS  PIC 9(09).
       77 WS-I                 PIC 9(02) VALUE ZEROS.
       77 WS-J                 PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU-ITEM       VALUE "S" FALSE "N".
       77 WS-TABELA-CHEIA      PIC X VALUE "N".
           88 TABELA-CHEIA     VALUE "S" FALSE "N".

      *> Conversao de segundos para HHH:MM:SS.
       77 WS-SEGUNDOS          PIC 9(07) VALUE ZEROS.
       77 WS-RESTO             PIC 9(07) VALUE ZEROS.
       77 WS-DUR-HH            PIC 9(03) VALUE ZEROS.
       77 WS-DUR-MM            PIC 9(02) VALUE ZEROS.
       77 WS-DUR-SS            PIC 9(02) VALUE ZEROS.
       01 WS-DUR-FMT.
           03 WS-DF-HH             PIC ZZ9.
           03 FILLER               PIC X VALUE ":".
           03 WS-DF-MM             PIC 99.
           03 FILLER               PIC X VALUE ":".
           03 WS-DF-SS             PIC 99.

      *> Linha de detalhe: uma execucao.
       01 WS-DET-REC.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-DATA           PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DT-HORA           PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-DURACAO        PIC X(09).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-LIDOS          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-GRAVADOS       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-REJEITADOS     PIC ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-RETORNO        PIC X(02).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-MEDIA-DUR      PIC X(09).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-MEDIA-LIDOS    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-ALERTA         PIC X(22).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DT-OPERADOR       PIC X(10).

       01 WS-CAB-REC.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(15) VALUE "INICIO".
           03 FILLER               PIC X(11) VALUE "  DURACAO".
           03 FILLER               PIC X(13) VALUE "        LIDOS".
           03 FILLER               PIC X(13) VALUE "     GRAVADOS".
           03 FILLER               PIC X(09) VALUE "   REJEIT".
           03 FILLER               PIC X(04) VALUE "  RT".
           03 FILLER               PIC X(11) VALUE "    MEDIA".
           03 FILLER               PIC X(13) VALUE "  MEDIA LIDOS".
           03 FILLER               PIC X(24) VALUE "  ALERTA".
           03 FILLER               PIC X(10) VALUE "OPERADOR".

      *> Totais gerais.
       77 WS-TOT-EXECUCOES     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ERROS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALERTAS       PIC 9(06) VALUE ZEROS.
       77 WS-MEDIA-AUX         PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***ESTATISTICAS DOS BATCHES - TENDENCIA***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P200-FILTROS
           IF NOT DATA-INVALIDA THEN
               PERFORM P210-CARREGA-MARGEM
               PERFORM P300-LE-PROGRAMAS
               PERFORM P500-IMPRIME
           END-IF
           PERFORM P900-FIM.

       P200-FILTROS.
           DISPLAY "PROGRAMA (BRANCO = TODOS): "
           ACCEPT WS-FILTRO-PROG
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-PROG) TO WS-FILTRO-PROG

           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = ULTIMOS "
                   WS-DIAS-PADRAO " DIAS): "
           ACCEPT WS-DATA-INF

           SET DATA-INVALIDA TO FALSE
           IF WS-DATA-INF EQUAL ZEROS THEN
               MOVE "D"          TO WS-DU-OPERACAO
               MOVE WS-DATA-HOJE TO WS-DU-DATA-1
               COMPUTE WS-DU-QTD = 0 - WS-DIAS-PADRAO
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               MOVE WS-DU-RESULTADO-DATA TO WS-DATA-INI
           ELSE
               MOVE "V"         TO WS-DU-OPERACAO
               MOVE WS-DATA-INF TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO EQUAL "S" THEN
                   SET DATA-INVALIDA TO TRUE
                   DISPLAY "DATA INVALIDA: " WS-DATA-INF
               ELSE
                   MOVE WS-DATA-INF TO WS-DATA-INI
               END-IF
           END-IF
           .

       P210-CARREGA-MARGEM.
      *> So para o cabecalho: cada execucao ja gravou o seu alerta
      *> com a margem em vigor naquele dia.
           MOVE "BATCH-MARGEM-PCT" TO WS-PM-CODIGO
           MOVE ZEROS              TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS AND
              WS-PM-VALOR-NUM < 1000 THEN
               MOVE WS-PM-VALOR-NUM TO WS-MARGEM-PCT
           END-IF
           .

       P300-LE-PROGRAMAS.
      *> Primeira passada: monta a tabela de programas do periodo e
      *> acumula o resumo de cada um.
           SET EOF-OK    TO FALSE
           SET FS-HIS-OK TO TRUE

           OPEN INPUT HISTORICO
           IF NOT FS-HIS-OK THEN
               DISPLAY "RUNSTAT.DAT NAO ENCONTRADO - NENHUMA EXECUCAO "
                       "REGISTRADA"
           ELSE
               PERFORM UNTIL EOF-OK
                   READ HISTORICO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P310-FILTRA
                           IF ACHOU-ITEM THEN
                               PERFORM P320-ACUMULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF
           .

       P310-FILTRA.
      *> ACHOU-ITEM = a linha lida entra no relatorio.
           SET ACHOU-ITEM TO FALSE
           IF RT-DATA-INI IS NUMERIC AND
              RT-DATA-INI NOT < WS-DATA-INI AND
              RT-AMBIENTE EQUAL WS-AMBIENTE THEN
               IF WS-FILTRO-PROG EQUAL SPACES OR
                  RT-PROGRAMA EQUAL WS-FILTRO-PROG THEN
                   SET ACHOU-ITEM TO TRUE
               END-IF
           END-IF
           .

       P320-ACUMULA.
      *>   Procura o programa; se nao houver, insere na posicao que
      *>   mantem a tabela em ordem alfabetica.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-QTD-PROG OR
                         WS-PG-PROGRAMA (WS-I) NOT < RT-PROGRAMA
               ADD 1 TO WS-I
           END-PERFORM

           IF WS-I > WS-QTD-PROG OR
              WS-PG-PROGRAMA (WS-I) NOT EQUAL RT-PROGRAMA THEN
               IF WS-QTD-PROG < WS-MAX-PROG THEN
                   PERFORM VARYING WS-J FROM WS-QTD-PROG BY -1
                           UNTIL WS-J < WS-I
                       MOVE WS-PG-ITEM (WS-J) TO WS-PG-ITEM (WS-J + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-PROG
                   MOVE RT-PROGRAMA TO WS-PG-PROGRAMA (WS-I)
                   MOVE ZEROS TO WS-PG-EXECUCOES (WS-I)
                   MOVE ZEROS TO WS-PG-ERROS (WS-I)
                   MOVE ZEROS TO WS-PG-ALERTAS (WS-I)
                   MOVE ZEROS TO WS-PG-SOMA-DUR (WS-I)
                   MOVE ZEROS TO WS-PG-MAX-DUR (WS-I)
                   MOVE ZEROS TO WS-PG-SOMA-LIDOS (WS-I)
                   MOVE ZEROS TO WS-PG-MAX-LIDOS (WS-I)
               ELSE
                   SET TABELA-CHEIA TO TRUE
                   SET ACHOU-ITEM   TO FALSE
               END-IF
           END-IF

           IF ACHOU-ITEM THEN
               ADD 1 TO WS-PG-EXECUCOES (WS-I)
               IF RT-RETORNO NOT EQUAL "00" THEN
                   ADD 1 TO WS-PG-ERROS (WS-I)
               ELSE
                   ADD RT-DURACAO TO WS-PG-SOMA-DUR (WS-I)
                   ADD RT-LIDOS   TO WS-PG-SOMA-LIDOS (WS-I)
                   IF RT-DURACAO > WS-PG-MAX-DUR (WS-I) THEN
                       MOVE RT-DURACAO TO WS-PG-MAX-DUR (WS-I)
                   END-IF
                   IF RT-LIDOS > WS-PG-MAX-LIDOS (WS-I) THEN
                       MOVE RT-LIDOS TO WS-PG-MAX-LIDOS (WS-I)
                   END-IF
               END-IF
               IF NOT RT-SEM-ALERTA THEN
                   ADD 1 TO WS-PG-ALERTAS (WS-I)
               END-IF
           END-IF
           .

       P500-IMPRIME.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "RUNTEND"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                      "\RUNTEND.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "Erro ao abrir arquivo de relatorio."
               DISPLAY "FILE STATUS: " WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "TENDENCIA DOS BATCHES PERIODICOS - DESDE "
                      DELIMITED BY SIZE
                      WS-DATA-INI DELIMITED BY SIZE
                      " ATE " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      "  AMBIENTE " DELIMITED BY SIZE
                      WS-AMBIENTE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "ALERTA QUANDO TEMPO OU VOLUME PASSA DA MEDIA "
                      DELIMITED BY SIZE
                      "DAS " DELIMITED BY SIZE
                      "ULTIMAS EXECUCOES EM MAIS DE " DELIMITED BY SIZE
                      WS-MARGEM-PCT DELIMITED BY SIZE
                      "% (MARGEM ATUAL)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL

               IF WS-QTD-PROG EQUAL ZEROS THEN
                   MOVE "  NENHUMA EXECUCAO NO PERIODO" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               END-IF
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-PROG
                   PERFORM P510-SECAO-PROGRAMA
               END-PERFORM
               PERFORM P550-RESUMO

               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "RELATORIO EM: " WS-RELAT-PATH
           END-IF
           .

       P510-SECAO-PROGRAMA.
      *> Segunda passada, uma por programa: as execucoes em ordem de
      *> gravacao, que e a ordem cronologica.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "PROGRAMA " DELIMITED BY SIZE
                  WS-PG-PROGRAMA (WS-J) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE WS-CAB-REC TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           WRITE WS-LINHA-REL

           SET EOF-OK    TO FALSE
           SET FS-HIS-OK TO TRUE
           OPEN INPUT HISTORICO
           IF FS-HIS-OK THEN
               PERFORM UNTIL EOF-OK
                   READ HISTORICO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P310-FILTRA
                           IF ACHOU-ITEM AND
                              RT-PROGRAMA EQUAL
                              WS-PG-PROGRAMA (WS-J) THEN
                               PERFORM P520-LINHA-EXECUCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF

           PERFORM P530-RESUMO-PROGRAMA
           .

       P520-LINHA-EXECUCAO.
           MOVE RT-DATA-INI       TO WS-DT-DATA
           MOVE RT-HORA-INI       TO WS-DT-HORA
           MOVE RT-DURACAO        TO WS-SEGUNDOS
           PERFORM P540-FORMATA-DURACAO
           MOVE WS-DUR-FMT        TO WS-DT-DURACAO
           MOVE RT-LIDOS          TO WS-DT-LIDOS
           MOVE RT-GRAVADOS       TO WS-DT-GRAVADOS
           MOVE RT-REJEITADOS     TO WS-DT-REJEITADOS
           MOVE RT-RETORNO        TO WS-DT-RETORNO
           MOVE RT-OPERADOR       TO WS-DT-OPERADOR

      *>   Sem base (primeiras execucoes) as medias ficam em branco.
           IF RT-QTD-BASE EQUAL ZEROS THEN
               MOVE SPACES TO WS-DT-MEDIA-DUR
               MOVE ZEROS  TO WS-DT-MEDIA-LIDOS
           ELSE
               MOVE RT-MEDIA-DURACAO TO WS-SEGUNDOS
               PERFORM P540-FORMATA-DURACAO
               MOVE WS-DUR-FMT       TO WS-DT-MEDIA-DUR
               MOVE RT-MEDIA-LIDOS   TO WS-DT-MEDIA-LIDOS
           END-IF

           EVALUATE TRUE
               WHEN RT-ALERTA EQUAL "A"
                   MOVE "** TEMPO E VOLUME"    TO WS-DT-ALERTA
               WHEN RT-ALERTA EQUAL "T"
                   MOVE "** TEMPO ACIMA"       TO WS-DT-ALERTA
               WHEN RT-ALERTA EQUAL "V"
                   MOVE "** VOLUME ACIMA"      TO WS-DT-ALERTA
               WHEN RT-ALERTA EQUAL "Z"
                   MOVE "** VOLUME ZERADO"     TO WS-DT-ALERTA
               WHEN RT-RETORNO NOT EQUAL "00"
                   MOVE "TERMINOU COM ERRO"    TO WS-DT-ALERTA
               WHEN OTHER
                   MOVE SPACES                 TO WS-DT-ALERTA
           END-EVALUATE

           MOVE WS-DET-REC TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P530-RESUMO-PROGRAMA.
           MOVE SPACES TO WS-LINHA-REL
           STRING "  EXECUCOES: " DELIMITED BY SIZE
                  WS-PG-EXECUCOES (WS-J) DELIMITED BY SIZE
                  "  COM ERRO: " DELIMITED BY SIZE
                  WS-PG-ERROS (WS-J) DELIMITED BY SIZE
                  "  COM ALERTA: " DELIMITED BY SIZE
                  WS-PG-ALERTAS (WS-J) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

      *>   Medias e maximos so das execucoes concluidas.
           IF WS-PG-EXECUCOES (WS-J) > WS-PG-ERROS (WS-J) THEN
               COMPUTE WS-SEGUNDOS ROUNDED =
                       WS-PG-SOMA-DUR (WS-J) /
                       (WS-PG-EXECUCOES (WS-J) - WS-PG-ERROS (WS-J))
               PERFORM P540-FORMATA-DURACAO
               MOVE SPACES TO WS-LINHA-REL
               STRING "  DURACAO MEDIA: " DELIMITED BY SIZE
                      WS-DUR-FMT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               MOVE WS-PG-MAX-DUR (WS-J) TO WS-SEGUNDOS
               PERFORM P540-FORMATA-DURACAO
               MOVE "MAXIMA: "  TO WS-LINHA-REL(30:8)
               MOVE WS-DUR-FMT  TO WS-LINHA-REL(38:9)
               COMPUTE WS-MEDIA-AUX ROUNDED =
                       WS-PG-SOMA-LIDOS (WS-J) /
                       (WS-PG-EXECUCOES (WS-J) - WS-PG-ERROS (WS-J))
               MOVE WS-MEDIA-AUX TO WS-DT-LIDOS
               MOVE "VOLUME MEDIO: " TO WS-LINHA-REL(52:14)
               MOVE WS-DT-LIDOS      TO WS-LINHA-REL(66:11)
               MOVE WS-PG-MAX-LIDOS (WS-J) TO WS-DT-LIDOS
               MOVE "MAXIMO: "       TO WS-LINHA-REL(80:8)
               MOVE WS-DT-LIDOS      TO WS-LINHA-REL(88:11)
               WRITE WS-LINHA-REL
           END-IF

           ADD WS-PG-EXECUCOES (WS-J) TO WS-TOT-EXECUCOES
           ADD WS-PG-ERROS (WS-J)     TO WS-TOT-ERROS
           ADD WS-PG-ALERTAS (WS-J)   TO WS-TOT-ALERTAS
           .

       P540-FORMATA-DURACAO.
      *> WS-SEGUNDOS -> WS-DUR-FMT (HHH:MM:SS).
           DIVIDE WS-SEGUNDOS BY 3600 GIVING WS-DUR-HH
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS
           MOVE WS-DUR-HH TO WS-DF-HH
           MOVE WS-DUR-MM TO WS-DF-MM
           MOVE WS-DUR-SS TO WS-DF-SS
           .

       P550-RESUMO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "=" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "PROGRAMAS: " WS-QTD-PROG
                  "  EXECUCOES: " WS-TOT-EXECUCOES
                  "  COM ERRO: " WS-TOT-ERROS
                  "  COM ALERTA: " WS-TOT-ALERTAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF TABELA-CHEIA THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "ATENCAO: TABELA DE PROGRAMAS CHEIA - "
                      "LISTA TRUNCADA"
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       COPY P-RESOLVE-PATH.

       P900-FIM.
           DISPLAY "PROGRAMAS: " WS-QTD-PROG
                   " EXECUCOES: " WS-TOT-EXECUCOES
                   " COM ALERTA: " WS-TOT-ALERTAS

            GOBACK.
       END PROGRAM RUNTEND.
