      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONCILIACAO BANCARIA: LE O EXTRATO DIARIO DA CONTA
      *         (EXTRATO.TXT, ENVIADO PELO BANCO) E CASA CADA CREDITO
      *         COM O TOTAL DO DIA DAS BAIXAS DO RETORNO DE COBRANCA
      *         (RETBAIXA.DAT, GRAVADA POR FINRET) OU COM O TOTAL
      *         CONTADO DE UMA SESSAO DE CAIXA FECHADA (CX-TOT-CONTADO,
      *         VER CAIXA) DEPOSITADA NO BANCO. O RELATORIO NO SPOOL
      *         (SPLCTL) TRAZ OS ITENS CONCILIADOS, OS CREDITOS SEM
      *         CORRESPONDENCIA E AS BAIXAS/SESSOES SEM CREDITO; AS
      *         DIFERENCAS FICAM EM CONCPEND.DAT E VOLTAM NA PROXIMA
      *         CONCILIACAO ATE CASAREM. CONCBAN.CTL GUARDA A DATA DO
      *         ULTIMO EXTRATO CONCILIADO, PARA O MESMO MOVIMENTO NAO
      *         ENTRAR DUAS VEZES. AS BAIXAS POR PIX (PIXRET) CAEM UMA
      *         A UMA NA CONTA, ENTAO CADA PIX DA TRILHA E CASADO COM
      *         O SEU PROPRIO CREDITO NO EXTRATO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXTRATO ASSIGN TO WS-EXTBANCO-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXT.

               SELECT RETBAIXA ASSIGN TO WS-RETBAIXA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRL.

               SELECT CAIXASES ASSIGN TO WS-CAIXASES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CX-NUM-SESSAO
               FILE STATUS IS WS-FS-SES.

               SELECT CONCPEND ASSIGN TO WS-CONCPEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

               SELECT CONC-CTL ASSIGN TO WS-CONCBAN-CTL-PATH
      *>          DATA DO ULTIMO EXTRATO CONCILIADO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO.
       01 WS-LINHA-EXTRATO         PIC X(80).

       FD RETBAIXA.
       COPY FD_RETBAIXA.

       FD CAIXASES.
       COPY FD_CAIXASES.

       FD CONCPEND.
       COPY FD_CONCPEND.

       FD CONC-CTL.
       01 REG-CONC-CTL.
           03 CT-ULTIMA-DATA       PIC 9(08).

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-EXT         PIC 99.
           88 FS-EXT-OK     VALUE 0.
       77 WS-FS-TRL         PIC 99.
           88 FS-TRL-OK     VALUE 0.
       77 WS-FS-SES         PIC 99.
           88 FS-SES-OK     VALUE 0.
       77 WS-FS-PEND        PIC 99.
           88 FS-PEND-OK    VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMA-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-DT-EXTRATO-MAX    PIC 9(08) VALUE ZEROS.
       77 WS-LANCTOS-NOVOS     PIC 9(05) VALUE ZEROS.

      *> Lancamento do extrato do banco (valor em centavos, como no
      *> retorno de cobranca). So os creditos entram na conciliacao.
       01 WS-EXT-LANCTO.
           03 EL-TIPO              PIC X.
           03 EL-DATA              PIC 9(08).
           03 EL-NATUREZA          PIC X.
               88 EL-CREDITO       VALUE "C".
           03 EL-VALOR             PIC 9(11).
           03 EL-DOCUMENTO         PIC X(15).
           03 EL-HISTORICO         PIC X(30).
           03 FILLER               PIC X(14).

      *> Creditos do extrato (novos e pendentes de conciliacoes
      *> anteriores).
       77 WS-MAX-ITENS         PIC 9(04) VALUE 500.
       77 WS-QTD-CRED          PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CREDITOS.
           03 WS-CR-ENT OCCURS 500 TIMES.
               05 WS-CR-DATA       PIC 9(08).
               05 WS-CR-VALOR      PIC 9(09)V99.
               05 WS-CR-REF        PIC X(30).
               05 WS-CR-DT-PRIMEIRA PIC 9(08).
               05 WS-CR-PAR        PIC 9(04).

      *> Valores que deveriam ter entrado no banco: total do dia das
      *> baixas do retorno ("R"), cada PIX liquidado ("X") e sessoes
      *> de caixa fechadas ("C").
       77 WS-QTD-ESP           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ESP-PEND      PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ESPERADOS.
           03 WS-EP-ENT OCCURS 500 TIMES.
               05 WS-EP-ORIGEM     PIC X.
               05 WS-EP-DATA       PIC 9(08).
               05 WS-EP-VALOR      PIC 9(09)V99.
               05 WS-EP-SESSAO     PIC 9(06).
               05 WS-EP-REF        PIC X(30).
               05 WS-EP-DT-PRIMEIRA PIC 9(08).
               05 WS-EP-CASADO     PIC X.

       77 WS-I                 PIC 9(04) VALUE ZEROS.
       77 WS-J                 PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU            VALUE "S" FALSE "N".
       77 WS-TOT-DESCARTADOS   PIC 9(05) VALUE ZEROS.

      *> Totais do relatorio.
       77 WS-QT-CASADOS        PIC 9(05) VALUE ZEROS.
       77 WS-VL-CASADOS        PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-CRED-ABERTO    PIC 9(05) VALUE ZEROS.
       77 WS-VL-CRED-ABERTO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-ESP-ABERTO     PIC 9(05) VALUE ZEROS.
       77 WS-VL-ESP-ABERTO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-DIFER-EDIT        PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-ORIGEM-EDIT       PIC X(07) VALUE SPACES.

       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CONCILIACAO BANCARIA***".
           PERFORM P100-RESOLVE-PATH.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P200-LE-CONTROLE
           PERFORM P310-CARREGA-EXTRATO

           IF WS-LANCTOS-NOVOS EQUAL ZEROS THEN
               DISPLAY "EXTRATO SEM MOVIMENTO POSTERIOR A "
                       WS-ULTIMA-DATA " - NADA A CONCILIAR"
           ELSE
               PERFORM P300-CARREGA-PENDENCIAS
               PERFORM P320-CARREGA-RETORNO
               PERFORM P330-CARREGA-CAIXA
               PERFORM P400-CONCILIA
               PERFORM P500-RELATORIO
               PERFORM P600-GRAVA-PENDENCIAS
               PERFORM P650-GRAVA-CONTROLE
           END-IF
           PERFORM P900-FIM.

       P200-LE-CONTROLE.
           MOVE ZEROS      TO CT-ULTIMA-DATA
           SET FS-CTL-OK   TO TRUE
           OPEN INPUT CONC-CTL
               IF FS-CTL-OK THEN
                   READ CONC-CTL
                       AT END CONTINUE
                   END-READ
               END-IF
               CLOSE CONC-CTL

           IF CT-ULTIMA-DATA IS NOT NUMERIC THEN
               MOVE ZEROS TO CT-ULTIMA-DATA
           END-IF
           MOVE CT-ULTIMA-DATA TO WS-ULTIMA-DATA
           .

       P300-CARREGA-PENDENCIAS.
      *> Diferencas de conciliacoes anteriores voltam para as tabelas
      *> (os creditos do extrato ja foram carregados antes).
           SET EOF-OK     TO FALSE
           SET FS-PEND-OK TO TRUE

           OPEN INPUT CONCPEND
           IF NOT FS-PEND-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ CONCPEND
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CC-CREDITO-EXTRATO THEN
                           IF WS-QTD-CRED < WS-MAX-ITENS THEN
                               ADD 1 TO WS-QTD-CRED
                               MOVE CC-DATA
                                   TO WS-CR-DATA (WS-QTD-CRED)
                               MOVE CC-VALOR
                                   TO WS-CR-VALOR (WS-QTD-CRED)
                               MOVE CC-REFERENCIA
                                   TO WS-CR-REF (WS-QTD-CRED)
                               MOVE CC-DT-PRIMEIRA
                                   TO WS-CR-DT-PRIMEIRA (WS-QTD-CRED)
                               MOVE ZEROS TO WS-CR-PAR (WS-QTD-CRED)
                           ELSE
                               ADD 1 TO WS-TOT-DESCARTADOS
                           END-IF
                       ELSE
                           IF WS-QTD-ESP < WS-MAX-ITENS THEN
                               ADD 1 TO WS-QTD-ESP
                               MOVE CC-ORIGEM
                                   TO WS-EP-ORIGEM (WS-QTD-ESP)
                               MOVE CC-DATA
                                   TO WS-EP-DATA (WS-QTD-ESP)
                               MOVE CC-VALOR
                                   TO WS-EP-VALOR (WS-QTD-ESP)
                               MOVE CC-NUM-SESSAO
                                   TO WS-EP-SESSAO (WS-QTD-ESP)
                               MOVE CC-REFERENCIA
                                   TO WS-EP-REF (WS-QTD-ESP)
                               MOVE CC-DT-PRIMEIRA
                                   TO WS-EP-DT-PRIMEIRA (WS-QTD-ESP)
                               MOVE "N" TO WS-EP-CASADO (WS-QTD-ESP)
                           ELSE
                               ADD 1 TO WS-TOT-DESCARTADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-PEND-OK THEN
               CLOSE CONCPEND
           END-IF
           MOVE WS-QTD-ESP TO WS-QTD-ESP-PEND
           .

       P310-CARREGA-EXTRATO.
      *> Creditos com data posterior ao ultimo extrato conciliado.
           SET EOF-OK    TO FALSE
           SET FS-EXT-OK TO TRUE
           MOVE ZEROS    TO WS-LANCTOS-NOVOS
           MOVE ZEROS    TO WS-QTD-CRED
           MOVE ZEROS    TO WS-QTD-ESP
           MOVE WS-ULTIMA-DATA TO WS-DT-EXTRATO-MAX

           OPEN INPUT EXTRATO
           IF NOT FS-EXT-OK THEN
               DISPLAY "EXTRATO.TXT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-EXT
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ EXTRATO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE WS-LINHA-EXTRATO TO WS-EXT-LANCTO
                       IF EL-TIPO EQUAL "2" AND
                          EL-DATA IS NUMERIC AND
                          EL-VALOR IS NUMERIC THEN
                           IF EL-DATA > WS-ULTIMA-DATA THEN
                               ADD 1 TO WS-LANCTOS-NOVOS
                               IF EL-DATA > WS-DT-EXTRATO-MAX THEN
                                   MOVE EL-DATA TO WS-DT-EXTRATO-MAX
                               END-IF
                               IF EL-CREDITO THEN
                                   PERFORM P315-GUARDA-CREDITO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-EXT-OK THEN
               CLOSE EXTRATO
           END-IF
           .

       P315-GUARDA-CREDITO.
           IF WS-QTD-CRED < WS-MAX-ITENS THEN
               ADD 1 TO WS-QTD-CRED
               MOVE EL-DATA TO WS-CR-DATA (WS-QTD-CRED)
               COMPUTE WS-CR-VALOR (WS-QTD-CRED) = EL-VALOR / 100
               MOVE SPACES TO WS-CR-REF (WS-QTD-CRED)
               STRING EL-DOCUMENTO DELIMITED BY SIZE
                      EL-HISTORICO DELIMITED BY SIZE
                      INTO WS-CR-REF (WS-QTD-CRED)
               MOVE WS-DATA-HOJE TO WS-CR-DT-PRIMEIRA (WS-QTD-CRED)
               MOVE ZEROS        TO WS-CR-PAR (WS-QTD-CRED)
           ELSE
               ADD 1 TO WS-TOT-DESCARTADOS
           END-IF
           .

       P320-CARREGA-RETORNO.
      *> Baixas do retorno somadas por dia de credito, no intervalo
      *> coberto pelo extrato.
           SET EOF-OK    TO FALSE
           SET FS-TRL-OK TO TRUE

           OPEN INPUT RETBAIXA
           IF NOT FS-TRL-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ RETBAIXA
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RB-DT-CREDITO > WS-ULTIMA-DATA AND
                          RB-DT-CREDITO NOT > WS-DT-EXTRATO-MAX THEN
                           IF RB-ORIGEM-PIX THEN
                               PERFORM P327-GUARDA-PIX
                           ELSE
                               PERFORM P325-SOMA-DIA-RETORNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-TRL-OK THEN
               CLOSE RETBAIXA
           END-IF
           .

       P325-SOMA-DIA-RETORNO.
           SET ACHOU TO FALSE
           COMPUTE WS-J = WS-QTD-ESP-PEND + 1
           PERFORM VARYING WS-J FROM WS-J BY 1
                   UNTIL WS-J > WS-QTD-ESP OR ACHOU
               IF WS-EP-ORIGEM (WS-J) EQUAL "R" AND
                  WS-EP-DATA (WS-J) EQUAL RB-DT-CREDITO THEN
                   SET ACHOU TO TRUE
                   ADD RB-VL-PAGO TO WS-EP-VALOR (WS-J)
               END-IF
           END-PERFORM
           IF NOT ACHOU THEN
               IF WS-QTD-ESP < WS-MAX-ITENS THEN
                   ADD 1 TO WS-QTD-ESP
                   MOVE "R"           TO WS-EP-ORIGEM (WS-QTD-ESP)
                   MOVE RB-DT-CREDITO TO WS-EP-DATA (WS-QTD-ESP)
                   MOVE RB-VL-PAGO    TO WS-EP-VALOR (WS-QTD-ESP)
                   MOVE ZEROS         TO WS-EP-SESSAO (WS-QTD-ESP)
                   MOVE "BAIXAS DO RETORNO DE COBRANCA"
                       TO WS-EP-REF (WS-QTD-ESP)
                   MOVE WS-DATA-HOJE
                       TO WS-EP-DT-PRIMEIRA (WS-QTD-ESP)
                   MOVE "N"           TO WS-EP-CASADO (WS-QTD-ESP)
               ELSE
                   ADD 1 TO WS-TOT-DESCARTADOS
               END-IF
           END-IF
           .

       P327-GUARDA-PIX.
           IF WS-QTD-ESP < WS-MAX-ITENS THEN
               ADD 1 TO WS-QTD-ESP
               MOVE "X"           TO WS-EP-ORIGEM (WS-QTD-ESP)
               MOVE RB-DT-CREDITO TO WS-EP-DATA (WS-QTD-ESP)
               MOVE RB-VL-PAGO    TO WS-EP-VALOR (WS-QTD-ESP)
               MOVE ZEROS         TO WS-EP-SESSAO (WS-QTD-ESP)
               MOVE SPACES        TO WS-EP-REF (WS-QTD-ESP)
               STRING "PIX CONTRATO " DELIMITED BY SIZE
                      RB-NUM-CONTRATO DELIMITED BY SIZE
                      " PARC " DELIMITED BY SIZE
                      RB-NUM-PARCELA DELIMITED BY SIZE
                      INTO WS-EP-REF (WS-QTD-ESP)
               MOVE WS-DATA-HOJE  TO WS-EP-DT-PRIMEIRA (WS-QTD-ESP)
               MOVE "N"           TO WS-EP-CASADO (WS-QTD-ESP)
           ELSE
               ADD 1 TO WS-TOT-DESCARTADOS
           END-IF
           .

       P330-CARREGA-CAIXA.
      *> Sessoes fechadas no intervalo do extrato: o total contado e
      *> o que a tesouraria depositou.
           SET EOF-OK    TO FALSE
           SET FS-SES-OK TO TRUE

           OPEN INPUT CAIXASES
           IF NOT FS-SES-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ CAIXASES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CX-FECHADA AND
                          CX-TOT-CONTADO > ZEROS AND
                          CX-DT-FECHAMENTO > WS-ULTIMA-DATA AND
                          CX-DT-FECHAMENTO NOT > WS-DT-EXTRATO-MAX
                          THEN
                           PERFORM P335-GUARDA-SESSAO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-SES-OK THEN
               CLOSE CAIXASES
           END-IF
           .

       P335-GUARDA-SESSAO.
           IF WS-QTD-ESP < WS-MAX-ITENS THEN
               ADD 1 TO WS-QTD-ESP
               MOVE "C"              TO WS-EP-ORIGEM (WS-QTD-ESP)
               MOVE CX-DT-FECHAMENTO TO WS-EP-DATA (WS-QTD-ESP)
               MOVE CX-TOT-CONTADO   TO WS-EP-VALOR (WS-QTD-ESP)
               MOVE CX-NUM-SESSAO    TO WS-EP-SESSAO (WS-QTD-ESP)
               MOVE SPACES           TO WS-EP-REF (WS-QTD-ESP)
               STRING "SESSAO DE CAIXA - " DELIMITED BY SIZE
                      CX-OPERADOR DELIMITED BY SIZE
                      INTO WS-EP-REF (WS-QTD-ESP)
               MOVE WS-DATA-HOJE     TO WS-EP-DT-PRIMEIRA (WS-QTD-ESP)
               MOVE "N"              TO WS-EP-CASADO (WS-QTD-ESP)
           ELSE
               ADD 1 TO WS-TOT-DESCARTADOS
           END-IF
           .

       P400-CONCILIA.
      *> Cada credito casa com o primeiro valor esperado de mesmo
      *> valor e data igual ou anterior a do credito.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-CRED
               SET ACHOU TO FALSE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-ESP OR ACHOU
                   IF WS-EP-CASADO (WS-J) EQUAL "N" AND
                      WS-EP-VALOR (WS-J) EQUAL WS-CR-VALOR (WS-I) AND
                      WS-EP-DATA (WS-J) NOT > WS-CR-DATA (WS-I) THEN
                       SET ACHOU TO TRUE
                       MOVE "S"  TO WS-EP-CASADO (WS-J)
                       MOVE WS-J TO WS-CR-PAR (WS-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       P500-RELATORIO.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "CONCBAN"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\CONCBAN.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "CONCILIACAO BANCARIA - EXTRATO ATE "
                      DELIMITED BY SIZE
                      WS-DT-EXTRATO-MAX DELIMITED BY SIZE
                      "  (ANTERIOR: " DELIMITED BY SIZE
                      WS-ULTIMA-DATA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL

               MOVE "ITENS CONCILIADOS:" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-CRED
                   IF WS-CR-PAR (WS-I) > ZEROS THEN
                       PERFORM P510-LINHA-CASADA
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "CREDITOS DO EXTRATO SEM CORRESPONDENCIA:"
                   TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-CRED
                   IF WS-CR-PAR (WS-I) EQUAL ZEROS THEN
                       PERFORM P520-LINHA-CREDITO-ABERTO
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "BAIXAS E SESSOES DE CAIXA SEM CREDITO NO BANCO:"
                   TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-ESP
                   IF WS-EP-CASADO (WS-J) EQUAL "N" THEN
                       PERFORM P530-LINHA-ESPERADO-ABERTO
                   END-IF
               END-PERFORM

               PERFORM P540-TOTAIS
               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           END-IF
           .

       P505-NOME-ORIGEM.
           EVALUATE WS-EP-ORIGEM (WS-J)
               WHEN "R"
                   MOVE "RETORNO" TO WS-ORIGEM-EDIT
               WHEN "C"
                   MOVE "CAIXA  " TO WS-ORIGEM-EDIT
               WHEN "X"
                   MOVE "PIX    " TO WS-ORIGEM-EDIT
               WHEN OTHER
                   MOVE SPACES    TO WS-ORIGEM-EDIT
           END-EVALUATE
           .

       P510-LINHA-CASADA.
           MOVE WS-CR-PAR (WS-I) TO WS-J
           PERFORM P505-NOME-ORIGEM
           ADD 1                   TO WS-QT-CASADOS
           ADD WS-CR-VALOR (WS-I)  TO WS-VL-CASADOS
           MOVE WS-CR-VALOR (WS-I) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  WS-CR-DATA (WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  = " DELIMITED BY SIZE
                  WS-ORIGEM-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EP-DATA (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EP-REF (WS-J) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           IF WS-EP-SESSAO (WS-J) > ZEROS THEN
               MOVE WS-EP-SESSAO (WS-J) TO WS-LINHA-REL(90:6)
           END-IF
           WRITE WS-LINHA-REL
           .

       P520-LINHA-CREDITO-ABERTO.
           ADD 1                   TO WS-QT-CRED-ABERTO
           ADD WS-CR-VALOR (WS-I)  TO WS-VL-CRED-ABERTO
           MOVE WS-CR-VALOR (WS-I) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  WS-CR-DATA (WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CR-REF (WS-I) DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  WS-CR-DT-PRIMEIRA (WS-I) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P530-LINHA-ESPERADO-ABERTO.
           PERFORM P505-NOME-ORIGEM
           ADD 1                   TO WS-QT-ESP-ABERTO
           ADD WS-EP-VALOR (WS-J)  TO WS-VL-ESP-ABERTO
           MOVE WS-EP-VALOR (WS-J) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  WS-EP-DATA (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ORIGEM-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EP-REF (WS-J) DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  WS-EP-DT-PRIMEIRA (WS-J) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           IF WS-EP-SESSAO (WS-J) > ZEROS THEN
               MOVE WS-EP-SESSAO (WS-J) TO WS-LINHA-REL(90:6)
           END-IF
           WRITE WS-LINHA-REL
           .

       P540-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE WS-VL-CASADOS TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "CONCILIADOS...............: " DELIMITED BY SIZE
                  WS-QT-CASADOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE WS-VL-CRED-ABERTO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "CREDITOS SEM CORRESPONDENCIA: " DELIMITED BY SIZE
                  WS-QT-CRED-ABERTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE WS-VL-ESP-ABERTO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "BAIXAS/SESSOES SEM CREDITO: " DELIMITED BY SIZE
                  WS-QT-ESP-ABERTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           COMPUTE WS-DIFERENCA = WS-VL-CRED-ABERTO - WS-VL-ESP-ABERTO
           MOVE WS-DIFERENCA TO WS-DIFER-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "DIFERENCA EM ABERTO (BANCO - SISTEMA): "
                  DELIMITED BY SIZE
                  WS-DIFER-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF WS-TOT-DESCARTADOS > ZEROS THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "AVISO: " DELIMITED BY SIZE
                      WS-TOT-DESCARTADOS DELIMITED BY SIZE
                      " ITEM(NS) ALEM DA CAPACIDADE DA TABELA - "
                      DELIMITED BY SIZE
                      "CONCILIAR EM EXTRATOS MENORES"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P600-GRAVA-PENDENCIAS.
      *> O que nao casou passa para a proxima conciliacao.
           SET FS-PEND-OK TO TRUE
           OPEN OUTPUT CONCPEND
           IF NOT FS-PEND-OK THEN
               DISPLAY "ERRO AO GRAVAR CONCPEND.DAT - FILE STATUS: "
                       WS-FS-PEND
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-CRED
                   IF WS-CR-PAR (WS-I) EQUAL ZEROS THEN
                       INITIALIZE REG-CONCPEND
                       SET CC-CREDITO-EXTRATO TO TRUE
                       MOVE WS-CR-DATA (WS-I)  TO CC-DATA
                       MOVE WS-CR-VALOR (WS-I) TO CC-VALOR
                       MOVE WS-CR-REF (WS-I)   TO CC-REFERENCIA
                       MOVE WS-CR-DT-PRIMEIRA (WS-I)
                           TO CC-DT-PRIMEIRA
                       WRITE REG-CONCPEND
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-ESP
                   IF WS-EP-CASADO (WS-J) EQUAL "N" THEN
                       INITIALIZE REG-CONCPEND
                       MOVE WS-EP-ORIGEM (WS-J) TO CC-ORIGEM
                       MOVE WS-EP-DATA (WS-J)   TO CC-DATA
                       MOVE WS-EP-VALOR (WS-J)  TO CC-VALOR
                       MOVE WS-EP-SESSAO (WS-J) TO CC-NUM-SESSAO
                       MOVE WS-EP-REF (WS-J)    TO CC-REFERENCIA
                       MOVE WS-EP-DT-PRIMEIRA (WS-J)
                           TO CC-DT-PRIMEIRA
                       WRITE REG-CONCPEND
                   END-IF
               END-PERFORM
               CLOSE CONCPEND
           END-IF
           .

       P650-GRAVA-CONTROLE.
           SET FS-CTL-OK   TO TRUE
           OPEN OUTPUT CONC-CTL
               IF FS-CTL-OK THEN
                   MOVE WS-DT-EXTRATO-MAX TO CT-ULTIMA-DATA
                   WRITE REG-CONC-CTL
               END-IF
               CLOSE CONC-CTL
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "LANCAMENTOS NOVOS NO EXTRATO: " WS-LANCTOS-NOVOS
           DISPLAY "CONCILIADOS:                  " WS-QT-CASADOS
           DISPLAY "CREDITOS SEM CORRESPONDENCIA: " WS-QT-CRED-ABERTO
           DISPLAY "BAIXAS/SESSOES SEM CREDITO:   " WS-QT-ESP-ABERTO
           DISPLAY "========================================"

            GOBACK.
       END PROGRAM CONCBAN.
