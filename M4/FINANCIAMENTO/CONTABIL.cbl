      *         (SPLCTL). ACABA A REDIGITACAO DO CONTADOR NO FIM DO
      *         MES. CANCELAMENTO E APONTADO PELA COMPETENCIA DA
      *         CONTRATACAO (O ARREPENDIMENTO E DIAS DEPOIS DELA).
      * Update: MULTA E JUROS DE MORA RECEBIDOS NA BAIXA (PA-VL-MULTA/
      *         PA-VL-JUROS) SAEM DOS RECEBIMENTOS E VIRAM EVENTOS
      *         PROPRIOS "MU" E "JR", COM AS CONTAS DE RECEITA DE CADA
      *         UM NA TABELA CONTAMAP.
      * Update: ESTORNOS DE BAIXA DE PARCELA (ESTORNOS.DAT, VER
      *         ESTORNO) SAEM COMO EVENTO "ES" NA COMPETENCIA EM QUE O
      *         ESTORNO FOI FEITO.
      * Update: O ESTORNO DE MES POSTERIOR AO PAGAMENTO DESFAZ CADA
      *         PARTE PELO SEU EVENTO: O PRINCIPAL EM "ES", A MULTA EM
      *         "EM" E OS JUROS EM "EJ" (REVERSAO DAS RECEITAS DE "MU"
      *         E "JR").
      * Update: PDD DA COMPETENCIA (PDDHIST.DAT, VER PDDMES) SAI COMO
      *         EVENTO "PD" (CONSTITUICAO) OU "RP" (REVERSAO) PELA
      *         DIFERENCA PARA A PROVISAO ANTERIOR; BAIXAS DE TITULOS
      *         COMO PERDA E SUAS REVERSOES (BAIXAPER.DAT, VER
      *         BAIXAPER) SAEM COMO "BP" E "RB" NA COMPETENCIA DA
      *         OPERACAO.
      * Update: PAGAMENTOS DE CONTAS A PAGAR (CONTASPAG.DAT, VER
      *         CPAGAR) SAEM COMO EVENTO "PG", UM LANCAMENTO POR CONTA
      *         DE DESPESA DO TITULO CONTRA A CONTA DE CREDITO DO
      *         EVENTO NA TABELA CONTAMAP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CM-EVENTO
               FILE STATUS IS WS-FS-MAP.

               SELECT ESTORNOS ASSIGN TO WS-ESTORNOS-PATH
      *>          TRILHA DOS ESTORNOS DE BAIXA (VER ESTORNO).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EST.

               SELECT PDDHIST ASSIGN TO WS-PDDHIST-PATH
      *>          PROVISAO PARA DEVEDORES DUVIDOSOS POR COMPETENCIA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-COMPETENCIA
               FILE STATUS IS WS-FS-PDD.

               SELECT BAIXAS ASSIGN TO WS-BAIXAPER-PATH
      *>          TRILHA DAS BAIXAS COMO PERDA (VER BAIXAPER).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BP.

               SELECT CONTASPAG ASSIGN TO WS-CPAGAR-PATH
      *>          CONTAS A PAGAR DE FORNECEDORES (VER CPAGAR).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-FS-CPG.

               SELECT LOTE ASSIGN TO WS-CONTABIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.

       FD CONTAMAP.
       01 REG-CONTAMAP.
      *> "CT" = CONTRATOS NOVOS, "RC" = RECEBIMENTOS (PRINCIPAL),
      *> "CC" = CANCELAMENTOS, "MU" = MULTAS POR ATRASO,
      *> "JR" = JUROS DE MORA, "ES" = ESTORNOS DE BAIXA (SO O
      *> PRINCIPAL), "EM" = ESTORNOS DE MULTA, "EJ" = ESTORNOS DE
      *> JUROS,
      *> "PD" = CONSTITUICAO DA PDD, "RP" = REVERSAO DA PDD,
      *> "BP" = BAIXAS COMO PERDA, "RB" = REVERSOES DE BAIXA,
      *> "PG" = PAGAMENTOS A FORNECEDORES (O DEBITO E A CONTA DE
      *> DESPESA DE CADA TITULO; A TABELA DA SO O CREDITO).
           03 CM-EVENTO            PIC X(02).
           03 CM-CONTA-DEBITO      PIC X(08).
           03 CM-CONTA-CREDITO     PIC X(08).

       FD ESTORNOS.
       COPY FD_ESTORNO.

       FD PDDHIST.
       COPY FD_PDDHIST.

       FD BAIXAS.
       COPY FD_BAIXAPER.

       FD CONTASPAG.
       COPY FD_CPAGAR.

       FD LOTE.
       01 WS-LINHA-LOTE            PIC X(60).

           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-MAP         PIC 99.
           88 FS-MAP-OK     VALUE 0.
       77 WS-FS-EST         PIC 99.
           88 FS-EST-OK     VALUE 0.
       77 WS-FS-PDD         PIC 99.
           88 FS-PDD-OK     VALUE 0.
       77 WS-FS-BP          PIC 99.
           88 FS-BP-OK      VALUE 0.
       77 WS-FS-CPG         PIC 99.
           88 FS-CPG-OK     VALUE 0.
       77 WS-FS-LOTE        PIC 99.
           88 FS-LOTE-OK    VALUE 0.
       77 WS-FS-CTL         PIC 99.
       77 WS-QT-RECEBIDO       PIC 9(05) VALUE ZEROS.
       77 WS-VL-CANCELADO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-CANCELADO      PIC 9(05) VALUE ZEROS.
       77 WS-VL-MULTA          PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-MULTA          PIC 9(05) VALUE ZEROS.
       77 WS-VL-JUROS          PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-JUROS          PIC 9(05) VALUE ZEROS.
       77 WS-VL-ESTORNADO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-ESTORNADO      PIC 9(05) VALUE ZEROS.
       77 WS-VL-EST-MULTA      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-EST-MULTA      PIC 9(05) VALUE ZEROS.
       77 WS-VL-EST-JUROS      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-EST-JUROS      PIC 9(05) VALUE ZEROS.
       77 WS-COMPET-PAGTO      PIC 9(06) VALUE ZEROS.
       77 WS-VL-PDD-CONST      PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-PDD-REVERS     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-BAIXA-PERDA    PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-BAIXA-PERDA    PIC 9(05) VALUE ZEROS.
       77 WS-VL-REVERS-BAIXA   PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-REVERS-BAIXA   PIC 9(05) VALUE ZEROS.
       77 WS-VL-PAGTO-FORN     PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-PAGTO-FORN     PIC 9(05) VALUE ZEROS.

      *> Pagamentos a fornecedores do mes por conta de despesa. A
      *> ultima posicao fica reservada para DIVERSOS.
       77 WS-MAX-DESPESAS      PIC 9(02) VALUE 30.
       77 WS-QTD-DESPESAS      PIC 9(02) VALUE ZEROS.
       77 WS-D                 PIC 9(02) VALUE ZEROS.
       77 WS-DESP-ACHADA       PIC X VALUE "N".
           88 DESP-ACHADA      VALUE "S" FALSE "N".
       01 WS-TAB-DESPESAS.
           03 WS-DP-ENT OCCURS 30 TIMES.
               05 WS-DP-CONTA      PIC X(08).
               05 WS-DP-VALOR      PIC 9(09)V99.

      *> Layout posicional do lote de lancamentos.
       01 WS-REG-HEADER.

       P310-MANTEM-CONTAS.
           DISPLAY "EVENTO (CT=CONTRATOS RC=RECEBIMENTOS "
                   "CC=CANCELAMENTOS MU=MULTAS JR=JUROS "
                   "ES=ESTORNOS EM=ESTORNOS DE MULTA "
                   "EJ=ESTORNOS DE JUROS PD=CONSTITUICAO PDD "
                   "RP=REVERSAO PDD BP=BAIXAS COMO PERDA "
                   "RB=REVERSOES DE BAIXA PG=PAGAMENTOS A "
                   "FORNECEDORES): "
           ACCEPT WS-EVENTO-INF
           DISPLAY "CONTA DE DEBITO: "
           ACCEPT WS-DEBITO-INF

           IF WS-EVENTO-INF NOT EQUAL "CT" AND
              WS-EVENTO-INF NOT EQUAL "RC" AND
              WS-EVENTO-INF NOT EQUAL "CC" AND
              WS-EVENTO-INF NOT EQUAL "MU" AND
              WS-EVENTO-INF NOT EQUAL "JR" AND
              WS-EVENTO-INF NOT EQUAL "ES" AND
              WS-EVENTO-INF NOT EQUAL "EM" AND
              WS-EVENTO-INF NOT EQUAL "EJ" AND
              WS-EVENTO-INF NOT EQUAL "PD" AND
              WS-EVENTO-INF NOT EQUAL "RP" AND
              WS-EVENTO-INF NOT EQUAL "BP" AND
              WS-EVENTO-INF NOT EQUAL "RB" AND
              WS-EVENTO-INF NOT EQUAL "PG" THEN
               DISPLAY "EVENTO INVALIDO"
           ELSE
               SET FS-MAP-OK TO TRUE
           ELSE
               PERFORM P410-TOTALIZA-CONTRATOS
               PERFORM P420-TOTALIZA-RECEBIMENTOS
               PERFORM P425-TOTALIZA-ESTORNOS
               PERFORM P426-AJUSTE-PDD
               PERFORM P427-TOTALIZA-BAIXAS-PERDA
               PERFORM P428-TOTALIZA-PAGAMENTOS
               PERFORM P430-PROXIMA-SEQUENCIA
               PERFORM P440-GRAVA-LOTE
               PERFORM P450-GRAVA-SEQUENCIA
           SET FS-PARC-OK TO TRUE
           MOVE ZEROS     TO WS-VL-RECEBIDO
           MOVE ZEROS     TO WS-QT-RECEBIDO
           MOVE ZEROS     TO WS-VL-MULTA
           MOVE ZEROS     TO WS-QT-MULTA
           MOVE ZEROS     TO WS-VL-JUROS
           MOVE ZEROS     TO WS-QT-JUROS

           OPEN INPUT PARCELAS
           IF NOT FS-PARC-OK THEN
                                       PA-DT-PAGAMENTO / 100
                               IF WS-COMPET-REG EQUAL
                                  WS-COMPETENCIA-INF THEN
      *>                           Principal sem os encargos,
      *>                           que tem conta propria.
                                   ADD 1          TO WS-QT-RECEBIDO
                                   COMPUTE WS-VL-RECEBIDO =
                                           WS-VL-RECEBIDO + PA-VL-PAGO
                                           - PA-VL-MULTA - PA-VL-JUROS
                                   IF PA-VL-MULTA > ZEROS THEN
                                       ADD 1 TO WS-QT-MULTA
                                       ADD PA-VL-MULTA TO WS-VL-MULTA
                                   END-IF
                                   IF PA-VL-JUROS > ZEROS THEN
                                       ADD 1 TO WS-QT-JUROS
                                       ADD PA-VL-JUROS TO WS-VL-JUROS
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
           END-IF
           .

       P425-TOTALIZA-ESTORNOS.
      *> Estornos de parcela feitos na competencia. Pagamento e
      *> estorno no mesmo mes se anulam: a parcela ja voltou a
      *> aberta e nem entrou nos recebimentos acima. Como no
      *> recebimento, o principal volta ao contas a receber e a
      *> multa e os juros revertem as receitas proprias.
           SET EOF-OK    TO FALSE
           SET FS-EST-OK TO TRUE
           MOVE ZEROS    TO WS-VL-ESTORNADO
           MOVE ZEROS    TO WS-QT-ESTORNADO
           MOVE ZEROS    TO WS-VL-EST-MULTA
           MOVE ZEROS    TO WS-QT-EST-MULTA
           MOVE ZEROS    TO WS-VL-EST-JUROS
           MOVE ZEROS    TO WS-QT-EST-JUROS

           OPEN INPUT ESTORNOS
           IF NOT FS-EST-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               PERFORM UNTIL EOF-OK
                   READ ESTORNOS
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           COMPUTE WS-COMPET-REG =
                                   ES-DT-ESTORNO / 100
                           COMPUTE WS-COMPET-PAGTO =
                                   ES-DT-PAGAMENTO / 100
                           IF ES-TITULO-PARCELA AND
                              WS-COMPET-REG EQUAL
                              WS-COMPETENCIA-INF AND
                              WS-COMPET-PAGTO NOT EQUAL
                              WS-COMPETENCIA-INF THEN
                               ADD 1          TO WS-QT-ESTORNADO
                               COMPUTE WS-VL-ESTORNADO =
                                       WS-VL-ESTORNADO + ES-VL-PAGO
                                       - ES-VL-MULTA - ES-VL-JUROS
                               IF ES-VL-MULTA > ZEROS THEN
                                   ADD 1 TO WS-QT-EST-MULTA
                                   ADD ES-VL-MULTA
                                       TO WS-VL-EST-MULTA
                               END-IF
                               IF ES-VL-JUROS > ZEROS THEN
                                   ADD 1 TO WS-QT-EST-JUROS
                                   ADD ES-VL-JUROS
                                       TO WS-VL-EST-JUROS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNOS
           END-IF
           .

       P426-AJUSTE-PDD.
      *> Diferenca entre a PDD apurada na competencia e a anterior:
      *> aumento constitui, reducao reverte. Competencia sem
      *> apuracao em PDDMES nao gera lancamento.
           MOVE ZEROS    TO WS-VL-PDD-CONST
           MOVE ZEROS    TO WS-VL-PDD-REVERS
           SET FS-PDD-OK TO TRUE

           OPEN INPUT PDDHIST
           IF FS-PDD-OK THEN
               MOVE WS-COMPETENCIA-INF TO PH-COMPETENCIA
               READ PDDHIST
                   KEY IS PH-COMPETENCIA
                   INVALID KEY
                       DISPLAY "AVISO: PDD DA COMPETENCIA NAO APURADA"
                               " (VER PDDMES)"
                   NOT INVALID KEY
                       IF PH-PROV-TOTAL > PH-PROV-ANTERIOR THEN
                           COMPUTE WS-VL-PDD-CONST =
                                   PH-PROV-TOTAL - PH-PROV-ANTERIOR
                       ELSE
                           COMPUTE WS-VL-PDD-REVERS =
                                   PH-PROV-ANTERIOR - PH-PROV-TOTAL
                       END-IF
               END-READ
               CLOSE PDDHIST
           END-IF
           .

       P427-TOTALIZA-BAIXAS-PERDA.
      *> Baixas como perda e reversoes feitas na competencia.
           SET EOF-OK    TO FALSE
           SET FS-BP-OK  TO TRUE
           MOVE ZEROS    TO WS-VL-BAIXA-PERDA
           MOVE ZEROS    TO WS-QT-BAIXA-PERDA
           MOVE ZEROS    TO WS-VL-REVERS-BAIXA
           MOVE ZEROS    TO WS-QT-REVERS-BAIXA

           OPEN INPUT BAIXAS
           IF NOT FS-BP-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               PERFORM UNTIL EOF-OK
                   READ BAIXAS
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           COMPUTE WS-COMPET-REG =
                                   BP-DT-BAIXA / 100
                           IF WS-COMPET-REG EQUAL
                              WS-COMPETENCIA-INF THEN
                               IF BP-BAIXA THEN
                                   ADD 1        TO WS-QT-BAIXA-PERDA
                                   ADD BP-VALOR TO WS-VL-BAIXA-PERDA
                               ELSE
                                   ADD 1        TO WS-QT-REVERS-BAIXA
                                   ADD BP-VALOR TO WS-VL-REVERS-BAIXA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAIXAS
           END-IF
           .

       P428-TOTALIZA-PAGAMENTOS.
      *> Titulos a pagar quitados na competencia, somados por conta
      *> de despesa. Conta alem do limite da tabela soma na ultima
      *> posicao, reservada para DIVERSOS.
           SET EOF-OK     TO FALSE
           SET FS-CPG-OK  TO TRUE
           MOVE ZEROS     TO WS-VL-PAGTO-FORN
           MOVE ZEROS     TO WS-QT-PAGTO-FORN
           MOVE ZEROS     TO WS-QTD-DESPESAS
           INITIALIZE WS-TAB-DESPESAS

           OPEN INPUT CONTASPAG
           IF NOT FS-CPG-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               PERFORM UNTIL EOF-OK
                   READ CONTASPAG NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CP-PAGO THEN
                               COMPUTE WS-COMPET-REG =
                                       CP-DT-PAGAMENTO / 100
                               IF WS-COMPET-REG EQUAL
                                  WS-COMPETENCIA-INF THEN
                                   ADD 1          TO WS-QT-PAGTO-FORN
                                   ADD CP-VL-PAGO TO WS-VL-PAGTO-FORN
                                   PERFORM P429-ACUMULA-DESPESA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASPAG
           END-IF
           .

       P429-ACUMULA-DESPESA.
           SET DESP-ACHADA TO FALSE
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DESPESAS OR DESP-ACHADA
               IF WS-DP-CONTA (WS-D) EQUAL CP-CONTA-DESPESA THEN
                   SET DESP-ACHADA TO TRUE
                   ADD CP-VL-PAGO TO WS-DP-VALOR (WS-D)
               END-IF
           END-PERFORM
           IF NOT DESP-ACHADA THEN
               IF WS-QTD-DESPESAS < WS-MAX-DESPESAS - 1 THEN
                   ADD 1 TO WS-QTD-DESPESAS
                   MOVE CP-CONTA-DESPESA
                       TO WS-DP-CONTA (WS-QTD-DESPESAS)
                   ADD CP-VL-PAGO TO WS-DP-VALOR (WS-QTD-DESPESAS)
               ELSE
                   IF WS-QTD-DESPESAS < WS-MAX-DESPESAS THEN
                       ADD 1 TO WS-QTD-DESPESAS
                       MOVE "DIVERSOS"
                           TO WS-DP-CONTA (WS-QTD-DESPESAS)
                   END-IF
                   ADD CP-VL-PAGO TO WS-DP-VALOR (WS-MAX-DESPESAS)
               END-IF
           END-IF
           .

       P430-PROXIMA-SEQUENCIA.
           MOVE ZEROS      TO LC-SEQUENCIA
           SET FS-CTL-OK   TO TRUE
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-CANCELADO * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "MU" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-MULTA > ZEROS THEN
               MOVE "MU" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-MULTA * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "JR" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-JUROS > ZEROS THEN
               MOVE "JR" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-JUROS * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "ES" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-ESTORNADO > ZEROS THEN
               MOVE "ES" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-ESTORNADO * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "EM" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-EST-MULTA > ZEROS THEN
               MOVE "EM" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-EST-MULTA * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "EJ" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-EST-JUROS > ZEROS THEN
               MOVE "EJ" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-EST-JUROS * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "PD" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-PDD-CONST > ZEROS THEN
               MOVE "PD" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-PDD-CONST * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "RP" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-PDD-REVERS > ZEROS THEN
               MOVE "RP" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-PDD-REVERS * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "BP" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-BAIXA-PERDA > ZEROS THEN
               MOVE "BP" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-BAIXA-PERDA * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

           MOVE "RB" TO WS-EVENTO-INF
           PERFORM P446-BUSCA-CONTAS
           IF WS-VL-REVERS-BAIXA > ZEROS THEN
               MOVE "RB" TO DT-EVENTO
               COMPUTE WS-VALOR-CENTAVOS = WS-VL-REVERS-BAIXA * 100
               PERFORM P447-GRAVA-DETALHE
           END-IF

      *>   Pagamentos a fornecedores: um lancamento por conta de
      *>   despesa, todos contra o credito do evento "PG".
           MOVE "PG" TO WS-EVENTO-INF
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DESPESAS
               PERFORM P446-BUSCA-CONTAS
               MOVE "PG" TO DT-EVENTO
               MOVE WS-DP-CONTA (WS-D) TO DT-CONTA-DEBITO
               COMPUTE WS-VALOR-CENTAVOS = WS-DP-VALOR (WS-D) * 100
               PERFORM P447-GRAVA-DETALHE
           END-PERFORM
           .

       P446-BUSCA-CONTAS.
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-MULTA TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "MULTAS POR ATRASO..: " DELIMITED BY SIZE
                      WS-QT-MULTA DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-JUROS TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "JUROS DE MORA......: " DELIMITED BY SIZE
                      WS-QT-JUROS DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-ESTORNADO TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "ESTORNOS DE BAIXA..: " DELIMITED BY SIZE
                      WS-QT-ESTORNADO DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-EST-MULTA TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "ESTORNOS DE MULTA..: " DELIMITED BY SIZE
                      WS-QT-EST-MULTA DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-EST-JUROS TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "ESTORNOS DE JUROS..: " DELIMITED BY SIZE
                      WS-QT-EST-JUROS DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-PDD-CONST TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "CONSTITUICAO PDD...:        VALOR "
                      DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-PDD-REVERS TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "REVERSAO PDD.......:        VALOR "
                      DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-BAIXA-PERDA TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "BAIXAS COMO PERDA..: " DELIMITED BY SIZE
                      WS-QT-BAIXA-PERDA DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-REVERS-BAIXA TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "REVERSOES DE BAIXA.: " DELIMITED BY SIZE
                      WS-QT-REVERS-BAIXA DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               MOVE WS-VL-PAGTO-FORN TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-DIARIO
               STRING "PAGTO FORNECEDORES.: " DELIMITED BY SIZE
                      WS-QT-PAGTO-FORN DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-QTD-DESPESAS
                   MOVE WS-DP-VALOR (WS-D) TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA-DIARIO
                   STRING "  DESPESA " DELIMITED BY SIZE
                          WS-DP-CONTA (WS-D) DELIMITED BY SIZE
                          "           VALOR " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          INTO WS-LINHA-DIARIO
                   WRITE WS-LINHA-DIARIO
               END-PERFORM

               CLOSE DIARIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
