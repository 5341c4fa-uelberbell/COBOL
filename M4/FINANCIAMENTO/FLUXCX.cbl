      *         AJUSTADO PELO PERCENTUAL DE REALIZACAO APRENDIDO DO
      *         HISTORICO REAL DE PAGAMENTO DOS ULTIMOS DOZE MESES -
      *         O NUMERO QUE ABRE TODA CONVERSA COM O BANCO DEIXA DE
      *         SER INVENTADO. AO LADO DAS ENTRADAS SAEM AS SAIDAS
      *         PREVISTAS DAS CONTAS A PAGAR EM ABERTO (CONTASPAG.DAT,
      *         VER CPAGAR; O JA VENCIDO CAI NO MES CORRENTE) E O
      *         SALDO PREVISTO DO MES. IMPRESSO NO SPOOL (SPLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT CONTASPAG ASSIGN TO WS-CPAGAR-PATH
      *>          CONTAS A PAGAR DE FORNECEDORES (VER CPAGAR).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-FS-CPG.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD CONTASPAG.
       COPY FD_CPAGAR.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-CPG         PIC 99.
           88 FS-CPG-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

               05 WS-MS-COMPET     PIC 9(06).
               05 WS-MS-TOTAL      PIC 9(09)V99.
               05 WS-MS-RENEG      PIC 9(09)V99.
               05 WS-MS-SAIDA      PIC 9(09)V99.
       77 WS-M                 PIC 9(02) VALUE ZEROS.
       77 WS-MES-ACHADO        PIC X VALUE "N".
           88 MES-ACHADO       VALUE "S" FALSE "N".
       77 WS-NM-PRODUTO-PARC   PIC X(18) VALUE SPACES.
       77 WS-VALOR-EDIT        PIC $$$.$$$.$$9,99.
       77 WS-VALOR-EDIT2       PIC $$$.$$$.$$9,99.
       77 WS-SALDO-MES         PIC S9(09)V99 VALUE ZEROS.
       77 WS-SALDO-EDIT        PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-VL-SAIDA-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-SAIDA-VENCIDA  PIC 9(09)V99 VALUE ZEROS.

       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

           PERFORM P200-MONTA-HORIZONTE
           PERFORM P300-ACUMULA
           PERFORM P350-ACUMULA-SAIDAS
           PERFORM P400-IMPRIME
           PERFORM P900-FIM.

               END-IF
               MOVE ZEROS TO WS-MS-TOTAL (WS-M)
               MOVE ZEROS TO WS-MS-RENEG (WS-M)
               MOVE ZEROS TO WS-MS-SAIDA (WS-M)
           END-PERFORM

      *>   Piso do historico de realizacao: doze meses para tras.
           END-IF
           .

       P350-ACUMULA-SAIDAS.
      *> Contas a pagar em aberto por mes de vencimento; o que ja
      *> venceu e nao foi pago sai no mes corrente.
           SET EOF-OK    TO FALSE
           SET FS-CPG-OK TO TRUE
           MOVE ZEROS    TO WS-VL-SAIDA-TOTAL
           MOVE ZEROS    TO WS-VL-SAIDA-VENCIDA

           OPEN INPUT CONTASPAG
           IF NOT FS-CPG-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ CONTASPAG NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CP-ABERTO THEN
                           COMPUTE WS-COMPET-VENC =
                                   CP-DT-VENCIMENTO / 100
                           IF WS-COMPET-VENC < WS-COMPET-HOJE THEN
                               ADD CP-VALOR TO WS-VL-SAIDA-VENCIDA
                               MOVE WS-COMPET-HOJE TO WS-COMPET-VENC
                           END-IF
                           PERFORM P360-PROJETA-SAIDA
                       END-IF
               END-READ
           END-PERFORM
           IF FS-CPG-OK THEN
               CLOSE CONTASPAG
           END-IF
           .

       P360-PROJETA-SAIDA.
           SET MES-ACHADO TO FALSE
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 12 OR MES-ACHADO
               IF WS-MS-COMPET (WS-M) EQUAL WS-COMPET-VENC THEN
                   SET MES-ACHADO TO TRUE
                   ADD CP-VALOR TO WS-MS-SAIDA (WS-M)
                   ADD CP-VALOR TO WS-VL-SAIDA-TOTAL
               END-IF
           END-PERFORM
           .

       P400-IMPRIME.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "FLUXCX"   TO WS-SP-PROGRAMA
                   PERFORM P410-LINHA-DO-MES
               END-PERFORM

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE WS-VL-SAIDA-TOTAL TO WS-VALOR-EDIT
               MOVE WS-VL-SAIDA-VENCIDA TO WS-VALOR-EDIT2
               MOVE SPACES TO WS-LINHA-REL
               STRING "CONTAS A PAGAR NO HORIZONTE: " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      "  (JA VENCIDAS: " DELIMITED BY SIZE
                      WS-VALOR-EDIT2 DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "POR PRODUTO (HORIZONTE INTEIRO):"
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF

      *>   Saidas do mes (contas a pagar) e saldo contra o esperado.
           COMPUTE WS-SALDO-MES = WS-VL-ESPERADO - WS-MS-SAIDA (WS-M)
           MOVE WS-MS-SAIDA (WS-M) TO WS-VALOR-EDIT
           MOVE WS-SALDO-MES       TO WS-SALDO-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "        SAIDAS " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  SALDO " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       COPY P-RESOLVE-PATH-M4.
