      *         TOTAL CONTADO ANTES DE VER A SOMA APURADA; A
      *         SOBRA/FALTA SAI NUM CANHOTO IMPRESSO NO SPOOL (SPLCTL)
      *         E A SESSAO FICA GUARDADA PARA O MES.
      * Update: A SESSAO SOMA TAMBEM AS MENSALIDADES BAIXADAS NO
      *         BALCAO (MV-TITULO-MENSAL) E O CANHOTO SEPARA A
      *         QUANTIDADE DE PARCELAS E DE MENSALIDADES.
      * Update: ESTORNOS DE BAIXA (ESTORNO) ENTRAM NA SESSAO COMO
      *         MOVIMENTO NEGATIVO, DEDUZIDOS DO TOTAL APURADO E
      *         MOSTRADOS A PARTE NO CANHOTO.
      * Update: SESSAO NAO E ABERTA NEM FECHADA COM A COMPETENCIA DO
      *         DIA FECHADA NA CONTABILIDADE (PERFIN, VER FECHAFIN).
      * Update: RECARGAS DE CREDITO DA CANTINA (CANTINA) ENTRAM NA
      *         SESSAO E SAEM SEPARADAS NO CANHOTO.
      * Update: TOTAL APURADO COM SINAL (SESSAO COM MAIS ESTORNOS QUE
      *         BAIXAS FICA NEGATIVA); CAIXASES.DAT CONVERTIDO PELO
      *         REORGMST (OPCAO B).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-TEM-ABERTA        PIC X VALUE "N".
           88 TEM-ABERTA       VALUE "S" FALSE "N".
       77 WS-TOT-APURADO       PIC S9(07)V99 VALUE ZEROS.
       77 WS-TOT-CONTADO       PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(07)V99 VALUE ZEROS.
       77 WS-DIFERENCA-EDIT    PIC -Z.ZZZ.ZZ9,99.
       77 WS-APURADO-EDIT      PIC -Z.ZZZ.ZZ9,99.
       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.
       77 WS-QTD-BAIXAS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MENSAIS       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CANTINA       PIC 9(04) VALUE ZEROS.
       77 WS-VL-CANTINA        PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-ESTORNOS      PIC 9(04) VALUE ZEROS.
       77 WS-VL-ESTORNOS       PIC 9(07)V99 VALUE ZEROS.
       77 WS-NUM-SESSAO        PIC 9(06) VALUE ZEROS.

       COPY WS_PERFIN.

       COPY WS_SPLCTL.
       77 WS-CANHOTO-PATH      PIC X(200) VALUE SPACES.

           .
       P300-FIM.

       P305-CONFERE-PERIODO.
      *> Movimento de caixa datado em competencia ja fechada na
      *> contabilidade so depois da reabertura (ver FECHAFIN).
           MOVE WS-DATA-HOJE TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM
           IF PE-PERIODO-FECHADO THEN
               DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA NA "
                       "CONTABILIDADE - OPERACAO RECUSADA (REABERTURA "
                       "EM FECHAFIN)"
           END-IF
           .

       P310-ABRE-SESSAO.
           DISPLAY "ID DO OPERADOR DA GAVETA: "
           ACCEPT WS-OPERADOR-INF

           PERFORM P305-CONFERE-PERIODO
           IF NOT PE-PERIODO-FECHADO THEN
               PERFORM P320-ACHA-SESSAO-ABERTA
               IF TEM-ABERTA THEN
                   DISPLAY "OPERADOR JA TEM A SESSAO " CX-NUM-SESSAO
                           " ABERTA - FECHE ANTES DE ABRIR OUTRA"
               ELSE
                   PERFORM P330-PROXIMA-SESSAO
                   SET FS-SES-OK TO TRUE
                   OPEN I-O CAIXASES
                       IF WS-FS-SES EQUAL 35 THEN
                           OPEN OUTPUT CAIXASES
                           CLOSE CAIXASES
                           OPEN I-O CAIXASES
                       END-IF
                       IF FS-SES-OK THEN
                           ACCEPT WS-HORA-AGORA FROM TIME
                           MOVE WS-NUM-SESSAO   TO CX-NUM-SESSAO
                           MOVE WS-OPERADOR-INF TO CX-OPERADOR
                           MOVE WS-DATA-HOJE    TO CX-DT-ABERTURA
                           MOVE WS-HORA-AGORA   TO CX-HR-ABERTURA
                           MOVE ZEROS           TO CX-DT-FECHAMENTO
                           MOVE ZEROS           TO CX-TOT-APURADO
                           MOVE ZEROS           TO CX-TOT-CONTADO
                           SET CX-ABERTA        TO TRUE
                           WRITE REG-CAIXASES
                               INVALID KEY
                                   DISPLAY "ERRO AO ABRIR A SESSAO"
                               NOT INVALID KEY
                                   DISPLAY "SESSAO " WS-NUM-SESSAO
                                           " ABERTA PARA "
                                           WS-OPERADOR-INF
                           END-WRITE
                       END-IF
                       CLOSE CAIXASES
               END-IF
           END-IF
           .

           DISPLAY "TOTAL CONTADO NA GAVETA: "
           ACCEPT WS-TOT-CONTADO

           PERFORM P305-CONFERE-PERIODO
           IF NOT PE-PERIODO-FECHADO THEN
               SET FS-SES-OK TO TRUE
               OPEN I-O CAIXASES
               IF NOT FS-SES-OK THEN
                   DISPLAY "CAIXASES.DAT INDISPONIVEL - FILE STATUS: "
                           WS-FS-SES
               ELSE
                   MOVE WS-NUM-SESSAO-INF TO CX-NUM-SESSAO
                   READ CAIXASES
                       KEY IS CX-NUM-SESSAO
                       INVALID KEY
                           DISPLAY "SESSAO NAO EXISTE"
                       NOT INVALID KEY
                           IF CX-FECHADA THEN
                               DISPLAY "SESSAO JA FECHADA EM "
                                       CX-DT-FECHAMENTO
                           ELSE
                               PERFORM P410-SOMA-MOVIMENTO
                               MOVE WS-TOT-APURADO TO CX-TOT-APURADO
                               MOVE WS-TOT-CONTADO TO CX-TOT-CONTADO
                               MOVE WS-DATA-HOJE   TO CX-DT-FECHAMENTO
                               SET CX-FECHADA      TO TRUE
                               REWRITE REG-CAIXASES
                               COMPUTE WS-DIFERENCA =
                                       WS-TOT-CONTADO - WS-TOT-APURADO
                               PERFORM P420-IMPRIME-CANHOTO
                           END-IF
                   END-READ
                   CLOSE CAIXASES
               END-IF
           END-IF
           .

           SET FS-MOV-OK TO TRUE
           MOVE ZEROS    TO WS-TOT-APURADO
           MOVE ZEROS    TO WS-QTD-BAIXAS
           MOVE ZEROS    TO WS-QTD-MENSAIS
           MOVE ZEROS    TO WS-QTD-CANTINA
           MOVE ZEROS    TO WS-VL-CANTINA
           MOVE ZEROS    TO WS-QTD-ESTORNOS
           MOVE ZEROS    TO WS-VL-ESTORNOS

           OPEN INPUT CAIXAMOV
           IF NOT FS-MOV-OK THEN
                              WS-NUM-SESSAO-INF THEN
                               SET EOF-OK TO TRUE
                           ELSE
      *>                       Estorno chega negativo e abate do
      *>                       apurado.
                               ADD MV-VALOR TO WS-TOT-APURADO
                               IF MV-ESTORNO THEN
                                   ADD 1 TO WS-QTD-ESTORNOS
                                   SUBTRACT MV-VALOR FROM
                                       WS-VL-ESTORNOS
                               ELSE
                                   ADD 1 TO WS-QTD-BAIXAS
                                   IF MV-TITULO-MENSAL THEN
                                       ADD 1 TO WS-QTD-MENSAIS
                                   END-IF
                                   IF MV-TITULO-CANTINA THEN
                                       ADD 1 TO WS-QTD-CANTINA
                                       ADD MV-VALOR TO WS-VL-CANTINA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                      INTO WS-LINHA-CANHOTO
               WRITE WS-LINHA-CANHOTO

               MOVE WS-TOT-APURADO TO WS-APURADO-EDIT
               MOVE SPACES TO WS-LINHA-CANHOTO
               STRING "BAIXAS NA SESSAO: " DELIMITED BY SIZE
                      WS-QTD-BAIXAS DELIMITED BY SIZE
                      "  TOTAL APURADO: " DELIMITED BY SIZE
                      WS-APURADO-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-CANHOTO
               WRITE WS-LINHA-CANHOTO

               MOVE SPACES TO WS-LINHA-CANHOTO
               STRING "  DAS QUAIS MENSALIDADES/TAXAS: "
                      DELIMITED BY SIZE
                      WS-QTD-MENSAIS DELIMITED BY SIZE
                      INTO WS-LINHA-CANHOTO
               WRITE WS-LINHA-CANHOTO

               IF WS-QTD-CANTINA > ZEROS THEN
                   MOVE WS-VL-CANTINA TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA-CANHOTO
                   STRING "  RECARGAS DA CANTINA: " DELIMITED BY SIZE
                          WS-QTD-CANTINA DELIMITED BY SIZE
                          "  VALOR " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          INTO WS-LINHA-CANHOTO
                   WRITE WS-LINHA-CANHOTO
               END-IF

               IF WS-QTD-ESTORNOS > ZEROS THEN
                   MOVE WS-VL-ESTORNOS TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA-CANHOTO
                   STRING "  ESTORNOS DEDUZIDOS: " DELIMITED BY SIZE
                          WS-QTD-ESTORNOS DELIMITED BY SIZE
                          "  VALOR " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          INTO WS-LINHA-CANHOTO
                   WRITE WS-LINHA-CANHOTO
               END-IF

               MOVE WS-TOT-CONTADO TO WS-VALOR-EDIT
               MOVE WS-DIFERENCA   TO WS-DIFERENCA-EDIT
               MOVE SPACES TO WS-LINHA-CANHOTO
                               COMPUTE WS-DIFERENCA =
                                       CX-TOT-CONTADO -
                                       CX-TOT-APURADO
                               MOVE CX-TOT-APURADO
                                   TO WS-APURADO-EDIT
                               MOVE WS-DIFERENCA
                                   TO WS-DIFERENCA-EDIT
                               DISPLAY "SESSAO " CX-NUM-SESSAO " ["
                                       CX-STATUS "] OP " CX-OPERADOR
                                       " ABERTA " CX-DT-ABERTURA
                                       " APURADO " WS-APURADO-EDIT
                                       " DIF " WS-DIFERENCA-EDIT
                           END-IF
                   END-READ
