      *         OPERADOR (CAIXASES/CAIXAMOV.DAT, VER CAIXA), PARA O
      *         FECHAMENTO CEGO DA GAVETA; SEM SESSAO ABERTA A BAIXA
      *         SEGUE COMO ANTES, COM AVISO.
      * Update: CONTAS A RECEBER UNIFICADO: O BALCAO TAMBEM BAIXA AS
      *         MENSALIDADES E TAXAS DE MENSALIDADES.DAT (ALUNO +
      *         COMPETENCIA + SEQUENCIAL), COM O MESMO RECIBO E O MESMO
      *         CARIMBO NA SESSAO DE CAIXA DAS PARCELAS.
      * Update: PARCELA PAGA COM ATRASO COBRA MULTA E JUROS DE MORA PRO
      *         RATA DIA (P-CALC-ENCARGOS.cpy): O TOTAL DEVIDO APARECE
      *         NA TELA, A BAIXA GUARDA MULTA E JUROS SEPARADOS DO
      *         PRINCIPAL (PA-VL-MULTA/PA-VL-JUROS), O RECIBO MOSTRA OS
      *         ENCARGOS E O PAGAMENTO A MENOR VAI PARA ENCPEND.DAT.
      * Update: TITULO BAIXADO COMO PERDA (VER BAIXAPER) E RECUSADO NO
      *         BALCAO ATE A BAIXA SER REVERTIDA.
      * Update: BAIXA COM DATA DE PAGAMENTO EM COMPETENCIA FECHADA NA
      *         CONTABILIDADE (PERFIN, VER FECHAFIN) E RECUSADA.
      * Update: CODIGO DO ALUNO EM 9(05): A CHAVE DA MENSALIDADE
      *         GUARDADA PARA O CAIXA PASSA A 13 POSICOES.
      * Update: MENSALIDADE CANCELADA PELA TRANSFERENCIA DO ALUNO (VER
      *         TRFSAI) NAO E DEVIDA E E RECUSADA NO BALCAO.
      * Update: IMAGEM POSTERIOR DE CADA GRAVACAO, ALTERACAO E
      *         EXCLUSAO NO JORNAL DO MESTRE (VER BKPCNTT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
      *>          COBRANCAS DE MENSALIDADE/TAXA GERADAS POR MENSAL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT RECIBOS ASSIGN TO WS-RECIBOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REC.

               SELECT ENCPEND ASSIGN TO WS-ENCPEND-PATH
      *>          PARCELAS BAIXADAS COM ENCARGOS PAGOS A MENOR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

               SELECT CAIXASES ASSIGN TO WS-CAIXASES-PATH
      *>          SESSOES DE CAIXA (VER CAIXA): A BAIXA E CARIMBADA
      *>          NA SESSAO ABERTA DO OPERADOR.
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-FS-MOV.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD RECIBOS.
       01 WS-LINHA-RECIBO          PIC X(100).

       FD ENCPEND.
       01 WS-LINHA-PEND            PIC X(100).

       FD CAIXASES.
       COPY FD_CAIXASES.

       FD CAIXAMOV.
       COPY FD_CAIXAMOV.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

      *> Aritmetica de datas e encargos por atraso.
       COPY WS_DATUTIL.
       COPY WS_PERFIN.
       COPY WS_ENCARGOS.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-REC    PIC 99.
           88 FS-REC-OK VALUE 0.
       77 WS-FS-MENS   PIC 99.
           88 FS-MENS-OK VALUE 0.
       77 WS-FS-PEND   PIC 99.
           88 FS-PEND-OK VALUE 0.

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-VL-PAGO           PIC 9(05)V99 VALUE ZEROS.
       77 WS-TOT-BAIXADAS      PIC 9(04) VALUE ZEROS.

      *> Titulo a baixar: parcela de financiamento (contrato +
      *> parcela) ou mensalidade/taxa (aluno + competencia + seq).
       77 WS-TIPO-TITULO       PIC X VALUE SPACES.
           88 TITULO-PARCELA   VALUE "P" "p".
           88 TITULO-MENSAL    VALUE "M" "m".
       77 WS-ALUNO-INF         PIC 9(05) VALUE ZEROS.
       77 WS-COMPETENCIA-INF   PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-INF           PIC 9(02) VALUE ZEROS.

      *> Sessao de caixa aberta do operador (ver CAIXA).
       77 WS-FS-SES            PIC 99.
           88 FS-SES-OK        VALUE 0.
       77 WS-TEM-SESSAO        PIC X VALUE "N".
           88 TEM-SESSAO       VALUE "S" FALSE "N".
       77 WS-PROX-SEQ-MOV      PIC 9(04) VALUE ZEROS.
      *> Titulo do movimento guardado enquanto P335 le o arquivo.
       77 WS-MV-TIPO-SALVO     PIC X VALUE SPACES.
       77 WS-MV-CONTRATO-SALVO PIC 9(06) VALUE ZEROS.
       77 WS-MV-PARCELA-SALVA  PIC 9(03) VALUE ZEROS.
       77 WS-MV-MENSAL-SALVA   PIC X(13) VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***BAIXA DE PARCELAS E MENSALIDADES***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "FINPAG" TO JR-PROGRAMA
           PERFORM P200-ACHA-SESSAO.

           SET EXIT-OK     TO FALSE.
           PERFORM P900-FIM.

       P300-BAIXA.
           MOVE SPACES     TO WS-CONFIRM

           DISPLAY "TITULO: <P> PARCELA DE FINANCIAMENTO  "
                   "<M> MENSALIDADE/TAXA ESCOLAR"
           ACCEPT WS-TIPO-TITULO

           EVALUATE TRUE
               WHEN TITULO-PARCELA
                   PERFORM P305-BAIXA-PARCELA
               WHEN TITULO-MENSAL
                   PERFORM P340-BAIXA-MENSALIDADE
               WHEN OTHER
                   DISPLAY "TIPO DE TITULO INVALIDO!"
           END-EVALUATE

           DISPLAY
               "Tecle: "
               "<Qualquer tecla> para continuar, ou <f> para finalizar"
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P305-BAIXA-PARCELA.
           SET FS-OK       TO TRUE

           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO-INF
           DISPLAY "NUMERO DA PARCELA: "
                               DISPLAY "PARCELA JA PAGA EM "
                                       PA-DT-PAGAMENTO
                           ELSE
                               IF PA-BAIXADA-PERDA THEN
                                   DISPLAY "PARCELA BAIXADA COMO "
                                           "PERDA - REVERTER A BAIXA "
                                           "EM BAIXAPER ANTES DE "
                                           "RECEBER"
                               ELSE
                                   PERFORM P310-RECEBE
                               END-IF
                           END-IF
                   END-READ
               ELSE
                           "STATUS: " WS-FS
               END-IF
               CLOSE PARCELAS
           .

       P310-RECEBE.
           DISPLAY "PARCELA " PA-NUM-PARCELA " DO CONTRATO "
                   " VALOR " PA-VALOR
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD): "
           ACCEPT WS-DT-PAGO

           PERFORM P370-CONFERE-PERIODO
           IF PE-PERIODO-ABERTO THEN
               PERFORM P312-CONFIRMA-PARCELA
           END-IF
           .

       P312-CONFIRMA-PARCELA.
      *> Encargos por atraso na data do pagamento.
           MOVE PA-DT-VENCIMENTO TO WS-ENC-VENCIMENTO
           MOVE WS-DT-PAGO       TO WS-ENC-DT-PAGTO
           MOVE PA-VALOR         TO WS-ENC-PRINCIPAL
           PERFORM P520-CALCULA-ENCARGOS
           IF WS-ENC-DIAS-ATRASO > ZEROS THEN
               DISPLAY "ATRASO DE " WS-ENC-DIAS-ATRASO " DIAS - MULTA "
                       WS-ENC-MULTA-DEVIDA " JUROS "
                       WS-ENC-JUROS-DEVIDO
               DISPLAY "TOTAL A PAGAR: " WS-ENC-TOTAL-DEVIDO
           END-IF

           DISPLAY "VALOR PAGO: "
           ACCEPT WS-VL-PAGO

           MOVE WS-VL-PAGO TO WS-ENC-VL-PAGO
           PERFORM P525-APROPRIA-PAGAMENTO
           IF WS-ENC-FALTA > ZEROS THEN
               DISPLAY "ATENCAO: PAGAMENTO A MENOR - FALTAM "
                       WS-ENC-FALTA
           END-IF

           DISPLAY "TECLE: <S> PARA CONFIRMAR A BAIXA OU "
                   "<QUALQUER TECLA> PARA CANCELAR"
           ACCEPT WS-CONFIRM
               SET PA-PAGA TO TRUE
               MOVE WS-DT-PAGO TO PA-DT-PAGAMENTO
               MOVE WS-VL-PAGO TO PA-VL-PAGO
               MOVE WS-ENC-MULTA-PAGA TO PA-VL-MULTA
               MOVE WS-ENC-JUROS-PAGO TO PA-VL-JUROS
               REWRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR A PARCELA"
                   NOT INVALID KEY
                       MOVE "R" TO JR-OPERACAO
                       MOVE REG-PARCELA TO JR-IMAGEM
                       PERFORM P785-GRAVA-JORNAL
                       ADD 1 TO WS-TOT-BAIXADAS
                       PERFORM P320-IMPRIME-RECIBO
                       IF WS-ENC-FALTA > ZEROS THEN
                           PERFORM P360-REGISTRA-FALTA
                       END-IF
                       IF TEM-SESSAO THEN
                           MOVE PA-NUM-CONTRATO TO MV-NUM-CONTRATO
                           MOVE PA-NUM-PARCELA  TO MV-NUM-PARCELA
                           SET MV-TITULO-PARCELA TO TRUE
                           MOVE ZEROS           TO MV-CHAVE-MENSAL
                           PERFORM P330-CARIMBA-SESSAO
                       END-IF
                       DISPLAY "PARCELA BAIXADA!"
                          ")" DELIMITED BY SIZE
                          INTO WS-LINHA-RECIBO
                   WRITE WS-LINHA-RECIBO
      *>           Encargos na linha de baixo, so quando houver.
                   IF WS-ENC-DIAS-ATRASO > ZEROS
                           OR WS-ENC-FALTA > ZEROS THEN
                       PERFORM P325-RECIBO-ENCARGOS
                   END-IF
               END-IF
               CLOSE RECIBOS
           .

       P325-RECIBO-ENCARGOS.
           MOVE SPACES TO WS-LINHA-RECIBO
           IF WS-ENC-FALTA > ZEROS THEN
               STRING "   ENCARGOS - ATRASO " DELIMITED BY SIZE
                      WS-ENC-DIAS-ATRASO DELIMITED BY SIZE
                      " DIAS  MULTA " DELIMITED BY SIZE
                      PA-VL-MULTA DELIMITED BY SIZE
                      "  JUROS " DELIMITED BY SIZE
                      PA-VL-JUROS DELIMITED BY SIZE
                      "  PAGO A MENOR: FALTAM " DELIMITED BY SIZE
                      WS-ENC-FALTA DELIMITED BY SIZE
                      INTO WS-LINHA-RECIBO
           ELSE
               STRING "   ENCARGOS - ATRASO " DELIMITED BY SIZE
                      WS-ENC-DIAS-ATRASO DELIMITED BY SIZE
                      " DIAS  MULTA " DELIMITED BY SIZE
                      PA-VL-MULTA DELIMITED BY SIZE
                      "  JUROS " DELIMITED BY SIZE
                      PA-VL-JUROS DELIMITED BY SIZE
                      INTO WS-LINHA-RECIBO
           END-IF
           WRITE WS-LINHA-RECIBO
           .

       P200-ACHA-SESSAO.
      *> Sessao de caixa aberta do operador da gaveta; sem sessao a
      *> baixa segue sem carimbo, como antes, com aviso.
               END-IF

               IF FS-MOV-OK THEN
      *>           Identificacao do titulo (tipo, contrato/parcela
      *>           ou chave da mensalidade) ja preenchida pelo
      *>           chamador; a busca da sequencia usa so a chave.
                   MOVE MV-TIPO-TITULO   TO WS-MV-TIPO-SALVO
                   MOVE MV-NUM-CONTRATO  TO WS-MV-CONTRATO-SALVO
                   MOVE MV-NUM-PARCELA   TO WS-MV-PARCELA-SALVA
                   MOVE MV-CHAVE-MENSAL  TO WS-MV-MENSAL-SALVA
                   PERFORM P335-PROXIMA-SEQ-MOV
                   MOVE WS-SESSAO-CAIXA  TO MV-NUM-SESSAO
                   MOVE WS-PROX-SEQ-MOV  TO MV-SEQ
                   MOVE WS-MV-TIPO-SALVO     TO MV-TIPO-TITULO
                   MOVE WS-MV-CONTRATO-SALVO TO MV-NUM-CONTRATO
                   MOVE WS-MV-PARCELA-SALVA  TO MV-NUM-PARCELA
                   MOVE WS-MV-MENSAL-SALVA   TO MV-CHAVE-MENSAL
                   MOVE WS-VL-PAGO       TO MV-VALOR
                   MOVE WS-DT-PAGO       TO MV-DT-BAIXA
                   SET MV-BAIXA          TO TRUE
                   WRITE REG-CAIXAMOV
                       INVALID KEY
                           DISPLAY "ERRO AO CARIMBAR A SESSAO"
           ADD 1 TO WS-PROX-SEQ-MOV
           .

       P340-BAIXA-MENSALIDADE.
      *> Mesmo fluxo da parcela, sobre a cobranca de MENSALIDADES.DAT.
           SET FS-MENS-OK  TO TRUE

           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ALUNO-INF
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA-INF
           DISPLAY "SEQUENCIAL (01 = MENSALIDADE, DEMAIS = TAXAS): "
           ACCEPT WS-SEQ-INF
           IF WS-SEQ-INF EQUAL ZEROS THEN
               MOVE 01 TO WS-SEQ-INF
           END-IF

           OPEN I-O MENSALIDADES
               IF FS-MENS-OK THEN
                   MOVE WS-ALUNO-INF       TO MN-ID-ALUNO
                   MOVE WS-COMPETENCIA-INF TO MN-COMPETENCIA
                   MOVE WS-SEQ-INF         TO MN-SEQ
                   READ MENSALIDADES
                       KEY IS MN-CHAVE
                       INVALID KEY
                           DISPLAY "MENSALIDADE NAO ENCONTRADA"
                       NOT INVALID KEY
                           IF MN-PAGA THEN
                               DISPLAY "MENSALIDADE JA PAGA EM "
                                       MN-DT-PAGAMENTO
                           ELSE
                               IF MN-BAIXADA-PERDA THEN
                                   DISPLAY "MENSALIDADE BAIXADA COMO "
                                           "PERDA - REVERTER A BAIXA "
                                           "EM BAIXAPER ANTES DE "
                                           "RECEBER"
                               ELSE
                                   IF MN-CANCELADA THEN
                                       DISPLAY "MENSALIDADE CANCELADA "
                                               "PELA TRANSFERENCIA DO "
                                               "ALUNO - NAO E DEVIDA"
                                   ELSE
                                       PERFORM P345-RECEBE-MENSALIDADE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "ERRO AO ABRIR MENSALIDADES.DAT - FILE "
                           "STATUS: " WS-FS-MENS
               END-IF
               CLOSE MENSALIDADES
           .

       P345-RECEBE-MENSALIDADE.
           DISPLAY "ALUNO " MN-ID-ALUNO " COMPETENCIA "
                   MN-COMPETENCIA " SEQ " MN-SEQ " - VENCIMENTO "
                   MN-DT-VENCIMENTO " VALOR " MN-VALOR
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD): "
           ACCEPT WS-DT-PAGO

           PERFORM P370-CONFERE-PERIODO
           IF PE-PERIODO-ABERTO THEN
               PERFORM P347-CONFIRMA-MENSALIDADE
           END-IF
           .

       P347-CONFIRMA-MENSALIDADE.
           DISPLAY "VALOR PAGO: "
           ACCEPT WS-VL-PAGO

           DISPLAY "TECLE: <S> PARA CONFIRMAR A BAIXA OU "
                   "<QUALQUER TECLA> PARA CANCELAR"
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL "S" THEN
               SET MN-PAGA TO TRUE
               MOVE WS-DT-PAGO TO MN-DT-PAGAMENTO
               MOVE WS-VL-PAGO TO MN-VL-PAGO
               REWRITE REG-MENSALIDADE
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR A MENSALIDADE"
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-BAIXADAS
                       PERFORM P350-RECIBO-MENSALIDADE
                       IF TEM-SESSAO THEN
                           MOVE ZEROS          TO MV-NUM-CONTRATO
                           MOVE ZEROS          TO MV-NUM-PARCELA
                           SET MV-TITULO-MENSAL TO TRUE
                           MOVE MN-ID-ALUNO    TO MV-ID-ALUNO
                           MOVE MN-COMPETENCIA TO MV-COMPETENCIA
                           MOVE MN-SEQ         TO MV-SEQ-MENSAL
                           PERFORM P330-CARIMBA-SESSAO
                       END-IF
                       DISPLAY "MENSALIDADE BAIXADA!"
               END-REWRITE
           ELSE
               DISPLAY "BAIXA NAO REALIZADA"
           END-IF
           .

       P350-RECIBO-MENSALIDADE.
           SET FS-REC-OK TO TRUE
           OPEN EXTEND RECIBOS
               IF WS-FS-REC EQUAL 35 THEN
                   OPEN OUTPUT RECIBOS
               END-IF

               IF FS-REC-OK THEN
                   MOVE SPACES TO WS-LINHA-RECIBO
                   STRING "RECIBO - ALUNO " DELIMITED BY SIZE
                          MN-ID-ALUNO DELIMITED BY SIZE
                          " MENSALIDADE " DELIMITED BY SIZE
                          MN-COMPETENCIA DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MN-SEQ DELIMITED BY SIZE
                          " PAGA EM " DELIMITED BY SIZE
                          MN-DT-PAGAMENTO DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          MN-VL-PAGO DELIMITED BY SIZE
                          " (VENCIMENTO " DELIMITED BY SIZE
                          MN-DT-VENCIMENTO DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-LINHA-RECIBO
                   WRITE WS-LINHA-RECIBO
               END-IF
               CLOSE RECIBOS
           .

       P360-REGISTRA-FALTA.
      *> Pendencia de encargos para a tesouraria cobrar depois.
           SET FS-PEND-OK TO TRUE
           OPEN EXTEND ENCPEND
               IF WS-FS-PEND EQUAL 35 THEN
                   OPEN OUTPUT ENCPEND
               END-IF

               IF FS-PEND-OK THEN
                   MOVE SPACES TO WS-LINHA-PEND
                   STRING PA-DT-PAGAMENTO DELIMITED BY SIZE
                          " FINPAG   CONTRATO " DELIMITED BY SIZE
                          PA-NUM-CONTRATO DELIMITED BY SIZE
                          " PARCELA " DELIMITED BY SIZE
                          PA-NUM-PARCELA DELIMITED BY SIZE
                          " DEVIDO " DELIMITED BY SIZE
                          WS-ENC-TOTAL-DEVIDO DELIMITED BY SIZE
                          " PAGO " DELIMITED BY SIZE
                          PA-VL-PAGO DELIMITED BY SIZE
                          " FALTA " DELIMITED BY SIZE
                          WS-ENC-FALTA DELIMITED BY SIZE
                          INTO WS-LINHA-PEND
                   WRITE WS-LINHA-PEND
               END-IF
               CLOSE ENCPEND
           .

       P370-CONFERE-PERIODO.
      *> Pagamento datado em competencia fechada so entra depois da
      *> reabertura em FECHAFIN.
           MOVE WS-DT-PAGO TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM
           IF PE-PERIODO-FECHADO THEN
               DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA NA "
                       "CONTABILIDADE - BAIXA RECUSADA (REABERTURA EM "
                       "FECHAFIN)"
           END-IF
           .

       COPY P-CALC-ENCARGOS.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "TITULOS BAIXADOS NESTA SESSAO: " WS-TOT-BAIXADAS

            GOBACK.
       END PROGRAM FINPAG.
