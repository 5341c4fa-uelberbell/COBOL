      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:PROCESSAMENTO DO ARQUIVO DIARIO DE LIQUIDACOES PIX DO
      *         PSP (PIXRET.TXT): PARA CADA CREDITO O PROGRAMA DECOMPOE
      *         O TXID DO BR CODE DA PARCELA (CONTRATO + PARCELA, VER
      *         PIXGEN E WS_PIXGEN.cpy), LOCALIZA A PARCELA EM
      *         PARCELAS.DAT E FAZ A BAIXA COMO FINRET FAZ COM O
      *         RETORNO DO BANCO: ENCARGOS POR ATRASO APURADOS
      *         (P-CALC-ENCARGOS.cpy), PAGAMENTO A MENOR EM ENCPEND.DAT
      *         E CADA BAIXA NA TRILHA RETBAIXA.DAT (ORIGEM "X") PARA A
      *         CONCILIACAO (CONCBAN). CREDITO PIX SEM TXID DE PARCELA
      *         OU DE PARCELA INEXISTENTE SAI NA LISTA DE CREDITOS NAO
      *         IDENTIFICADOS, COM O ENDTOENDID E O PAGADOR; PARCELA JA
      *         PAGA, RENEGOCIADA OU BAIXADA COMO PERDA SAI NAS
      *         EXCECOES, ASSIM COMO O CREDITO DATADO EM COMPETENCIA
      *         FECHADA NA CONTABILIDADE (PERFIN, VER FECHAFIN). TUDO
      *         IMPRESSO NO SPOOL (SPLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT LIQUIDACOES ASSIGN TO WS-PIXRET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIX.

               SELECT ENCPEND ASSIGN TO WS-ENCPEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

               SELECT RETBAIXA ASSIGN TO WS-RETBAIXA-PATH
      *>          TRILHA DAS BAIXAS, LIDA POR CONCBAN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRL.

               SELECT RELATORIO ASSIGN TO WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD PARCELAS.
       COPY FD_PARCELA.

       FD LIQUIDACOES.
       01 WS-LINHA-PIX             PIC X(120).

       FD ENCPEND.
       01 WS-LINHA-PEND            PIC X(100).

       FD RETBAIXA.
       COPY FD_RETBAIXA.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(132).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

      *> Aritmetica de datas e encargos por atraso.
       COPY WS_DATUTIL.
       COPY WS_ENCARGOS.

      *> Txid padrao das parcelas (prefixo + contrato + parcela).
       COPY WS_PIXGEN.
       COPY WS_PERFIN.

       77 WS-FS                    PIC 99.
           88 FS-OK                VALUE 0.
       77 WS-FS-PIX                PIC 99.
           88 FS-PIX-OK            VALUE 0.
       77 WS-FS-REL                PIC 99.
           88 FS-REL-OK            VALUE 0.
       77 WS-FS-PEND               PIC 99.
           88 FS-PEND-OK           VALUE 0.
       77 WS-FS-TRL                PIC 99.
           88 FS-TRL-OK            VALUE 0.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       77 ES-EOF                   PIC X.
           88 EOF-OK               VALUE "S" FALSE "N".
       77 ES-TXID                  PIC X.
           88 TXID-DE-PARCELA      VALUE "S" FALSE "N".

      *> Layout do credito no arquivo de liquidacoes do PSP: data do
      *> credito, identificador fim a fim da transacao (endToEndId),
      *> txid do BR Code pago, valor em centavos e nome do pagador.
       01 WS-PIX-DETALHE.
           03 PI-TIPO              PIC X.
           03 PI-DT-CREDITO        PIC 9(08).
           03 PI-END-TO-END        PIC X(32).
           03 PI-TXID              PIC X(25).
           03 PI-VL-PAGO           PIC 9(09).
           03 PI-NOME-PAGADOR      PIC X(30).
           03 FILLER               PIC X(15).

       77 WS-VL-PAGO-REAIS         PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT            PIC $$.$$$.$$9,99.

      *> Relatorio de excecoes e creditos nao identificados no spool.
       COPY WS_SPLCTL.
       77 WS-RELATORIO-PATH        PIC X(200) VALUE SPACES.
       77 WS-PAGINAS               PIC 9(04) VALUE 1.

       77 WS-TOT-LIDOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BAIXADAS          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXCECOES          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-IDENT         PIC 9(06) VALUE ZEROS.
       77 WS-VL-NAO-IDENT          PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-BAIXADO            PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOTIVO-EXC            PIC X(30) VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***LIQUIDACAO PIX DO PSP***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "PIXRET" TO JR-PROGRAMA

           PERFORM P200-ABRE-RELATORIO
           PERFORM P300-PROCESSA-LIQUIDACOES
           PERFORM P800-FECHA-RELATORIO
           PERFORM P900-FIM.

       P200-ABRE-RELATORIO.
      *> Membro numerado do spool para excecoes e nao identificados.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "PIXRET"   TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELATORIO-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\PIXRET.LST" DELIMITED BY SIZE
                      INTO WS-RELATORIO-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF FS-REL-OK THEN
               MOVE "EXCECOES E CREDITOS NAO IDENTIFICADOS DO PIX"
                   TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P300-PROCESSA-LIQUIDACOES.
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           SET FS-PIX-OK   TO TRUE

           OPEN INPUT LIQUIDACOES
           IF NOT FS-PIX-OK THEN
               DISPLAY "PIXRET.TXT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-PIX
           ELSE
               OPEN I-O PARCELAS
               IF NOT FS-OK THEN
                   DISPLAY "PARCELAS.DAT NAO ENCONTRADO - FILE "
                           "STATUS: " WS-FS
               ELSE
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   SET FS-TRL-OK TO TRUE
                   OPEN EXTEND RETBAIXA
                   IF WS-FS-TRL EQUAL 35 THEN
                       OPEN OUTPUT RETBAIXA
                   END-IF
                   PERFORM UNTIL EOF-OK
                       READ LIQUIDACOES
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-PIX TO WS-PIX-DETALHE
                               IF PI-TIPO EQUAL "2" THEN
                                   ADD 1 TO WS-TOT-LIDOS
                                   PERFORM P310-BAIXA-PARCELA
                               END-IF
                       END-READ
                   END-PERFORM
                   IF FS-TRL-OK THEN
                       CLOSE RETBAIXA
                   END-IF
                   CLOSE PARCELAS
               END-IF
               CLOSE LIQUIDACOES
           END-IF
           .

       P310-BAIXA-PARCELA.
           MOVE SPACES TO WS-MOTIVO-EXC
           MOVE ZEROS  TO PA-NUM-CONTRATO
           MOVE ZEROS  TO PA-NUM-PARCELA

           IF PI-DT-CREDITO IS NOT NUMERIC
                   OR PI-VL-PAGO IS NOT NUMERIC THEN
               MOVE "LINHA INVALIDA (NAO NUMERICA)" TO WS-MOTIVO-EXC
               PERFORM P320-GRAVA-EXCECAO
           ELSE
               COMPUTE WS-VL-PAGO-REAIS = PI-VL-PAGO / 100
               MOVE PI-DT-CREDITO TO WS-PE-DATA
               CALL "PERFIN" USING WS-PERFIN-PARM
               PERFORM P305-DECOMPOE-TXID
               IF NOT TXID-DE-PARCELA THEN
                   MOVE "TXID SEM PARCELA" TO WS-MOTIVO-EXC
                   PERFORM P325-GRAVA-NAO-IDENTIFICADO
               ELSE
               MOVE WS-PXT-CONTRATO TO PA-NUM-CONTRATO
               MOVE WS-PXT-PARCELA  TO PA-NUM-PARCELA
               READ PARCELAS
                   KEY IS PA-CHAVE
                   INVALID KEY
                       MOVE "PARCELA NAO ENCONTRADA" TO WS-MOTIVO-EXC
                       PERFORM P325-GRAVA-NAO-IDENTIFICADO
                   NOT INVALID KEY
                       IF PA-PAGA THEN
                           MOVE "PARCELA JA ESTAVA PAGA"
                               TO WS-MOTIVO-EXC
                           PERFORM P320-GRAVA-EXCECAO
                       ELSE
      *>               Divida consolidada em contrato novo (ver
      *>               RENEGOC): o PIX nao baixa, senao a mesma divida
      *>               contaria duas vezes.
                       IF PA-RENEGOCIADA THEN
                           MOVE "PARCELA QUITADA POR RENEGOCIACAO"
                               TO WS-MOTIVO-EXC
                           PERFORM P320-GRAVA-EXCECAO
                       ELSE
      *>               Baixada como perda (ver BAIXAPER): o credito so
      *>               entra depois de a baixa ser revertida.
                       IF PA-BAIXADA-PERDA THEN
                           MOVE "PARCELA BAIXADA COMO PERDA"
                               TO WS-MOTIVO-EXC
                           PERFORM P320-GRAVA-EXCECAO
                       ELSE
      *>               Competencia fechada na contabilidade: o credito
      *>               so entra depois da reabertura (ver FECHAFIN).
                       IF PE-PERIODO-FECHADO THEN
                           MOVE "CREDITO EM COMPETENCIA FECHADA"
                               TO WS-MOTIVO-EXC
                           PERFORM P320-GRAVA-EXCECAO
                       ELSE
                           SET PA-PAGA TO TRUE
                           MOVE PI-DT-CREDITO    TO PA-DT-PAGAMENTO
                           MOVE WS-VL-PAGO-REAIS TO PA-VL-PAGO
                           PERFORM P312-APURA-ENCARGOS
                           REWRITE REG-PARCELA
                               INVALID KEY
                                   MOVE "ERRO NA REGRAVACAO"
                                       TO WS-MOTIVO-EXC
                                   PERFORM P320-GRAVA-EXCECAO
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-PARCELA TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   ADD 1 TO WS-TOT-BAIXADAS
                                   ADD WS-VL-PAGO-REAIS
                                       TO WS-VL-BAIXADO
                                   PERFORM P340-GRAVA-TRILHA
                                   IF WS-ENC-FALTA > ZEROS THEN
                                       MOVE "BAIXADA - PAGO A MENOR"
                                           TO WS-MOTIVO-EXC
                                       PERFORM P320-GRAVA-EXCECAO
                                       PERFORM P330-REGISTRA-FALTA
                                   END-IF
                           END-REWRITE
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
               END-IF
           END-IF
           .

       P305-DECOMPOE-TXID.
      *> Txid de parcela: "PARC" + contrato (6) + parcela (3) e nada
      *> mais depois.
           SET TXID-DE-PARCELA TO FALSE
           MOVE PI-TXID (1:13) TO WS-PIX-TXID-PARCELA
           IF WS-PXT-PREFIXO EQUAL "PARC" AND
              WS-PXT-CONTRATO IS NUMERIC AND
              WS-PXT-PARCELA IS NUMERIC AND
              PI-TXID (14:12) EQUAL SPACES THEN
               SET TXID-DE-PARCELA TO TRUE
           END-IF
           .

       P312-APURA-ENCARGOS.
      *> Multa e juros na data do credito PIX.
           MOVE PA-DT-VENCIMENTO TO WS-ENC-VENCIMENTO
           MOVE PA-DT-PAGAMENTO  TO WS-ENC-DT-PAGTO
           MOVE PA-VALOR         TO WS-ENC-PRINCIPAL
           PERFORM P520-CALCULA-ENCARGOS
           MOVE PA-VL-PAGO       TO WS-ENC-VL-PAGO
           PERFORM P525-APROPRIA-PAGAMENTO
           MOVE WS-ENC-MULTA-PAGA TO PA-VL-MULTA
           MOVE WS-ENC-JUROS-PAGO TO PA-VL-JUROS
           .

       P320-GRAVA-EXCECAO.
           ADD 1 TO WS-TOT-EXCECOES
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "CONTRATO " DELIMITED BY SIZE
                      PA-NUM-CONTRATO DELIMITED BY SIZE
                      " PARCELA " DELIMITED BY SIZE
                      PA-NUM-PARCELA DELIMITED BY SIZE
                      " E2E " DELIMITED BY SIZE
                      PI-END-TO-END DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MOTIVO-EXC DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P325-GRAVA-NAO-IDENTIFICADO.
      *> Credito que entrou na conta sem titulo para baixar: a
      *> tesouraria identifica o pagador e baixa na mao (FINPAG) ou
      *> devolve o PIX.
           ADD 1                TO WS-TOT-NAO-IDENT
           ADD WS-VL-PAGO-REAIS TO WS-VL-NAO-IDENT
           IF FS-REL-OK THEN
               MOVE WS-VL-PAGO-REAIS TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "NAO IDENTIFICADO " DELIMITED BY SIZE
                      PI-DT-CREDITO DELIMITED BY SIZE
                      " E2E " DELIMITED BY SIZE
                      PI-END-TO-END DELIMITED BY SIZE
                      " TXID " DELIMITED BY SIZE
                      PI-TXID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "    PAGADOR " DELIMITED BY SIZE
                      PI-NOME-PAGADOR DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MOTIVO-EXC DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P330-REGISTRA-FALTA.
      *> Pendencia de encargos para a tesouraria cobrar depois.
           SET FS-PEND-OK TO TRUE
           OPEN EXTEND ENCPEND
               IF WS-FS-PEND EQUAL 35 THEN
                   OPEN OUTPUT ENCPEND
               END-IF

               IF FS-PEND-OK THEN
                   MOVE SPACES TO WS-LINHA-PEND
                   STRING PA-DT-PAGAMENTO DELIMITED BY SIZE
                          " PIXRET   CONTRATO " DELIMITED BY SIZE
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

       P340-GRAVA-TRILHA.
      *> Parcela baixada: data do credito e valor para a conciliacao.
           IF FS-TRL-OK THEN
               INITIALIZE REG-RETBAIXA
               MOVE PI-DT-CREDITO    TO RB-DT-CREDITO
               MOVE WS-DATA-HOJE     TO RB-DT-PROCESSO
               SET RB-ORIGEM-PIX     TO TRUE
               SET RB-TITULO-PARCELA TO TRUE
               MOVE PA-NUM-CONTRATO  TO RB-NUM-CONTRATO
               MOVE PA-NUM-PARCELA   TO RB-NUM-PARCELA
               MOVE WS-VL-PAGO-REAIS TO RB-VL-PAGO
               WRITE REG-RETBAIXA
           END-IF
           .

       P800-FECHA-RELATORIO.
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "TOTAL DE EXCECOES: " DELIMITED BY SIZE
                      WS-TOT-EXCECOES DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE WS-VL-NAO-IDENT TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "CREDITOS NAO IDENTIFICADOS: " DELIMITED BY SIZE
                      WS-TOT-NAO-IDENT DELIMITED BY SIZE
                      " TOTAL " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F"        TO WS-SP-OPERACAO
                   MOVE WS-PAGINAS TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
           END-IF
           .

       COPY P-CALC-ENCARGOS.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "CREDITOS PIX LIDOS:        " WS-TOT-LIDOS
           DISPLAY "PARCELAS BAIXADAS:         " WS-TOT-BAIXADAS
           DISPLAY "VALOR BAIXADO:             " WS-VL-BAIXADO
           DISPLAY "EXCECOES:                  " WS-TOT-EXCECOES
           DISPLAY "NAO IDENTIFICADOS:         " WS-TOT-NAO-IDENT
           DISPLAY "RELATORIO EM: " WS-RELATORIO-PATH
           DISPLAY "========================================"

            GOBACK.
       END PROGRAM PIXRET.
