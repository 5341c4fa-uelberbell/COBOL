      *         INEXISTENTE, JA PAGA OU LINHA INVALIDA) VAI PARA A
      *         LISTA DE EXCECOES IMPRESSA NO SPOOL (SPLCTL), PARA A
      *         TESOURARIA TRATAR NA MAO.
      * Update: DETALHE COM TIPO DE TITULO "M" BAIXA A MENSALIDADE OU
      *         TAXA DE MENSALIDADES.DAT PELA CHAVE ALUNO +
      *         COMPETENCIA + SEQUENCIAL DEVOLVIDA PELO BANCO (VER
      *         FINREM); TIPO "P" OU BRANCO SEGUE BAIXANDO A PARCELA.
      * Update: PARCELA PAGA NO BANCO DEPOIS DO VENCIMENTO TEM MULTA E
      *         JUROS DE MORA APURADOS (P-CALC-ENCARGOS.cpy) E GRAVADOS
      *         A PARTE DO PRINCIPAL; PAGAMENTO QUE NAO COBRE OS
      *         ENCARGOS E BAIXADO, MAS SAI NAS EXCECOES E EM
      *         ENCPEND.DAT PARA COBRANCA DA DIFERENCA.
      * Update: TITULO BAIXADO COMO PERDA (VER BAIXAPER) NAO E BAIXADO
      *         PELO RETORNO: VAI PARA AS EXCECOES ATE A BAIXA SER
      *         REVERTIDA.
      * Update: CADA TITULO BAIXADO PELO RETORNO VAI PARA A TRILHA
      *         RETBAIXA.DAT (DATA DE CREDITO E VALOR), CONFERIDA COM
      *         O EXTRATO DO BANCO PELA CONCILIACAO (CONCBAN).
      * Update: CREDITO DATADO EM COMPETENCIA FECHADA NA CONTABILIDADE
      *         (PERFIN, VER FECHAFIN) NAO E BAIXADO: VAI PARA AS
      *         EXCECOES ATE A COMPETENCIA SER REABERTA.
      * Update: CODIGO DO ALUNO EM 9(05) NO DETALHE DO RETORNO, SEM
      *         MUDAR O TAMANHO DA LINHA (FILLER REDUZIDO).
      * Update: MENSALIDADE CANCELADA PELA TRANSFERENCIA DO ALUNO (VER
      *         TRFSAI) NAO E BAIXADA: VAI PARA AS EXCECOES.
      * Update: IMAGEM POSTERIOR DE CADA GRAVACAO, ALTERACAO E
      *         EXCLUSAO NO JORNAL DO MESTRE (VER BKPCNTT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT RETORNO ASSIGN TO WS-RETBANCO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

               SELECT ENCPEND ASSIGN TO WS-ENCPEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

               SELECT RETBAIXA ASSIGN TO WS-RETBAIXA-PATH
      *>          TRILHA DAS BAIXAS, LIDA POR CONCBAN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRL.

               SELECT EXCECOES ASSIGN TO WS-EXCECOES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

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

       FD RETORNO.
       01 WS-LINHA-RETORNO         PIC X(60).

       FD ENCPEND.
       01 WS-LINHA-PEND            PIC X(100).

       FD RETBAIXA.
       COPY FD_RETBAIXA.

       FD EXCECOES.
       01 WS-LINHA-EXC             PIC X(100).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

      *> Aritmetica de datas e encargos por atraso.
       COPY WS_DATUTIL.
       COPY WS_ENCARGOS.
       COPY WS_PERFIN.

       77 WS-FS                    PIC 99.
           88 FS-OK                VALUE 0.
       77 WS-FS-MENS               PIC 99.
           88 FS-MENS-OK           VALUE 0.
       77 WS-FS-RET                PIC 99.
           88 FS-RET-OK            VALUE 0.
       77 WS-FS-EXC                PIC 99.
           88 FS-EXC-OK            VALUE 0.
       77 WS-FS-PEND               PIC 99.
           88 FS-PEND-OK           VALUE 0.
       77 WS-FS-TRL                PIC 99.
           88 FS-TRL-OK            VALUE 0.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       77 ES-EOF                   PIC X.
           88 EOF-OK               VALUE "S" FALSE "N".
           03 RD-PARCELA           PIC 9(03).
           03 RD-DT-PAGAMENTO      PIC 9(08).
           03 RD-VL-PAGO           PIC 9(07).
      *>   Tipo do titulo e chave da mensalidade, como remetidos.
           03 RD-TIPO-TITULO       PIC X.
               88 RD-TITULO-MENSAL VALUE "M".
           03 RD-ID-ALUNO          PIC 9(05).
           03 RD-COMPETENCIA       PIC 9(06).
           03 RD-SEQ-MENSAL        PIC 9(02).
           03 FILLER               PIC X(21).

       77 WS-VL-PAGO-REAIS         PIC 9(05)V99 VALUE ZEROS.

       77 WS-TOT-EXCECOES          PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-EXC            PIC X(30) VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***RETORNO DE COBRANCA BANCARIA***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "FINRET" TO JR-PROGRAMA

           PERFORM P200-ABRE-EXCECOES
           PERFORM P300-PROCESSA-RETORNO
                   DISPLAY "PARCELAS.DAT NAO ENCONTRADO - FILE "
                           "STATUS: " WS-FS
               ELSE
      *>           Sem MENSALIDADES.DAT os detalhes "M" caem nas
      *>           excecoes (ver P315).
                   SET FS-MENS-OK TO TRUE
                   OPEN I-O MENSALIDADES
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   SET FS-TRL-OK TO TRUE
                   OPEN EXTEND RETBAIXA
                   IF WS-FS-TRL EQUAL 35 THEN
                       OPEN OUTPUT RETBAIXA
                   END-IF
                   PERFORM UNTIL EOF-OK
                       READ RETORNO
                           AT END
                           NOT AT END
                               MOVE WS-LINHA-RETORNO TO WS-RET-DETALHE
                               IF RD-TIPO EQUAL "2" THEN
                                   PERFORM P302-TRATA-CREDITO
                               END-IF
                       END-READ
                   END-PERFORM
                   IF FS-MENS-OK THEN
                       CLOSE MENSALIDADES
                   END-IF
                   IF FS-TRL-OK THEN
                       CLOSE RETBAIXA
                   END-IF
                   CLOSE PARCELAS
               END-IF
               CLOSE RETORNO
           END-IF
           .

       P302-TRATA-CREDITO.
           ADD 1 TO WS-TOT-LIDOS
           PERFORM P305-CONFERE-PERIODO
           EVALUATE TRUE
               WHEN PE-PERIODO-FECHADO
                   MOVE "CREDITO EM COMPETENCIA FECHADA"
                       TO WS-MOTIVO-EXC
                   PERFORM P320-GRAVA-EXCECAO
               WHEN RD-TITULO-MENSAL
                   PERFORM P315-BAIXA-MENSALIDADE
               WHEN OTHER
                   PERFORM P310-BAIXA-PARCELA
           END-EVALUATE
           .

       P305-CONFERE-PERIODO.
      *> Credito datado em competencia ja fechada na contabilidade so
      *> e baixado depois da reabertura (ver FECHAFIN). Data invalida
      *> segue para a validacao do titulo.
           MOVE "A" TO WS-PE-SITUACAO
           IF RD-DT-PAGAMENTO IS NUMERIC THEN
               MOVE RD-DT-PAGAMENTO TO WS-PE-DATA
               CALL "PERFIN" USING WS-PERFIN-PARM
           END-IF
           .

       P310-BAIXA-PARCELA.
           MOVE SPACES TO WS-MOTIVO-EXC

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
                           SET PA-PAGA TO TRUE
                           MOVE RD-DT-PAGAMENTO TO PA-DT-PAGAMENTO
                           COMPUTE WS-VL-PAGO-REAIS =
                                   RD-VL-PAGO / 100
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
               END-READ
           END-IF
           .

       P312-APURA-ENCARGOS.
      *> Multa e juros na data de pagamento informada pelo banco.
           MOVE PA-DT-VENCIMENTO TO WS-ENC-VENCIMENTO
           MOVE PA-DT-PAGAMENTO  TO WS-ENC-DT-PAGTO
           MOVE PA-VALOR         TO WS-ENC-PRINCIPAL
           PERFORM P520-CALCULA-ENCARGOS
           MOVE PA-VL-PAGO       TO WS-ENC-VL-PAGO
           PERFORM P525-APROPRIA-PAGAMENTO
           MOVE WS-ENC-MULTA-PAGA TO PA-VL-MULTA
           MOVE WS-ENC-JUROS-PAGO TO PA-VL-JUROS
           .

       P315-BAIXA-MENSALIDADE.
           MOVE SPACES TO WS-MOTIVO-EXC

           IF RD-ID-ALUNO IS NOT NUMERIC
                   OR RD-COMPETENCIA IS NOT NUMERIC
                   OR RD-SEQ-MENSAL IS NOT NUMERIC
                   OR RD-DT-PAGAMENTO IS NOT NUMERIC
                   OR RD-VL-PAGO IS NOT NUMERIC THEN
               MOVE "LINHA INVALIDA (NAO NUMERICA)" TO WS-MOTIVO-EXC
               PERFORM P320-GRAVA-EXCECAO
           ELSE
               IF NOT FS-MENS-OK THEN
                   MOVE "MENSALIDADES.DAT INDISPONIVEL"
                       TO WS-MOTIVO-EXC
                   PERFORM P320-GRAVA-EXCECAO
               ELSE
                   MOVE RD-ID-ALUNO    TO MN-ID-ALUNO
                   MOVE RD-COMPETENCIA TO MN-COMPETENCIA
                   MOVE RD-SEQ-MENSAL  TO MN-SEQ
                   READ MENSALIDADES
                       KEY IS MN-CHAVE
                       INVALID KEY
                           MOVE "MENSALIDADE NAO ENCONTRADA"
                               TO WS-MOTIVO-EXC
                           PERFORM P320-GRAVA-EXCECAO
                       NOT INVALID KEY
                           IF MN-PAGA THEN
                               MOVE "MENSALIDADE JA ESTAVA PAGA"
                                   TO WS-MOTIVO-EXC
                               PERFORM P320-GRAVA-EXCECAO
                           ELSE
                           IF MN-BAIXADA-PERDA OR MN-CANCELADA THEN
                               IF MN-CANCELADA THEN
                                   MOVE "MENSALIDADE CANCELADA (TRANSF)"
                                       TO WS-MOTIVO-EXC
                               ELSE
                                   MOVE "MENSALIDADE BAIXADA COMO PERDA"
                                       TO WS-MOTIVO-EXC
                               END-IF
                               PERFORM P320-GRAVA-EXCECAO
                           ELSE
                               SET MN-PAGA TO TRUE
                               MOVE RD-DT-PAGAMENTO
                                   TO MN-DT-PAGAMENTO
                               COMPUTE WS-VL-PAGO-REAIS =
                                       RD-VL-PAGO / 100
                               MOVE WS-VL-PAGO-REAIS TO MN-VL-PAGO
                               REWRITE REG-MENSALIDADE
                                   INVALID KEY
                                       MOVE "ERRO NA REGRAVACAO"
                                           TO WS-MOTIVO-EXC
                                       PERFORM P320-GRAVA-EXCECAO
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-BAIXADAS
                                       PERFORM P340-GRAVA-TRILHA
                               END-REWRITE
                           END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

       P320-GRAVA-EXCECAO.
           ADD 1 TO WS-TOT-EXCECOES
           IF FS-EXC-OK THEN
               MOVE SPACES TO WS-LINHA-EXC
               IF RD-TITULO-MENSAL THEN
                   STRING "ALUNO " DELIMITED BY SIZE
                          RD-ID-ALUNO DELIMITED BY SIZE
                          " MENSALIDADE " DELIMITED BY SIZE
                          RD-COMPETENCIA DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          RD-SEQ-MENSAL DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-MOTIVO-EXC DELIMITED BY SIZE
                          INTO WS-LINHA-EXC
               ELSE
                   STRING "CONTRATO " DELIMITED BY SIZE
                          RD-CONTRATO DELIMITED BY SIZE
                          " PARCELA " DELIMITED BY SIZE
                          RD-PARCELA DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-MOTIVO-EXC DELIMITED BY SIZE
                          INTO WS-LINHA-EXC
               END-IF
               WRITE WS-LINHA-EXC
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
                          " FINRET   CONTRATO " DELIMITED BY SIZE
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
      *> Titulo baixado: data de credito e valor para a conciliacao.
           IF FS-TRL-OK THEN
               INITIALIZE REG-RETBAIXA
               MOVE RD-DT-PAGAMENTO  TO RB-DT-CREDITO
               MOVE WS-DATA-HOJE     TO RB-DT-PROCESSO
               SET RB-ORIGEM-BANCO   TO TRUE
               IF RD-TITULO-MENSAL THEN
                   SET RB-TITULO-MENSAL  TO TRUE
                   MOVE RD-ID-ALUNO      TO RB-ID-ALUNO
                   MOVE RD-COMPETENCIA   TO RB-COMPETENCIA
                   MOVE RD-SEQ-MENSAL    TO RB-SEQ-MENSAL
               ELSE
                   SET RB-TITULO-PARCELA TO TRUE
                   MOVE RD-CONTRATO      TO RB-NUM-CONTRATO
                   MOVE RD-PARCELA       TO RB-NUM-PARCELA
               END-IF
               MOVE WS-VL-PAGO-REAIS TO RB-VL-PAGO
               WRITE REG-RETBAIXA
           END-IF
           .

       P800-FECHA-EXCECOES.
           IF FS-EXC-OK THEN
               MOVE SPACES TO WS-LINHA-EXC
           END-IF
           .

       COPY P-CALC-ENCARGOS.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "DETALHES LIDOS DO RETORNO: " WS-TOT-LIDOS
           DISPLAY "TITULOS BAIXADOS:          " WS-TOT-BAIXADAS
           DISPLAY "EXCECOES:                  " WS-TOT-EXCECOES
           DISPLAY "LISTA DE EXCECOES EM: " WS-EXCECOES-PATH
           DISPLAY "========================================"
