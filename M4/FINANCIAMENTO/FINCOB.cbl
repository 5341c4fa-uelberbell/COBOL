      *         GARANTE QUE NINGUEM RECEBA DUAS VEZES A CARTA DO MESMO
      *         ESTAGIO NO MESMO MES; O NUMERO DA CARTA VEM DO
      *         CONTADOR FINCOB.CTL (MESMO DESENHO DE FINCTRL.DAT).
      *         CONTRATO CEDIDO A AGENCIA DE COBRANCA EXTERNA (STATUS
      *         "C" EM COBEXT.DAT, VER CEDCOB) NAO GERA CARTA: QUEM
      *         COBRA E A AGENCIA. PARCELA VENCIDA EM DIA SEM
      *         EXPEDIENTE BANCARIO (FERBANC.DAT) PAGA NO PRIMEIRO DIA
      *         UTIL SEGUINTE NAO CONTA COMO ATRASO (DATUTIL "A").
      *         OS LIMITES DOS ESTAGIOS SAO OS PARAMETROS
      *         ATRASO-FAIXA-1/2 EM VIGOR EM PARAMS.DAT (PARMLKP,
      *         MANTIDOS EM PARMMNT), PADRAO 30 E 60 DIAS.
      *         A CARTA NAO VAI MAIS DIRETO PARA O SPOOL: ENTRA NA
      *         FILA DE COMUNICACAO (COMFILA) NO CANAL AUTOMATICO -
      *         E-MAIL DO RESPONSAVEL SE HOUVER, SENAO CARTA - E SAI
      *         NO DESPACHO DE COMDESP, COM O NUMERO DA CARTA E O
      *         ALUNO DE REFERENCIA NO HISTORICO DO CONTATO.
      *         TEMPO E VOLUME DE CADA EXECUCAO VAO PARA O HISTORICO
      *         DE ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT ENDRUIM ASSIGN TO WS-ENDRUIM-PATH-LOCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NUM.

               SELECT COBEXT ASSIGN TO WS-COBEXT-PATH
      *>          CONTRATOS CEDIDOS A AGENCIA DE COBRANCA EXTERNA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-NUM-CONTRATO
               FILE STATUS IS WS-FS-CED.

       DATA DIVISION.
       FILE SECTION.
       01 REG-FINCOB-CTL.
           03 FB-PROX-CARTA        PIC 9(06).

       FD COBEXT.
       COPY FD_COBEXT.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

      *> Limites (dias) dos estagios 1 e 2 - padrao 30/60 ou os
      *> parametros ATRASO-FAIXA-1/2 em vigor hoje (ver P120).
       77 WS-LIM-ESTAGIO-1  PIC 9(03) VALUE 030.
       77 WS-LIM-ESTAGIO-2  PIC 9(03) VALUE 060.
       77 WS-LIM-EDIT       PIC ZZ9.

       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-CED         PIC 99.
           88 FS-CED-OK     VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.
       77 WS-FS-NUM         PIC 99.
           88 FS-NUM-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-DIR-TRN          PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-ENDRUIM-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-FS-END            PIC 99.
           88 FS-END-OK        VALUE 0.
       77 WS-END-RUIM          PIC X VALUE "N".
           88 ENDERECO-RUIM    VALUE "S" FALSE "N".
       77 WS-TOT-END-RUIM      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-CEDIDAS       PIC 9(04) VALUE ZEROS.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-ESTAGIO           PIC 9(01) VALUE ZEROS.

       COPY WS_DATUTIL.
      *> Fila de comunicacao com os contatos (ver COMFILA).
       COPY WS_COMFILA.

      *> Acumulador por familia (responsavel financeiro): pior
      *> estagio e total vencido de cada contato.
       01 WS-TAB-FAMILIAS.
           03 WS-FAM-ENT OCCURS 200 TIMES.
               05 WS-FAM-CONTATO   PIC 9(05).
               05 WS-FAM-ALUNO     PIC 9(05).
               05 WS-FAM-ESTAGIO   PIC 9(01).
               05 WS-FAM-VALOR     PIC 9(07)V99.
               05 WS-FAM-PARCELAS  PIC 9(03).
       77 WS-TOT-CARTAS        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-JA-ENVIADAS   PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-RESP      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LIDAS         PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           DISPLAY "***CARTAS DE COBRANCA POR FAIXA DE ATRASO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M3.
           PERFORM P120-CARREGA-LIMITES.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100

           MOVE "FINCOB  " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           PERFORM P200-ACUMULA-FAMILIAS
           IF WS-QTD-FAMILIAS > ZEROS THEN
               PERFORM P400-EMITE-CARTAS
           ELSE
               DISPLAY "NENHUMA PARCELA VENCIDA EM ABERTO"
           END-IF

           MOVE WS-TOT-LIDAS  TO WS-RT-LIDOS
           MOVE WS-TOT-CARTAS TO WS-RT-GRAVADOS
           COMPUTE WS-RT-REJEITADOS = WS-TOT-SEM-RESP
                                    + WS-TOT-END-RUIM
                                    + WS-TOT-FILA-ERRO
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P110-RESOLVE-PATH-M3.
                  INTO WS-ENDRUIM-PATH-LOCAL
           .

       P120-CARREGA-LIMITES.
      *>   Mesmas faixas do envelhecimento de FINAGE; fora de ordem
      *>   ficam os padroes 30/60.
           MOVE "ATRASO-FAIXA-1" TO WS-PM-CODIGO
           MOVE ZEROS            TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 999 THEN
               MOVE WS-PM-VALOR-NUM TO WS-LIM-ESTAGIO-1
           END-IF
           MOVE "ATRASO-FAIXA-2" TO WS-PM-CODIGO
           MOVE ZEROS            TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 999 THEN
               MOVE WS-PM-VALOR-NUM TO WS-LIM-ESTAGIO-2
           END-IF
           IF WS-LIM-ESTAGIO-2 NOT > WS-LIM-ESTAGIO-1 THEN
               MOVE 030 TO WS-LIM-ESTAGIO-1
               MOVE 060 TO WS-LIM-ESTAGIO-2
           END-IF
           .

       P200-ACUMULA-FAMILIAS.
      *> Classifica cada parcela vencida na pior faixa da familia do
      *> responsavel financeiro do aluno do contrato.
           IF NOT FS-PARC-OK THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-PARC
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN INPUT FINANCIAMENTOS
               OPEN INPUT RESPALU
      *>       Sem COBEXT.DAT (35) nenhum contrato foi cedido ainda.
               SET FS-CED-OK TO TRUE
               OPEN INPUT COBEXT
               PERFORM UNTIL EOF-OK
                   READ PARCELAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOT-LIDAS
                           IF PA-ABERTA THEN
                               PERFORM P205-CONFERE-CESSAO
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-CED-OK THEN
                   CLOSE COBEXT
               END-IF
               CLOSE RESPALU
               CLOSE FINANCIAMENTOS
           END-IF
           CLOSE PARCELAS
           .

       P205-CONFERE-CESSAO.
           IF FS-CED-OK THEN
               MOVE PA-NUM-CONTRATO TO CE-NUM-CONTRATO
               READ COBEXT
                   KEY IS CE-NUM-CONTRATO
                   INVALID KEY
                       PERFORM P210-CLASSIFICA-PARCELA
                   NOT INVALID KEY
                       IF CE-EM-COBRANCA THEN
                           ADD 1 TO WS-TOT-CEDIDAS
                       ELSE
                           PERFORM P210-CLASSIFICA-PARCELA
                       END-IF
               END-READ
           ELSE
               PERFORM P210-CLASSIFICA-PARCELA
           END-IF
           .

       P210-CLASSIFICA-PARCELA.
           MOVE "A"              TO WS-DU-OPERACAO
           MOVE WS-DATA-HOJE     TO WS-DU-DATA-1
           MOVE PA-DT-VENCIMENTO TO WS-DU-DATA-2
           MOVE ZEROS            TO WS-DU-QTD

           IF WS-DIAS-ATRASO > ZEROS THEN
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= WS-LIM-ESTAGIO-1
                       MOVE 1 TO WS-ESTAGIO
                   WHEN WS-DIAS-ATRASO <= WS-LIM-ESTAGIO-2
                       MOVE 2 TO WS-ESTAGIO
                   WHEN OTHER
                       MOVE 3 TO WS-ESTAGIO
           .

       P400-EMITE-CARTAS.
      *> Cada carta entra na fila de comunicacao (COMFILA) e sai no
      *> despacho de COMDESP, por e-mail ou carta.
           SET FS-CTT-OK TO TRUE
           SET FS-CTL-OK TO TRUE
           SET FS-END-OK TO TRUE
           OPEN INPUT CONTATOS
           OPEN INPUT ENDRUIM
           OPEN I-O COBCTL
           IF WS-FS-CTL EQUAL 35 THEN
               OPEN OUTPUT COBCTL
           END-IF

           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FAMILIAS
               PERFORM P410-CARTA-DA-FAMILIA
           END-PERFORM

           CLOSE COBCTL
           IF FS-END-OK THEN
               CLOSE ENDRUIM
           END-IF
           CLOSE CONTATOS
           .

       P410-CARTA-DA-FAMILIA.
           .

       P430-IMPRIME-CARTA.
           PERFORM P790-INICIA-MENSAGEM
           MOVE SPACES TO NM-CONTATO
           MOVE SPACES TO ENDERECO-CONTATO
           IF FS-CTT-OK THEN
               END-READ
           END-IF

           MOVE SPACES TO WS-FC-TEXTO
           STRING "CARTA DE COBRANCA N. " DELIMITED BY SIZE
                  WS-NUM-CARTA DELIMITED BY SIZE
                  "  -  " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE ALL "-" TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE SPACES TO WS-FC-TEXTO
           STRING "A(O) SR(A). " DELIMITED BY SIZE
                  NM-CONTATO DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE SPACES TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE WS-FAM-VALOR (WS-F) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-FC-TEXTO
           STRING "CONSTAM " DELIMITED BY SIZE
                  WS-FAM-PARCELAS (WS-F) DELIMITED BY SIZE
                  " PARCELA(S) VENCIDA(S), TOTAL DE "
                  DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

      *>   Texto escalonado por faixa de atraso.
           EVALUATE WS-FAM-ESTAGIO (WS-F)
               WHEN 1
                   MOVE "LEMBRAMOS QUE O PAGAMENTO PODE SER FEITO NA"
                       TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
                   MOVE "SECRETARIA. CASO JA TENHA PAGO, DESCONSIDERE."
                       TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
               WHEN 2
                   MOVE "SOLICITAMOS A REGULARIZACAO EM ATE 5 DIAS"
                       TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
                   MOVE "UTEIS, OU PROCURE A SECRETARIA PARA ACORDO."
                       TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
               WHEN OTHER
                   MOVE WS-LIM-ESTAGIO-2 TO WS-LIM-EDIT
                   MOVE SPACES TO WS-FC-TEXTO
                   STRING "DEBITO COM MAIS DE "
                          FUNCTION TRIM(WS-LIM-EDIT)
                          " DIAS: SEM ACORDO EM 10"
                          DELIMITED BY SIZE INTO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
                   MOVE "DIAS O CASO SERA ENCAMINHADO A COBRANCA"
                       TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
                   MOVE "EXTERNA, NOS TERMOS DO CONTRATO."
                       TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
           END-EVALUATE

           MOVE SPACES TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE "ATENCIOSAMENTE, TESOURARIA" TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE WS-FAM-CONTATO (WS-F) TO WS-FC-ID-CONTATO
           MOVE "A"                   TO WS-FC-CANAL
           MOVE "FINCOB"              TO WS-FC-ORIGEM
           MOVE SPACES                TO WS-FC-REFERENCIA
           STRING "CARTA " DELIMITED BY SIZE
                  WS-NUM-CARTA DELIMITED BY SIZE
                  " ALUNO " DELIMITED BY SIZE
                  WS-FAM-ALUNO (WS-F) DELIMITED BY SIZE
                  INTO WS-FC-REFERENCIA
           MOVE "CARTA DE COBRANCA - PARCELAS EM ATRASO"
               TO WS-FC-ASSUNTO
           PERFORM P792-ENFILEIRA
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-COMFILA.

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "FAMILIAS COM ATRASO:       " WS-QTD-FAMILIAS
           DISPLAY "CARTAS NA FILA:            " WS-TOT-CARTAS
           DISPLAY "JA ENVIADAS NO MES:        " WS-TOT-JA-ENVIADAS
           DISPLAY "PARCELAS SEM RESP. FINANC: " WS-TOT-SEM-RESP
           DISPLAY "ENDERECOS DEVOLVIDOS (PULADOS): " WS-TOT-END-RUIM
           DISPLAY "PARCELAS NA COBRANCA EXTERNA (PULADAS): "
                   WS-TOT-CEDIDAS
           DISPLAY "NAO ENFILEIRADAS:          " WS-TOT-FILA-ERRO
           DISPLAY "DESPACHO DA FILA DE COMUNICACAO: COMDESP"
           DISPLAY "========================================"

            GOBACK.
