      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:RODADA DIARIA DA NFS-E: JUNTA OS RECEBIMENTOS BAIXADOS
      *         (FINPAG/FINRET) DESDE A DATA INICIAL INFORMADA
      *         (PADRAO: ULTIMOS 7 DIAS) QUE AINDA NAO TEM RPS -
      *         PARCELAS PAGAS E MENSALIDADES/TAXAS PAGAS - E MONTA O
      *         LOTE DE RPS PARA A PREFEITURA (NFSELOTE.TXT), COM
      *         NUMERACAO SEQUENCIAL UNICA (NFSERPS.CTL), CPF/CNPJ DO
      *         RESPONSAVEL FINANCEIRO (CONTATOS/PESSOAJUR DO M3) E
      *         O CODIGO DO SERVICO DO PRODUTO (PRODUTOS.DAT) OU O DAS
      *         MENSALIDADES (M4_CD_SERVICO_MENSAL). CADA RPS FICA EM
      *         NFSERPS.DAT; RPS REJEITADO PELA PREFEITURA (VER
      *         NFSERET) VOLTA NO LOTE SEGUINTE COM O MESMO NUMERO E O
      *         TOMADOR RECONFERIDO. RECEBIMENTO QUE NAO PODE ENTRAR
      *         (SEM RESPONSAVEL, SEM CPF/CNPJ, SEM CODIGO DE SERVICO)
      *         SAI NA LISTA DE PENDENCIAS NO SPOOL (SPLCTL) E E
      *         TENTADO DE NOVO NA PROXIMA RODADA. TEMPO E VOLUME DE
      *         CADA EXECUCAO VAO PARA O HISTORICO DE ESTATISTICAS DOS
      *         BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSELOT.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT PRODUTOS ASSIGN TO WS-PRODUTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS WS-FS-PROD.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (NOME E CPF DO TOMADOR).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT PESSOAJUR ASSIGN TO WS-PJUR-PATH-LOCAL
      *>          COMPLEMENTO PJ DO M3 (CNPJ/RAZAO SOCIAL DO TOMADOR
      *>          EMPRESA).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PJ-ID-CONTATO
               FILE STATUS IS WS-FS-PJ.

               SELECT NFSERPS ASSIGN TO WS-NFSERPS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-NUM-RPS
               ALTERNATE RECORD KEY IS RP-TITULO
               FILE STATUS IS WS-FS-RPS.

               SELECT NFSERPS-CTL ASSIGN TO WS-NFSERPS-CTL-PATH
      *>          PROXIMO NUMERO DE RPS E ULTIMO LOTE ENVIADO (MESMO
      *>          ESPIRITO DE DOCESC.CTL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT LOTE ASSIGN TO WS-NFSELOTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.

               SELECT RELATORIO ASSIGN TO WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD RESPALU.
       COPY FD_RESPALU.

       FD PRODUTOS.
       COPY FD_PRODUTO.

       FD CONTATOS.
       COPY FD_CONTT.

       FD PESSOAJUR.
       COPY FD_PJUR.

       FD NFSERPS.
       COPY FD_NFSERPS.

       FD NFSERPS-CTL.
       01 REG-NFSERPS-CTL.
           03 NC-PROX-RPS          PIC 9(08).
           03 NC-ULT-LOTE          PIC 9(06).

       FD LOTE.
       01 WS-LINHA-LOTE            PIC X(150).

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       COPY WS_DATUTIL.

       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-PROD        PIC 99.
           88 FS-PROD-OK    VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-PJ          PIC 99.
           88 FS-PJ-OK      VALUE 0.
       77 WS-FS-RPS         PIC 99.
           88 FS-RPS-OK     VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.
       77 WS-FS-LOTE        PIC 99.
           88 FS-LOTE-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-RESP          PIC X.
           88 FIM-RESP         VALUE "S" FALSE "N".
       77 WS-ACHOU-TITULO      PIC X VALUE "N".
           88 ACHOU-TITULO     VALUE "S" FALSE "N".
      *> Arquivos de consulta abertos (o FILE STATUS muda a cada
      *> leitura e nao serve para isso).
       77 ES-ABERTOS-PARC      PIC X VALUE "N".
           88 PARC-ABERTO      VALUE "S" FALSE "N".
       77 ES-ABERTOS-MENS      PIC X VALUE "N".
           88 MENS-ABERTO      VALUE "S" FALSE "N".
       77 ES-ABERTOS-FIN       PIC X VALUE "N".
           88 FIN-ABERTO       VALUE "S" FALSE "N".
       77 ES-ABERTOS-RESP      PIC X VALUE "N".
           88 RESP-ABERTO      VALUE "S" FALSE "N".
       77 ES-ABERTOS-CTT       PIC X VALUE "N".
           88 CTT-ABERTO       VALUE "S" FALSE "N".
       77 ES-ABERTOS-PJ        PIC X VALUE "N".
           88 PJ-ABERTO        VALUE "S" FALSE "N".
       77 ES-ABERTOS-RPS       PIC X VALUE "N".
           88 RPS-ABERTO       VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-PJUR-PATH-LOCAL   PIC X(200) VALUE SPACES.
       77 WS-RELATORIO-PATH    PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DT-INICIO         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PADRAO       PIC 9(02) VALUE 7.
       77 WS-NUM-LOTE          PIC 9(06) VALUE ZEROS.

      *> Codigo do servico de cada produto financiavel, pela
      *> descricao gravada no contrato (FI-NM-PRODUTO).
       77 WS-MAX-PROD          PIC 9(03) VALUE 200.
       77 WS-QTD-PROD          PIC 9(03) VALUE ZEROS.
       77 WS-P                 PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PRODUTOS.
           03 WS-TP-ITEM OCCURS 200 TIMES.
               05 WS-TP-DESCRICAO  PIC X(18).
               05 WS-TP-CD-SERVICO PIC X(05).

      *> Dados do recebimento corrente, apurados antes de gravar o
      *> RPS (novo ou reenviado).
       01 WS-TITULO-ATUAL.
           03 WS-TA-TIPO           PIC X.
           03 WS-TA-CHAVE          PIC X(13).
           03 WS-TA-DT-PAGAMENTO   PIC 9(08).
       77 WS-ALUNO-CORRENTE    PIC 9(05) VALUE ZEROS.
       77 WS-CONTATO-CORRENTE  PIC 9(05) VALUE ZEROS.
       77 WS-VL-SERVICO        PIC S9(07)V99 VALUE ZEROS.
       77 WS-CD-SERVICO        PIC X(05) VALUE SPACES.
       77 WS-DISCRIMINACAO     PIC X(60) VALUE SPACES.
       77 WS-TOM-TIPO          PIC X VALUE SPACES.
       77 WS-TOM-DOC           PIC 9(14) VALUE ZEROS.
       77 WS-TOM-NOME          PIC X(40) VALUE SPACES.
       77 WS-MOTIVO-EXC        PIC X(40) VALUE SPACES.
       77 WS-RPS-PENDENTE      PIC 9(08) VALUE ZEROS.

      *> Layout do lote para a prefeitura: cabecalho "1", um
      *> detalhe "2" por RPS e trailer "9" (valores em centavos).
       01 WS-LOTE-CABECALHO.
           03 LH-TIPO              PIC X VALUE "1".
           03 LH-CNPJ              PIC X(14).
           03 LH-IM                PIC X(15).
           03 LH-LOTE              PIC 9(06).
           03 LH-DT-GERACAO        PIC 9(08).
           03 FILLER               PIC X(106) VALUE SPACES.
       01 WS-LOTE-DETALHE.
           03 LD-TIPO              PIC X VALUE "2".
           03 LD-NUM-RPS           PIC 9(08).
           03 LD-DT-EMISSAO        PIC 9(08).
           03 LD-TOMADOR-TIPO      PIC X.
           03 LD-TOMADOR-DOC       PIC 9(14).
           03 LD-TOMADOR-NOME      PIC X(40).
           03 LD-CD-SERVICO        PIC X(05).
           03 LD-VALOR             PIC 9(09).
           03 LD-DISCRIMINACAO     PIC X(60).
           03 FILLER               PIC X(04) VALUE SPACES.
       01 WS-LOTE-TRAILER.
           03 LT-TIPO              PIC X VALUE "9".
           03 LT-QTD-RPS           PIC 9(06).
           03 LT-VALOR-TOTAL       PIC 9(13).
           03 FILLER               PIC X(130) VALUE SPACES.

       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.
       77 WS-TOT-RPS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REENVIADOS    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-PENDENCIAS    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LIDOS         PIC 9(07) VALUE ZEROS.

       COPY WS_SPLCTL.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***NFS-E - LOTE DIARIO DE RPS***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M3.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE "NFSELOT " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

      *>   Sem CNPJ e inscricao municipal o lote seria recusado
      *>   inteiro pela prefeitura.
           IF WS-CNPJ-ESCOLA EQUAL SPACES
                   OR WS-IM-ESCOLA EQUAL SPACES THEN
               DISPLAY "CNPJ (M4_CNPJ_ESCOLA) OU INSCRICAO MUNICIPAL "
                       "(M4_IM_ESCOLA) NAO CONFIGURADOS"
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               DISPLAY "DATA INICIAL DOS PAGAMENTOS (AAAAMMDD, "
                       "ZEROS = ULTIMOS 7 DIAS): "
               ACCEPT WS-DT-INICIO
               IF WS-DT-INICIO EQUAL ZEROS THEN
                   PERFORM P120-DATA-PADRAO
               END-IF
               DISPLAY "PAGAMENTOS DE " WS-DT-INICIO " A "
                       WS-DATA-HOJE
               PERFORM P150-CARREGA-PRODUTOS
               PERFORM P200-ABRE-ARQUIVOS
               IF RPS-ABERTO AND FS-LOTE-OK THEN
                   PERFORM P300-REENVIA-REJEITADOS
                   PERFORM P400-PARCELAS-PAGAS
                   PERFORM P500-MENSALIDADES-PAGAS
                   PERFORM P700-FECHA-LOTE
               END-IF
               PERFORM P800-FECHA-ARQUIVOS
           END-IF

           MOVE WS-TOT-LIDOS      TO WS-RT-LIDOS
           MOVE WS-TOT-RPS        TO WS-RT-GRAVADOS
           MOVE WS-TOT-PENDENCIAS TO WS-RT-REJEITADOS
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P110-RESOLVE-PATH-M3.
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
      *>   Perfil TREINO (SIS_AMBIENTE): os arquivos do M3 tambem
      *>   vem da subpasta clonada (ver AMBREF).
           IF WS-AMBIENTE-M4 EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-M3 TO WS-DIR-TRN
               MOVE SPACES         TO WS-BASE-DIR-M3
               STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONTATOS.DAT" DELIMITED BY SIZE
                  INTO WS-CONTATOS-PATH-LOCAL
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\PESSOAJUR.DAT" DELIMITED BY SIZE
                  INTO WS-PJUR-PATH-LOCAL
           .

       P120-DATA-PADRAO.
           MOVE "D"              TO WS-DU-OPERACAO
           MOVE WS-DATA-HOJE     TO WS-DU-DATA-1
           MOVE ZEROS            TO WS-DU-DATA-2
           COMPUTE WS-DU-QTD = ZEROS - WS-DIAS-PADRAO
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               MOVE WS-DATA-HOJE TO WS-DT-INICIO
           ELSE
               MOVE WS-DU-RESULTADO-DATA TO WS-DT-INICIO
           END-IF
           .

       P150-CARREGA-PRODUTOS.
           SET EOF-OK     TO FALSE
           SET FS-PROD-OK TO TRUE
           OPEN INPUT PRODUTOS
           IF NOT FS-PROD-OK THEN
               DISPLAY "PRODUTOS.DAT NAO ENCONTRADO - PARCELAS FICAM "
                       "PENDENTES"
           ELSE
               PERFORM UNTIL EOF-OK
                   READ PRODUTOS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-QTD-PROD < WS-MAX-PROD THEN
                               ADD 1 TO WS-QTD-PROD
                               MOVE PR-DESCRICAO
                                   TO WS-TP-DESCRICAO (WS-QTD-PROD)
                               MOVE PR-CD-SERVICO
                                   TO WS-TP-CD-SERVICO (WS-QTD-PROD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS
           END-IF
           .

       P200-ABRE-ARQUIVOS.
           SET FS-RPS-OK  TO TRUE
           SET FS-LOTE-OK TO TRUE
           OPEN I-O NFSERPS
           IF WS-FS-RPS EQUAL 35 THEN
               OPEN OUTPUT NFSERPS
               CLOSE NFSERPS
               OPEN I-O NFSERPS
           END-IF
           IF NOT FS-RPS-OK THEN
               DISPLAY "ERRO AO ABRIR NFSERPS.DAT - FILE STATUS: "
                       WS-FS-RPS
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               SET RPS-ABERTO TO TRUE
               PERFORM P210-LE-CONTADOR
               PERFORM P220-ABRE-PENDENCIAS

               SET FS-PARC-OK TO TRUE
               OPEN INPUT PARCELAS
               IF FS-PARC-OK THEN
                   SET PARC-ABERTO TO TRUE
               ELSE
                   DISPLAY "PARCELAS.DAT NAO ENCONTRADO - FILE "
                           "STATUS: " WS-FS-PARC
               END-IF
               SET FS-MENS-OK TO TRUE
               OPEN INPUT MENSALIDADES
               IF FS-MENS-OK THEN
                   SET MENS-ABERTO TO TRUE
               ELSE
                   DISPLAY "MENSALIDADES.DAT NAO ENCONTRADO - FILE "
                           "STATUS: " WS-FS-MENS
               END-IF
               SET FS-FIN-OK  TO TRUE
               OPEN INPUT FINANCIAMENTOS
               IF FS-FIN-OK THEN
                   SET FIN-ABERTO TO TRUE
               END-IF
               SET FS-RESP-OK TO TRUE
               OPEN INPUT RESPALU
               IF FS-RESP-OK THEN
                   SET RESP-ABERTO TO TRUE
               END-IF
               SET FS-CTT-OK  TO TRUE
               OPEN INPUT CONTATOS
               IF FS-CTT-OK THEN
                   SET CTT-ABERTO TO TRUE
               ELSE
                   DISPLAY "CONTATOS.DAT DO M3 INDISPONIVEL - FILE "
                           "STATUS: " WS-FS-CTT
               END-IF
               SET FS-PJ-OK   TO TRUE
               OPEN INPUT PESSOAJUR
               IF FS-PJ-OK THEN
                   SET PJ-ABERTO TO TRUE
               END-IF

               OPEN OUTPUT LOTE
               IF NOT FS-LOTE-OK THEN
                   DISPLAY "ERRO AO ABRIR NFSELOTE.TXT - FILE STATUS: "
                           WS-FS-LOTE
                   MOVE "99" TO WS-RT-RETORNO
               ELSE
                   MOVE WS-CNPJ-ESCOLA TO LH-CNPJ
                   MOVE WS-IM-ESCOLA   TO LH-IM
                   MOVE WS-NUM-LOTE    TO LH-LOTE
                   MOVE WS-DATA-HOJE   TO LH-DT-GERACAO
                   MOVE WS-LOTE-CABECALHO TO WS-LINHA-LOTE
                   WRITE WS-LINHA-LOTE
               END-IF
           END-IF
           .

       P210-LE-CONTADOR.
      *> O contador so e regravado no fim, se o lote tiver RPS.
           MOVE ZEROS    TO NC-PROX-RPS
           MOVE ZEROS    TO NC-ULT-LOTE
           SET FS-CTL-OK TO TRUE
           OPEN INPUT NFSERPS-CTL
               IF FS-CTL-OK THEN
                   READ NFSERPS-CTL
                       AT END CONTINUE
                   END-READ
               END-IF
               CLOSE NFSERPS-CTL

           IF NC-PROX-RPS IS NOT NUMERIC
                   OR NC-PROX-RPS EQUAL ZEROS THEN
               MOVE 1 TO NC-PROX-RPS
           END-IF
           IF NC-ULT-LOTE IS NOT NUMERIC THEN
               MOVE ZEROS TO NC-ULT-LOTE
           END-IF
           COMPUTE WS-NUM-LOTE = NC-ULT-LOTE + 1
           .

       P220-ABRE-PENDENCIAS.
      *> Membro numerado do spool para as pendencias da rodada.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "NFSELOT"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELATORIO-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\NFSELOT.LST" DELIMITED BY SIZE
                      INTO WS-RELATORIO-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "NFS-E - PENDENCIAS DO LOTE " DELIMITED BY SIZE
                      WS-NUM-LOTE DELIMITED BY SIZE
                      " (PAGAMENTOS DESDE " DELIMITED BY SIZE
                      WS-DT-INICIO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P300-REENVIA-REJEITADOS.
      *> RPS rejeitado volta no lote com o mesmo numero, depois de
      *> reconferidos tomador e codigo do servico (o motivo mais
      *> comum e CPF/CNPJ invalido, corrigido no cadastro).
           SET EOF-OK TO FALSE
           MOVE ZEROS TO RP-NUM-RPS
           START NFSERPS KEY IS NOT LESS RP-NUM-RPS
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ NFSERPS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RP-REJEITADO THEN
                           PERFORM P310-REENVIA-RPS
                       END-IF
               END-READ
           END-PERFORM
           .

       P310-REENVIA-RPS.
           MOVE RP-TITULO TO WS-TITULO-ATUAL
           MOVE SPACES    TO WS-MOTIVO-EXC
           SET ACHOU-TITULO TO FALSE
           IF RP-TITULO-PARCELA THEN
               IF PARC-ABERTO THEN
                   MOVE WS-TA-CHAVE(1:9) TO PA-CHAVE
                   READ PARCELAS
                       KEY IS PA-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PA-PAGA AND PA-DT-PAGAMENTO
                              EQUAL WS-TA-DT-PAGAMENTO THEN
                               SET ACHOU-TITULO TO TRUE
                               PERFORM P420-DADOS-PARCELA
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF MENS-ABERTO THEN
                   MOVE WS-TA-CHAVE TO MN-CHAVE
                   READ MENSALIDADES
                       KEY IS MN-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MN-PAGA AND MN-DT-PAGAMENTO
                              EQUAL WS-TA-DT-PAGAMENTO THEN
                               SET ACHOU-TITULO TO TRUE
                               PERFORM P520-DADOS-MENSALIDADE
                           END-IF
                   END-READ
               END-IF
           END-IF

      *>   Recebimento estornado depois da rejeicao: o RPS fica
      *>   rejeitado e nao volta ao lote.
           IF NOT ACHOU-TITULO THEN
               MOVE "RPS REJEITADO, RECEBIMENTO ESTORNADO"
                   TO WS-MOTIVO-EXC
           END-IF

           MOVE RP-NUM-RPS TO WS-RPS-PENDENTE
           IF WS-MOTIVO-EXC NOT EQUAL SPACES THEN
               PERFORM P650-GRAVA-PENDENCIA
           ELSE
               PERFORM P440-PREENCHE-RPS
               REWRITE REG-NFSERPS
                   INVALID KEY
                       MOVE "ERRO NA REGRAVACAO DO RPS"
                           TO WS-MOTIVO-EXC
                       PERFORM P650-GRAVA-PENDENCIA
                   NOT INVALID KEY
                       PERFORM P460-ESCREVE-DETALHE
                       ADD 1 TO WS-TOT-REENVIADOS
               END-REWRITE
           END-IF
           .

       P400-PARCELAS-PAGAS.
           SET EOF-OK TO FALSE
           IF NOT PARC-ABERTO THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE LOW-VALUES TO PA-CHAVE
               START PARCELAS KEY IS NOT LESS PA-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-OK
               READ PARCELAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       IF PA-PAGA
                          AND PA-DT-PAGAMENTO NOT LESS WS-DT-INICIO
                          AND PA-DT-PAGAMENTO NOT GREATER WS-DATA-HOJE
                          THEN
                           PERFORM P410-PARCELA-PAGA
                       END-IF
               END-READ
           END-PERFORM
           .

       P410-PARCELA-PAGA.
           MOVE "P"             TO WS-TA-TIPO
           MOVE SPACES          TO WS-TA-CHAVE
           MOVE PA-CHAVE        TO WS-TA-CHAVE(1:9)
           MOVE PA-DT-PAGAMENTO TO WS-TA-DT-PAGAMENTO
           PERFORM P600-PROCURA-RPS
           IF NOT ACHOU-TITULO THEN
               MOVE SPACES TO WS-MOTIVO-EXC
               PERFORM P420-DADOS-PARCELA
               PERFORM P450-GRAVA-RPS-NOVO
           END-IF
           .

       P420-DADOS-PARCELA.
      *> Tomador: responsavel financeiro do aluno do contrato.
      *> Servico: o do produto financiado. Valor: o principal (multa
      *> e juros de mora nao sao servico prestado).
           COMPUTE WS-VL-SERVICO = PA-VL-PAGO - PA-VL-MULTA
                                 - PA-VL-JUROS
           MOVE SPACES TO WS-CD-SERVICO
           MOVE ZEROS  TO WS-ALUNO-CORRENTE
           MOVE ZEROS  TO WS-CONTATO-CORRENTE
           MOVE SPACES TO WS-DISCRIMINACAO

           IF NOT FIN-ABERTO THEN
               MOVE "FINANCIAMENTOS.DAT INDISPONIVEL" TO WS-MOTIVO-EXC
           ELSE
               MOVE PA-NUM-CONTRATO TO FI-NUM-CONTRATO
               READ FINANCIAMENTOS
                   KEY IS FI-NUM-CONTRATO
                   INVALID KEY
                       MOVE "CONTRATO NAO ENCONTRADO" TO WS-MOTIVO-EXC
                   NOT INVALID KEY
                       MOVE FI-ID-ALUNO TO WS-ALUNO-CORRENTE
                       PERFORM P430-SERVICO-DO-PRODUTO
                       STRING "PARCELA " DELIMITED BY SIZE
                              PA-NUM-PARCELA DELIMITED BY SIZE
                              " DO CONTRATO " DELIMITED BY SIZE
                              PA-NUM-CONTRATO DELIMITED BY SIZE
                              " - " DELIMITED BY SIZE
                              FI-NM-PRODUTO DELIMITED BY SIZE
                              INTO WS-DISCRIMINACAO
               END-READ
           END-IF

           IF WS-MOTIVO-EXC EQUAL SPACES
                   AND WS-CD-SERVICO EQUAL SPACES THEN
               MOVE "PRODUTO SEM CODIGO DE SERVICO (PRODMNT)"
                   TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC EQUAL SPACES
                   AND WS-VL-SERVICO NOT GREATER ZEROS THEN
               MOVE "VALOR DO SERVICO ZERADO" TO WS-MOTIVO-EXC
           END-IF
           IF WS-MOTIVO-EXC EQUAL SPACES THEN
               PERFORM P610-RESP-DO-ALUNO
               PERFORM P620-DADOS-TOMADOR
           END-IF
           .

       P430-SERVICO-DO-PRODUTO.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PROD
                      OR WS-CD-SERVICO NOT EQUAL SPACES
               IF WS-TP-DESCRICAO (WS-P) EQUAL FI-NM-PRODUTO THEN
                   MOVE WS-TP-CD-SERVICO (WS-P) TO WS-CD-SERVICO
               END-IF
           END-PERFORM
           .

       P440-PREENCHE-RPS.
      *> RP-NUM-RPS e RP-TITULO ja posicionados pelo chamador.
           MOVE WS-ALUNO-CORRENTE   TO RP-ID-ALUNO
           MOVE WS-CONTATO-CORRENTE TO RP-ID-CONTATO
           MOVE WS-TOM-TIPO         TO RP-TOMADOR-TIPO
           MOVE WS-TOM-DOC          TO RP-TOMADOR-DOC
           MOVE WS-VL-SERVICO       TO RP-VALOR
           MOVE WS-CD-SERVICO       TO RP-CD-SERVICO
           MOVE WS-DISCRIMINACAO    TO RP-DISCRIMINACAO
           MOVE WS-NUM-LOTE         TO RP-LOTE
           MOVE WS-DATA-HOJE        TO RP-DT-ENVIO
           SET RP-ENVIADO           TO TRUE
           MOVE SPACES              TO RP-NUM-NFSE
           MOVE SPACES              TO RP-COD-VERIF
           MOVE ZEROS               TO RP-DT-RETORNO
           MOVE SPACES              TO RP-MOTIVO
           .

       P450-GRAVA-RPS-NOVO.
           MOVE ZEROS TO WS-RPS-PENDENTE
           IF WS-MOTIVO-EXC NOT EQUAL SPACES THEN
               PERFORM P650-GRAVA-PENDENCIA
           ELSE
               MOVE NC-PROX-RPS     TO RP-NUM-RPS
               MOVE WS-TITULO-ATUAL TO RP-TITULO
               PERFORM P440-PREENCHE-RPS
               WRITE REG-NFSERPS
                   INVALID KEY
                       MOVE "NUMERO DE RPS JA USADO (NFSERPS.CTL)"
                           TO WS-MOTIVO-EXC
                       PERFORM P650-GRAVA-PENDENCIA
                   NOT INVALID KEY
                       PERFORM P460-ESCREVE-DETALHE
                       ADD 1 TO NC-PROX-RPS
               END-WRITE
           END-IF
           .

       P460-ESCREVE-DETALHE.
           MOVE RP-NUM-RPS         TO LD-NUM-RPS
           MOVE RP-DT-PAGAMENTO    TO LD-DT-EMISSAO
           MOVE RP-TOMADOR-TIPO    TO LD-TOMADOR-TIPO
           MOVE RP-TOMADOR-DOC     TO LD-TOMADOR-DOC
           MOVE WS-TOM-NOME        TO LD-TOMADOR-NOME
           MOVE RP-CD-SERVICO      TO LD-CD-SERVICO
           COMPUTE LD-VALOR = RP-VALOR * 100
           MOVE RP-DISCRIMINACAO   TO LD-DISCRIMINACAO
           MOVE WS-LOTE-DETALHE    TO WS-LINHA-LOTE
           WRITE WS-LINHA-LOTE
           ADD 1        TO WS-TOT-RPS
           ADD RP-VALOR TO WS-TOT-VALOR
           .

       P500-MENSALIDADES-PAGAS.
           SET EOF-OK TO FALSE
           IF NOT MENS-ABERTO THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE LOW-VALUES TO MN-CHAVE
               START MENSALIDADES KEY IS NOT LESS MN-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-OK
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       IF MN-PAGA
                          AND MN-DT-PAGAMENTO NOT LESS WS-DT-INICIO
                          AND MN-DT-PAGAMENTO NOT GREATER WS-DATA-HOJE
                          THEN
                           PERFORM P510-MENSALIDADE-PAGA
                       END-IF
               END-READ
           END-PERFORM
           .

       P510-MENSALIDADE-PAGA.
           MOVE "M"             TO WS-TA-TIPO
           MOVE MN-CHAVE        TO WS-TA-CHAVE
           MOVE MN-DT-PAGAMENTO TO WS-TA-DT-PAGAMENTO
           PERFORM P600-PROCURA-RPS
           IF NOT ACHOU-TITULO THEN
               MOVE SPACES TO WS-MOTIVO-EXC
               PERFORM P520-DADOS-MENSALIDADE
               PERFORM P450-GRAVA-RPS-NOVO
           END-IF
           .

       P520-DADOS-MENSALIDADE.
      *> Tomador: o responsavel gravado na cobranca (MN-ID-RESP-FIN)
      *> ou, sem ele, o responsavel financeiro atual do aluno.
           MOVE MN-VL-PAGO           TO WS-VL-SERVICO
           MOVE WS-CD-SERVICO-MENSAL TO WS-CD-SERVICO
           MOVE MN-ID-ALUNO          TO WS-ALUNO-CORRENTE
           MOVE MN-ID-RESP-FIN       TO WS-CONTATO-CORRENTE
           MOVE SPACES               TO WS-DISCRIMINACAO
           EVALUATE TRUE
               WHEN MN-TIPO-TAXA
                   STRING "TAXA ESCOLAR " DELIMITED BY SIZE
                          MN-COMPETENCIA DELIMITED BY SIZE
                          " - ALUNO " DELIMITED BY SIZE
                          MN-ID-ALUNO DELIMITED BY SIZE
                          INTO WS-DISCRIMINACAO
               WHEN MN-TIPO-ATIVIDADE
                   STRING "ATIVIDADE EXTRACURRICULAR " DELIMITED BY SIZE
                          MN-COMPETENCIA DELIMITED BY SIZE
                          " - ALUNO " DELIMITED BY SIZE
                          MN-ID-ALUNO DELIMITED BY SIZE
                          INTO WS-DISCRIMINACAO
               WHEN OTHER
                   STRING "MENSALIDADE ESCOLAR " DELIMITED BY SIZE
                          MN-COMPETENCIA DELIMITED BY SIZE
                          " - ALUNO " DELIMITED BY SIZE
                          MN-ID-ALUNO DELIMITED BY SIZE
                          INTO WS-DISCRIMINACAO
           END-EVALUATE

           IF WS-VL-SERVICO NOT GREATER ZEROS THEN
               MOVE "VALOR DO SERVICO ZERADO" TO WS-MOTIVO-EXC
           ELSE
               IF WS-CONTATO-CORRENTE EQUAL ZEROS THEN
                   PERFORM P610-RESP-DO-ALUNO
               END-IF
               PERFORM P620-DADOS-TOMADOR
           END-IF
           .

       P600-PROCURA-RPS.
      *> Recebimento ja com RPS (em qualquer situacao) nao entra de
      *> novo: os rejeitados sao tratados em P300.
           SET ACHOU-TITULO TO FALSE
           MOVE WS-TITULO-ATUAL TO RP-TITULO
           READ NFSERPS
               KEY IS RP-TITULO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHOU-TITULO TO TRUE
           END-READ
           .

       P610-RESP-DO-ALUNO.
      *> Primeiro vinculo financeiro ativo do aluno em RESPALU.
           MOVE ZEROS TO WS-CONTATO-CORRENTE
           SET FIM-RESP TO FALSE
           IF NOT RESP-ABERTO THEN
               SET FIM-RESP TO TRUE
           ELSE
               MOVE WS-ALUNO-CORRENTE TO RS-ID-ALUNO
               MOVE ZEROS             TO RS-ID-CONTATO
               START RESPALU KEY IS NOT LESS RS-CHAVE
                   INVALID KEY
                       SET FIM-RESP TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-RESP
               READ RESPALU NEXT RECORD
                   AT END
                       SET FIM-RESP TO TRUE
                   NOT AT END
                       IF RS-ID-ALUNO NOT EQUAL WS-ALUNO-CORRENTE THEN
                           SET FIM-RESP TO TRUE
                       ELSE
                           IF RS-ATIVO AND RS-TIPO EQUAL "F" THEN
                               MOVE RS-ID-CONTATO
                                   TO WS-CONTATO-CORRENTE
                               SET FIM-RESP TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P620-DADOS-TOMADOR.
      *> CPF do contato; sem CPF, o CNPJ do complemento PJ.
           MOVE SPACES TO WS-TOM-TIPO
           MOVE ZEROS  TO WS-TOM-DOC
           MOVE SPACES TO WS-TOM-NOME

           IF WS-CONTATO-CORRENTE EQUAL ZEROS THEN
               MOVE "ALUNO SEM RESPONSAVEL FINANCEIRO" TO WS-MOTIVO-EXC
           ELSE
               IF NOT CTT-ABERTO THEN
                   MOVE "CONTATOS.DAT INDISPONIVEL" TO WS-MOTIVO-EXC
               ELSE
                   MOVE WS-CONTATO-CORRENTE TO ID-CONTATO
                   READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                           MOVE "RESPONSAVEL NAO CADASTRADO NO M3"
                               TO WS-MOTIVO-EXC
                       NOT INVALID KEY
                           IF ST-ANONIMIZADO THEN
                               MOVE "RESPONSAVEL ANONIMIZADO (LGPD)"
                                   TO WS-MOTIVO-EXC
                           ELSE
                               MOVE NM-CONTATO TO WS-TOM-NOME
                               IF CPF-CONTATO IS NUMERIC
                                  AND CPF-CONTATO NOT EQUAL ZEROS THEN
                                   MOVE "F"         TO WS-TOM-TIPO
                                   MOVE CPF-CONTATO TO WS-TOM-DOC
                               ELSE
                                   PERFORM P630-CNPJ-DO-TOMADOR
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

       P630-CNPJ-DO-TOMADOR.
           IF PJ-ABERTO THEN
               MOVE WS-CONTATO-CORRENTE TO PJ-ID-CONTATO
               READ PESSOAJUR
                   KEY IS PJ-ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PJ-CNPJ IS NUMERIC
                          AND PJ-CNPJ NOT EQUAL ZEROS THEN
                           MOVE "J"             TO WS-TOM-TIPO
                           MOVE PJ-CNPJ         TO WS-TOM-DOC
                           MOVE PJ-RAZAO-SOCIAL TO WS-TOM-NOME
                       END-IF
               END-READ
           END-IF
           IF WS-TOM-TIPO EQUAL SPACES THEN
               MOVE "RESPONSAVEL SEM CPF/CNPJ" TO WS-MOTIVO-EXC
           END-IF
           .

       P650-GRAVA-PENDENCIA.
      *> WS-RPS-PENDENTE traz o numero do RPS rejeitado, ou ZEROS
      *> para recebimento que ainda nao tem RPS.
           ADD 1 TO WS-TOT-PENDENCIAS
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               IF WS-TA-TIPO EQUAL "P" THEN
                   STRING "RPS " DELIMITED BY SIZE
                          WS-RPS-PENDENTE DELIMITED BY SIZE
                          " CONTRATO " DELIMITED BY SIZE
                          WS-TA-CHAVE(1:6) DELIMITED BY SIZE
                          " PARC " DELIMITED BY SIZE
                          WS-TA-CHAVE(7:3) DELIMITED BY SIZE
                          " PG " DELIMITED BY SIZE
                          WS-TA-DT-PAGAMENTO DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-MOTIVO-EXC DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               ELSE
                   STRING "RPS " DELIMITED BY SIZE
                          WS-RPS-PENDENTE DELIMITED BY SIZE
                          " ALUNO " DELIMITED BY SIZE
                          WS-TA-CHAVE(1:5) DELIMITED BY SIZE
                          " MENS " DELIMITED BY SIZE
                          WS-TA-CHAVE(6:6) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-TA-CHAVE(12:2) DELIMITED BY SIZE
                          " PG " DELIMITED BY SIZE
                          WS-TA-DT-PAGAMENTO DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-MOTIVO-EXC DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               END-IF
               WRITE WS-LINHA-REL
           END-IF
           .

       P700-FECHA-LOTE.
      *> Lote sem RPS nao consome numero de lote: o arquivo e
      *> esvaziado e o contador fica como estava.
           IF WS-TOT-RPS EQUAL ZEROS THEN
               CLOSE LOTE
               OPEN OUTPUT LOTE
               DISPLAY "NENHUM RPS A ENVIAR - LOTE NAO GERADO"
           ELSE
               MOVE WS-TOT-RPS TO LT-QTD-RPS
               COMPUTE LT-VALOR-TOTAL = WS-TOT-VALOR * 100
               MOVE WS-LOTE-TRAILER TO WS-LINHA-LOTE
               WRITE WS-LINHA-LOTE

               SET FS-CTL-OK TO TRUE
               OPEN OUTPUT NFSERPS-CTL
                   IF FS-CTL-OK THEN
                       MOVE WS-NUM-LOTE TO NC-ULT-LOTE
                       WRITE REG-NFSERPS-CTL
                   ELSE
                       DISPLAY "ERRO AO GRAVAR NFSERPS.CTL - FILE "
                               "STATUS: " WS-FS-CTL
                       MOVE "99" TO WS-RT-RETORNO
                   END-IF
                   CLOSE NFSERPS-CTL
           END-IF
           .

       P800-FECHA-ARQUIVOS.
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "TOTAL DE PENDENCIAS: " DELIMITED BY SIZE
                      WS-TOT-PENDENCIAS DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
           END-IF
           IF RPS-ABERTO AND FS-LOTE-OK THEN
               CLOSE LOTE
           END-IF
           IF RPS-ABERTO THEN
               CLOSE NFSERPS
           END-IF
           IF PARC-ABERTO THEN
               CLOSE PARCELAS
           END-IF
           IF MENS-ABERTO THEN
               CLOSE MENSALIDADES
           END-IF
           IF FIN-ABERTO THEN
               CLOSE FINANCIAMENTOS
           END-IF
           IF RESP-ABERTO THEN
               CLOSE RESPALU
           END-IF
           IF CTT-ABERTO THEN
               CLOSE CONTATOS
           END-IF
           IF PJ-ABERTO THEN
               CLOSE PESSOAJUR
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-RUNSTAT.

       P900-FIM.
           MOVE WS-TOT-VALOR TO WS-VALOR-EDIT
           DISPLAY "========================================"
           DISPLAY "LOTE:                  " WS-NUM-LOTE
           DISPLAY "RPS NO LOTE:           " WS-TOT-RPS
           DISPLAY "  DOS QUAIS REENVIADOS: " WS-TOT-REENVIADOS
           DISPLAY "VALOR TOTAL:           " WS-VALOR-EDIT
           DISPLAY "PENDENCIAS:            " WS-TOT-PENDENCIAS
           DISPLAY "LOTE EM:       " WS-NFSELOTE-PATH
           DISPLAY "PENDENCIAS EM: " WS-RELATORIO-PATH
           DISPLAY "========================================"

            GOBACK.
       END PROGRAM NFSELOT.
