      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:RODADA DE JANEIRO DA DECLARACAO ANUAL DE QUITACAO DE
      *         DEBITOS: PARA CADA RESPONSAVEL FINANCEIRO (RS-TIPO "F"
      *         EM RESPALU.DAT E MN-ID-RESP-FIN EM MENSALIDADES.DAT)
      *         CONFERE AS PARCELAS DOS CONTRATOS DOS ALUNOS
      *         VINCULADOS E AS MENSALIDADES/TAXAS COBRADAS DELE COM
      *         VENCIMENTO NO ANO-BASE (PADRAO: ANO ANTERIOR). TUDO
      *         PAGO: IMPRIME A DECLARACAO NUMERADA NO SPOOL (SPLCTL)
      *         E REGISTRA EM QUITACAO.DAT (RESPONSAVEL + ANO), PARA
      *         NUNCA SAIR DUAS VEZES. ALGO EM ABERTO: O RESPONSAVEL
      *         VAI PARA A LISTA DE EXCECOES DA TESOURARIA, TAMBEM NO
      *         SPOOL. TITULO BAIXADO COMO PERDA (BAIXAPER) CONTINUA
      *         SENDO DIVIDA NAO PAGA: NAO QUITA E SAI NAS EXCECOES.
      *         TEMPO E VOLUME DE CADA EXECUCAO VAO PARA O HISTORICO
      *         DE ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITANU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (NOME E CPF DO
      *>          RESPONSAVEL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT QUITACAO ASSIGN TO WS-QUITACAO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-CHAVE
               FILE STATUS IS WS-FS-QUIT.

               SELECT QUITACAO-CTL ASSIGN TO WS-QUITACAO-CTL-PATH
      *>          CONTADOR DO PROXIMO NUMERO DE DECLARACAO (MESMO
      *>          DESENHO DE DOCESC.CTL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT RELATORIO ASSIGN TO WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RESPALU.
       COPY FD_RESPALU.

       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD CONTATOS.
       COPY FD_CONTT.

       FD QUITACAO.
       COPY FD_QUITACAO.

       FD QUITACAO-CTL.
       01 REG-QUITACAO-CTL.
           03 QC-PROX-NUMERO       PIC 9(06).

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-QUIT        PIC 99.
           88 FS-QUIT-OK    VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-FIN           PIC X.
           88 FIM-CONTRATOS    VALUE "S" FALSE "N".
       77 ES-FIM-PARC          PIC X.
           88 FIM-PARCELAS     VALUE "S" FALSE "N".
      *> Arquivos de consulta abertos (o FILE STATUS muda a cada
      *> leitura e nao serve para isso).
       77 ES-ABERTOS-FIN       PIC X VALUE "N".
           88 FIN-ABERTO       VALUE "S" FALSE "N".
       77 ES-ABERTOS-PARC      PIC X VALUE "N".
           88 PARC-ABERTO      VALUE "S" FALSE "N".
       77 ES-ABERTOS-CTT       PIC X VALUE "N".
           88 CTT-ABERTO       VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN          PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-RELATORIO-PATH    PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-HOJE          PIC 9(04) VALUE ZEROS.
       77 WS-ANO-BASE          PIC 9(04) VALUE ZEROS.
       77 WS-ALUNO-CORRENTE    PIC 9(05) VALUE ZEROS.
       77 WS-CONTATO-CORRENTE  PIC 9(05) VALUE ZEROS.
       77 WS-NUM-DECL          PIC 9(06) VALUE ZEROS.

      *> Responsaveis financeiros da rodada, com o que cada um tinha
      *> a pagar no ano-base: juntados de RESPALU (parcelas dos
      *> contratos dos alunos) e de MENSALIDADES (MN-ID-RESP-FIN).
       77 WS-MAX-RESP          PIC 9(04) VALUE 2000.
       77 WS-QTD-RESP          PIC 9(04) VALUE ZEROS.
       77 WS-R                 PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-RESP        PIC X VALUE "N".
           88 ACHOU-RESP       VALUE "S" FALSE "N".
       77 WS-TAB-CHEIA         PIC X VALUE "N".
           88 TAB-CHEIA        VALUE "S" FALSE "N".
       01 WS-TAB-RESP.
           03 WS-TR-ITEM OCCURS 2000 TIMES.
               05 WS-TR-CONTATO    PIC 9(05).
               05 WS-TR-QTD-TIT    PIC 9(04).
               05 WS-TR-VL-PAGO    PIC 9(07)V99.
               05 WS-TR-QTD-ABERTO PIC 9(04).
               05 WS-TR-VL-ABERTO  PIC 9(07)V99.
      *>       Baixados como perda (BAIXAPER): nao pagos.
               05 WS-TR-QTD-PERDA  PIC 9(04).
               05 WS-TR-VL-PERDA   PIC 9(07)V99.
      *>       "D" = DECLARACAO EMITIDA (NESTA RODADA OU ANTES),
      *>       "C" = QUITADO, MAS SEM CADASTRO UTILIZAVEL NO M3.
               05 WS-TR-SITUACAO   PIC X.

       77 WS-NM-RESP           PIC X(40) VALUE SPACES.
       77 WS-CPF-RESP          PIC 9(11) VALUE ZEROS.
       01 WS-CPF-EDIT.
           03 WS-CE-BLOCO1     PIC 9(03).
           03 FILLER           PIC X VALUE ".".
           03 WS-CE-BLOCO2     PIC 9(03).
           03 FILLER           PIC X VALUE ".".
           03 WS-CE-BLOCO3     PIC 9(03).
           03 FILLER           PIC X VALUE "-".
           03 WS-CE-DV         PIC 9(02).
       77 WS-MOTIVO-EXC        PIC X(30) VALUE SPACES.
       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.

       77 WS-TOT-EMITIDAS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-JA-EMITIDAS   PIC 9(04) VALUE ZEROS.
       77 WS-TOT-EXCECOES      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-TITULO    PIC 9(04) VALUE ZEROS.
       77 WS-DECL-PATH         PIC X(200) VALUE SPACES.
       77 WS-EXC-PATH          PIC X(200) VALUE SPACES.

       COPY WS_SPLCTL.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***DECLARACAO ANUAL DE QUITACAO DE DEBITOS***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M3.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-HOJE

           DISPLAY "ANO-BASE (AAAA, ZEROS = ANO ANTERIOR): "
           ACCEPT WS-ANO-BASE
           IF WS-ANO-BASE EQUAL ZEROS THEN
               COMPUTE WS-ANO-BASE = WS-ANO-HOJE - 1
           END-IF

           MOVE "QUITANU " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

      *>   Declaracao so de ano encerrado: o ano corrente ainda tem
      *>   vencimentos por vir.
           IF WS-ANO-BASE NOT LESS WS-ANO-HOJE THEN
               DISPLAY "ANO-BASE " WS-ANO-BASE " AINDA NAO ENCERRADO"
           ELSE
               DISPLAY "ANO-BASE DA RODADA: " WS-ANO-BASE
               PERFORM P200-JUNTA-RESP-CONTRATOS
               PERFORM P300-JUNTA-RESP-MENSALIDADES
               IF TAB-CHEIA THEN
                   DISPLAY "LIMITE DE " WS-MAX-RESP " RESPONSAVEIS "
                           "ATINGIDO - RODADA INCOMPLETA"
               END-IF
               PERFORM P400-EMITE-DECLARACOES
               PERFORM P600-LISTA-EXCECOES
           END-IF

           MOVE WS-QTD-RESP     TO WS-RT-LIDOS
           MOVE WS-TOT-EMITIDAS TO WS-RT-GRAVADOS
           MOVE WS-TOT-EXCECOES TO WS-RT-REJEITADOS
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
           .

       P200-JUNTA-RESP-CONTRATOS.
      *> Cada vinculo financeiro ativo leva para o responsavel as
      *> parcelas, vencidas no ano-base, dos contratos do aluno.
           SET EOF-OK      TO FALSE
           SET FS-RESP-OK  TO TRUE
           SET FS-FIN-OK   TO TRUE
           SET FS-PARC-OK  TO TRUE

           OPEN INPUT RESPALU
           IF NOT FS-RESP-OK THEN
               DISPLAY "RESPALU.DAT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-RESP
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN INPUT FINANCIAMENTOS
               IF FS-FIN-OK THEN
                   SET FIN-ABERTO TO TRUE
               END-IF
               OPEN INPUT PARCELAS
               IF FS-PARC-OK THEN
                   SET PARC-ABERTO TO TRUE
               END-IF
               PERFORM UNTIL EOF-OK
                   READ RESPALU NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF RS-ATIVO AND RS-TIPO EQUAL "F" THEN
                               MOVE RS-ID-CONTATO
                                   TO WS-CONTATO-CORRENTE
                               PERFORM P250-ACHA-RESP
                               IF ACHOU-RESP THEN
                                   MOVE RS-ID-ALUNO
                                       TO WS-ALUNO-CORRENTE
                                   PERFORM P210-CONTRATOS-DO-ALUNO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF PARC-ABERTO THEN
                   CLOSE PARCELAS
                   SET PARC-ABERTO TO FALSE
               END-IF
               IF FIN-ABERTO THEN
                   CLOSE FINANCIAMENTOS
                   SET FIN-ABERTO TO FALSE
               END-IF
               CLOSE RESPALU
           END-IF
           .

       P210-CONTRATOS-DO-ALUNO.
           SET FIM-CONTRATOS TO FALSE
           IF NOT FIN-ABERTO THEN
               SET FIM-CONTRATOS TO TRUE
           ELSE
               MOVE WS-ALUNO-CORRENTE TO FI-ID-ALUNO
               START FINANCIAMENTOS KEY IS EQUAL FI-ID-ALUNO
                   INVALID KEY
                       SET FIM-CONTRATOS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-CONTRATOS
               READ FINANCIAMENTOS NEXT RECORD
                   AT END
                       SET FIM-CONTRATOS TO TRUE
                   NOT AT END
                       IF FI-ID-ALUNO NOT EQUAL
                          WS-ALUNO-CORRENTE THEN
                           SET FIM-CONTRATOS TO TRUE
                       ELSE
                           IF FI-ATIVO THEN
                               PERFORM P220-PARCELAS-DO-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P220-PARCELAS-DO-CONTRATO.
      *> Parcela renegociada (PA-RENEGOCIADA) saiu do aberto e a
      *> divida passou para o contrato novo, que e conferido por si.
           SET FIM-PARCELAS TO FALSE
           IF NOT PARC-ABERTO THEN
               SET FIM-PARCELAS TO TRUE
           ELSE
               MOVE FI-NUM-CONTRATO TO PA-NUM-CONTRATO
               MOVE ZEROS           TO PA-NUM-PARCELA
               START PARCELAS KEY IS NOT LESS PA-CHAVE
                   INVALID KEY
                       SET FIM-PARCELAS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL
                          FI-NUM-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF PA-DT-VENCIMENTO(1:4) EQUAL WS-ANO-BASE
                              AND NOT PA-RENEGOCIADA THEN
                               ADD 1 TO WS-TR-QTD-TIT (WS-R)
                               EVALUATE TRUE
                                 WHEN PA-ABERTA
                                   ADD 1 TO WS-TR-QTD-ABERTO (WS-R)
                                   ADD PA-VALOR
                                       TO WS-TR-VL-ABERTO (WS-R)
                                 WHEN PA-BAIXADA-PERDA
                                   ADD 1 TO WS-TR-QTD-PERDA (WS-R)
                                   ADD PA-VALOR
                                       TO WS-TR-VL-PERDA (WS-R)
                                 WHEN OTHER
                                   ADD PA-VL-PAGO
                                       TO WS-TR-VL-PAGO (WS-R)
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P250-ACHA-RESP.
      *> Posiciona WS-R no responsavel WS-CONTATO-CORRENTE,
      *> incluindo-o na tabela na primeira vez.
           SET ACHOU-RESP TO FALSE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-QTD-RESP OR ACHOU-RESP
               IF WS-TR-CONTATO (WS-R) EQUAL WS-CONTATO-CORRENTE THEN
                   SET ACHOU-RESP TO TRUE
               END-IF
           END-PERFORM

           IF ACHOU-RESP THEN
               SUBTRACT 1 FROM WS-R
           ELSE
               IF WS-QTD-RESP < WS-MAX-RESP THEN
                   ADD 1 TO WS-QTD-RESP
                   MOVE WS-QTD-RESP TO WS-R
                   MOVE WS-CONTATO-CORRENTE TO WS-TR-CONTATO (WS-R)
                   MOVE ZEROS TO WS-TR-QTD-TIT (WS-R)
                   MOVE ZEROS TO WS-TR-VL-PAGO (WS-R)
                   MOVE ZEROS TO WS-TR-QTD-ABERTO (WS-R)
                   MOVE ZEROS TO WS-TR-VL-ABERTO (WS-R)
                   MOVE ZEROS TO WS-TR-QTD-PERDA (WS-R)
                   MOVE ZEROS TO WS-TR-VL-PERDA (WS-R)
                   MOVE SPACES TO WS-TR-SITUACAO (WS-R)
                   SET ACHOU-RESP TO TRUE
               ELSE
                   SET TAB-CHEIA TO TRUE
               END-IF
           END-IF
           .

       P300-JUNTA-RESP-MENSALIDADES.
      *> Mensalidades e taxas cobradas do responsavel (gravado na
      *> cobranca por MENSAL), mesmo que o vinculo ja tenha sido
      *> desfeito depois. Cobranca sem responsavel (ZEROS) ja sai
      *> nas excecoes da rodada mensal.
           SET EOF-OK     TO FALSE
           SET FS-MENS-OK TO TRUE

           OPEN INPUT MENSALIDADES
           IF NOT FS-MENS-OK THEN
               DISPLAY "MENSALIDADES.DAT NAO ENCONTRADO - FILE "
                       "STATUS: " WS-FS-MENS
           ELSE
               PERFORM UNTIL EOF-OK
                   READ MENSALIDADES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MN-DT-VENCIMENTO(1:4) EQUAL WS-ANO-BASE
                              AND MN-ID-RESP-FIN NOT EQUAL ZEROS THEN
                               MOVE MN-ID-RESP-FIN
                                   TO WS-CONTATO-CORRENTE
                               PERFORM P250-ACHA-RESP
                               IF ACHOU-RESP THEN
                                   PERFORM P310-SOMA-MENSALIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES
           END-IF
           .

       P310-SOMA-MENSALIDADE.
           ADD 1 TO WS-TR-QTD-TIT (WS-R)
           EVALUATE TRUE
               WHEN MN-ABERTA
                   ADD 1        TO WS-TR-QTD-ABERTO (WS-R)
                   ADD MN-VALOR TO WS-TR-VL-ABERTO (WS-R)
               WHEN MN-BAIXADA-PERDA
                   ADD 1        TO WS-TR-QTD-PERDA (WS-R)
                   ADD MN-VALOR TO WS-TR-VL-PERDA (WS-R)
               WHEN OTHER
                   ADD MN-VL-PAGO TO WS-TR-VL-PAGO (WS-R)
           END-EVALUATE
           .

       P400-EMITE-DECLARACOES.
      *> Um membro de spool com todas as declaracoes da rodada, uma
      *> pagina por responsavel quitado.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "QUITANU"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELATORIO-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\QUITANU.LST" DELIMITED BY SIZE
                      INTO WS-RELATORIO-PATH
           END-IF
           MOVE WS-RELATORIO-PATH TO WS-DECL-PATH

           SET FS-REL-OK  TO TRUE
           SET FS-CTT-OK  TO TRUE
           SET FS-QUIT-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR AS DECLARACOES - FILE STATUS: "
                       WS-FS-REL
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN INPUT CONTATOS
               IF FS-CTT-OK THEN
                   SET CTT-ABERTO TO TRUE
               ELSE
                   DISPLAY "CONTATOS.DAT DO M3 INDISPONIVEL - FILE "
                           "STATUS: " WS-FS-CTT
               END-IF
               OPEN I-O QUITACAO
               IF WS-FS-QUIT EQUAL 35 THEN
                   OPEN OUTPUT QUITACAO
                   CLOSE QUITACAO
                   OPEN I-O QUITACAO
               END-IF
               IF NOT FS-QUIT-OK THEN
                   DISPLAY "ERRO AO ABRIR QUITACAO.DAT - FILE STATUS: "
                           WS-FS-QUIT
                   MOVE "99" TO WS-RT-RETORNO
               ELSE
                   PERFORM VARYING WS-R FROM 1 BY 1
                           UNTIL WS-R > WS-QTD-RESP
                       IF WS-TR-QTD-TIT (WS-R) EQUAL ZEROS THEN
                           ADD 1 TO WS-TOT-SEM-TITULO
                       ELSE
                           IF WS-TR-QTD-ABERTO (WS-R) EQUAL ZEROS
                              AND WS-TR-QTD-PERDA (WS-R) EQUAL ZEROS
                              THEN
                               PERFORM P410-DECLARACAO-DO-RESP
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE QUITACAO
               END-IF
               IF CTT-ABERTO THEN
                   CLOSE CONTATOS
                   SET CTT-ABERTO TO FALSE
               END-IF
               CLOSE RELATORIO
           END-IF

           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F"             TO WS-SP-OPERACAO
               MOVE WS-TOT-EMITIDAS TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           .

       P410-DECLARACAO-DO-RESP.
      *> Ja emitida para o responsavel neste ano-base (rodada
      *> repetida): nao sai de novo.
           MOVE WS-TR-CONTATO (WS-R) TO QT-ID-CONTATO
           MOVE WS-ANO-BASE          TO QT-ANO-BASE
           READ QUITACAO
               KEY IS QT-CHAVE
               INVALID KEY
                   PERFORM P420-DADOS-DO-RESP
                   IF WS-MOTIVO-EXC EQUAL SPACES THEN
                       PERFORM P430-PROXIMO-NUMERO
                       PERFORM P440-IMPRIME-DECLARACAO
                       PERFORM P450-REGISTRA-DECLARACAO
                       MOVE "D" TO WS-TR-SITUACAO (WS-R)
                   ELSE
                       MOVE "C" TO WS-TR-SITUACAO (WS-R)
                   END-IF
               NOT INVALID KEY
                   MOVE "D" TO WS-TR-SITUACAO (WS-R)
                   ADD 1 TO WS-TOT-JA-EMITIDAS
           END-READ
           .

       P420-DADOS-DO-RESP.
      *> Nome e CPF do responsavel no M3. Sem cadastro utilizavel a
      *> declaracao nao sai: o responsavel vai para as excecoes.
           MOVE SPACES TO WS-MOTIVO-EXC
           MOVE SPACES TO WS-NM-RESP
           MOVE ZEROS  TO WS-CPF-RESP

           IF NOT CTT-ABERTO THEN
               MOVE "CONTATOS.DAT INDISPONIVEL" TO WS-MOTIVO-EXC
           ELSE
               MOVE WS-TR-CONTATO (WS-R) TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE "CONTATO NAO CADASTRADO" TO WS-MOTIVO-EXC
                   NOT INVALID KEY
                       IF ST-ANONIMIZADO THEN
                           MOVE "CONTATO ANONIMIZADO (LGPD)"
                               TO WS-MOTIVO-EXC
                       ELSE
                           MOVE NM-CONTATO TO WS-NM-RESP
                           IF CPF-CONTATO IS NUMERIC THEN
                               MOVE CPF-CONTATO TO WS-CPF-RESP
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

       P430-PROXIMO-NUMERO.
           MOVE ZEROS      TO QC-PROX-NUMERO
           SET FS-CTL-OK   TO TRUE
           OPEN INPUT QUITACAO-CTL
               IF FS-CTL-OK THEN
                   READ QUITACAO-CTL
                       AT END CONTINUE
                   END-READ
               END-IF
               CLOSE QUITACAO-CTL

           IF QC-PROX-NUMERO IS NOT NUMERIC THEN
               MOVE ZEROS TO QC-PROX-NUMERO
           END-IF
           COMPUTE WS-NUM-DECL = QC-PROX-NUMERO + 1

           SET FS-CTL-OK   TO TRUE
           OPEN OUTPUT QUITACAO-CTL
               IF FS-CTL-OK THEN
                   MOVE WS-NUM-DECL TO QC-PROX-NUMERO
                   WRITE REG-QUITACAO-CTL
               END-IF
               CLOSE QUITACAO-CTL
           .

       P440-IMPRIME-DECLARACAO.
           MOVE ALL "=" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS N. "
                  DELIMITED BY SIZE
                  WS-NUM-DECL DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "=" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING "DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, QUE "
                  DELIMITED BY SIZE
                  "O(A) RESPONSAVEL FINANCEIRO" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING WS-NM-RESP DELIMITED BY SIZE
                  " (CODIGO " DELIMITED BY SIZE
                  WS-TR-CONTATO (WS-R) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           IF WS-CPF-RESP NOT EQUAL ZEROS THEN
               MOVE WS-CPF-RESP(1:3)  TO WS-CE-BLOCO1
               MOVE WS-CPF-RESP(4:3)  TO WS-CE-BLOCO2
               MOVE WS-CPF-RESP(7:3)  TO WS-CE-BLOCO3
               MOVE WS-CPF-RESP(10:2) TO WS-CE-DV
               MOVE SPACES TO WS-LINHA-REL
               STRING "CPF " DELIMITED BY SIZE
                      WS-CPF-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING "QUITOU TODAS AS PARCELAS E MENSALIDADES COM "
                  DELIMITED BY SIZE
                  "VENCIMENTO EM " DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE WS-TR-VL-PAGO (WS-R) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "NUM TOTAL DE " DELIMITED BY SIZE
                  WS-TR-QTD-TIT (WS-R) DELIMITED BY SIZE
                  " TITULO(S), NO VALOR PAGO DE " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING "ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO "
                  DELIMITED BY SIZE
                  "DO ANO, OS COMPROVANTES MENSAIS." DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "EMITIDA EM " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "________________________________" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "TESOURARIA" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL

           ADD 1 TO WS-TOT-EMITIDAS
           .

       P450-REGISTRA-DECLARACAO.
           MOVE WS-TR-CONTATO (WS-R)  TO QT-ID-CONTATO
           MOVE WS-ANO-BASE           TO QT-ANO-BASE
           MOVE WS-NUM-DECL           TO QT-NUMERO
           MOVE WS-NM-RESP            TO QT-NM-CONTATO
           MOVE WS-CPF-RESP           TO QT-CPF
           MOVE WS-TR-QTD-TIT (WS-R)  TO QT-QTD-TITULOS
           MOVE WS-TR-VL-PAGO (WS-R)  TO QT-VL-PAGO
           MOVE WS-DATA-HOJE          TO QT-DT-EMISSAO
           WRITE REG-QUITACAO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR A DECLARACAO "
                           WS-NUM-DECL " - FILE STATUS: " WS-FS-QUIT
           END-WRITE
           .

       P600-LISTA-EXCECOES.
      *> Responsaveis com titulo do ano-base ainda em aberto, ou sem
      *> cadastro utilizavel no M3, para a tesouraria tratar.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "QUITANU"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELATORIO-PATH
           ELSE
               MOVE SPACES TO WS-RELATORIO-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\QUITEXC.LST" DELIMITED BY SIZE
                      INTO WS-RELATORIO-PATH
           END-IF
           MOVE WS-RELATORIO-PATH TO WS-EXC-PATH

           SET FS-REL-OK TO TRUE
           SET FS-CTT-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR AS EXCECOES - FILE STATUS: "
                       WS-FS-REL
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN INPUT CONTATOS
               IF FS-CTT-OK THEN
                   SET CTT-ABERTO TO TRUE
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               STRING "QUITACAO ANUAL - EXCECOES DO ANO-BASE "
                      DELIMITED BY SIZE
                      WS-ANO-BASE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL

               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-QTD-RESP
                   IF WS-TR-QTD-ABERTO (WS-R) NOT EQUAL ZEROS OR
                      WS-TR-QTD-PERDA (WS-R) NOT EQUAL ZEROS THEN
                       PERFORM P610-EXCECAO-EM-ABERTO
                   ELSE
                       IF WS-TR-SITUACAO (WS-R) EQUAL "C" THEN
                           PERFORM P620-EXCECAO-CADASTRO
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "TOTAL DE EXCECOES: " DELIMITED BY SIZE
                      WS-TOT-EXCECOES DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               IF CTT-ABERTO THEN
                   CLOSE CONTATOS
                   SET CTT-ABERTO TO FALSE
               END-IF
               CLOSE RELATORIO
           END-IF

           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           .

       P610-EXCECAO-EM-ABERTO.
           PERFORM P420-DADOS-DO-RESP
           IF WS-TR-QTD-ABERTO (WS-R) NOT EQUAL ZEROS THEN
               MOVE WS-TR-VL-ABERTO (WS-R) TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "RESP " DELIMITED BY SIZE
                      WS-TR-CONTATO (WS-R) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NM-RESP DELIMITED BY SIZE
                      " EM ABERTO: " DELIMITED BY SIZE
                      WS-TR-QTD-ABERTO (WS-R) DELIMITED BY SIZE
                      " TITULO(S) " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           IF WS-TR-QTD-PERDA (WS-R) NOT EQUAL ZEROS THEN
               MOVE WS-TR-VL-PERDA (WS-R) TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "RESP " DELIMITED BY SIZE
                      WS-TR-CONTATO (WS-R) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NM-RESP DELIMITED BY SIZE
                      " BAIXADOS COMO PERDA: " DELIMITED BY SIZE
                      WS-TR-QTD-PERDA (WS-R) DELIMITED BY SIZE
                      " TITULO(S) " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           ADD 1 TO WS-TOT-EXCECOES
           .

       P620-EXCECAO-CADASTRO.
      *> Quitado, mas a declaracao nao saiu por falta de cadastro
      *> (ver P420).
           PERFORM P420-DADOS-DO-RESP
           MOVE SPACES TO WS-LINHA-REL
           STRING "RESP " DELIMITED BY SIZE
                  WS-TR-CONTATO (WS-R) DELIMITED BY SIZE
                  " QUITADO, DECLARACAO NAO EMITIDA: "
                  DELIMITED BY SIZE
                  WS-MOTIVO-EXC DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           ADD 1 TO WS-TOT-EXCECOES
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "RESPONSAVEIS FINANCEIROS CONFERIDOS: " WS-QTD-RESP
           DISPLAY "DECLARACOES EMITIDAS:        " WS-TOT-EMITIDAS
           DISPLAY "JA EMITIDAS EM RODADA ANTERIOR: " WS-TOT-JA-EMITIDAS
           DISPLAY "SEM TITULOS NO ANO-BASE:     " WS-TOT-SEM-TITULO
           DISPLAY "EXCECOES PARA A TESOURARIA:  " WS-TOT-EXCECOES
           DISPLAY "DECLARACOES EM: " WS-DECL-PATH
           DISPLAY "EXCECOES EM:    " WS-EXC-PATH
           DISPLAY "========================================"

            GOBACK.
       END PROGRAM QUITANU.
