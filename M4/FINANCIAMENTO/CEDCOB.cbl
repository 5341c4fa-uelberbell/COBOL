      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CESSAO DE CONTRATOS A AGENCIA DE COBRANCA EXTERNA: A
      *         RODADA MENSAL SELECIONA OS CONTRATOS JA NEGATIVADOS NO
      *         BUREAU (NEGREG.DAT, VER NEGATIVA) COM PARCELA VENCIDA
      *         EM ABERTO E EMITE A REMESSA DE CESSAO (CEDCOB.TXT,
      *         HEADER/TRAILER E SEQUENCIAL EM CEDCOB.CTL, MESMA
      *         DISCIPLINA DE NEGATIVA) COM O DEVEDOR (RESPONSAVEL
      *         FINANCEIRO EM RESPALU.DAT E CONTATOS.DAT DO M3), O
      *         AVALISTA (AVALISTA.DAT) E AS PARCELAS EM ABERTO.
      *         O CONTRATO CEDIDO FICA EM COBEXT.DAT E SAI DAS CARTAS
      *         DE FINCOB; QUANDO A DIVIDA E LIMPA POR AQUI (BALCAO,
      *         BANCO OU RENEGOC) A MESMA RODADA EMITE A RETIRADA. O
      *         RETORNO DA AGENCIA E PROCESSADO POR RETCOB. TEMPO E
      *         VOLUME DE CADA REMESSA VAO PARA O HISTORICO DE
      *         ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEDCOB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT NEGREG ASSIGN TO WS-NEGREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NG-NUM-CONTRATO
               FILE STATUS IS WS-FS-NEG.

               SELECT COBEXT ASSIGN TO WS-COBEXT-PATH
      *>          CONTRATOS CEDIDOS A AGENCIA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-NUM-CONTRATO
               FILE STATUS IS WS-FS-CED.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT AVALISTA ASSIGN TO WS-AVALISTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-NUM-CONTRATO
               FILE STATUS IS WS-FS-AVAL.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3, RESOLVIDO VIA
      *>          M3_DATA_DIR (MESMO DESENHO DE FINCOB).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT REMESSA ASSIGN TO WS-CEDCOB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

               SELECT REMESSA-CTL ASSIGN TO WS-CEDCOB-CTL-PATH
      *>          SEQUENCIAL DA ULTIMA REMESSA A AGENCIA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD NEGREG.
       COPY FD_NEGREG.

       FD COBEXT.
       COPY FD_COBEXT.

       FD RESPALU.
       COPY FD_RESPALU.

       FD AVALISTA.
       COPY FD_AVALISTA.

       FD CONTATOS.
       COPY FD_CONTT.

       FD REMESSA.
       01 WS-LINHA-REMESSA         PIC X(240).

       FD REMESSA-CTL.
       01 REG-REMESSA-CTL.
           03 RC-SEQUENCIA         PIC 9(06).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-NEG         PIC 99.
           88 FS-NEG-OK     VALUE 0.
       77 WS-FS-CED         PIC 99.
           88 FS-CED-OK     VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-AVAL        PIC 99.
           88 FS-AVAL-OK    VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-REM         PIC 99.
           88 FS-REM-OK     VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-PARC          PIC X.
           88 FIM-PARCELAS     VALUE "S" FALSE "N".
       77 ES-FIM-RESP          PIC X.
           88 FIM-RESP         VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA         PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(06) VALUE ZEROS.

      *> Situacao do contrato corrente na rodada.
       77 WS-QTD-ABERTAS       PIC 9(03) VALUE ZEROS.
       77 WS-VL-ABERTO         PIC 9(07)V99 VALUE ZEROS.
       77 WS-TEM-ABERTA-VENC   PIC X VALUE "N".
           88 TEM-ABERTA-VENCIDA VALUE "S" FALSE "N".
       77 WS-NEGATIVADO        PIC X VALUE "N".
           88 CONTRATO-NEGATIVADO VALUE "S" FALSE "N".
       77 WS-REG-CEDIDO        PIC X VALUE "N".
           88 TEM-REG-CESSAO   VALUE "S" FALSE "N".
       77 WS-ID-RESP-FIN       PIC 9(05) VALUE ZEROS.

       COPY WS_DATUTIL.

      *> Layout posicional acordado com a agencia de cobranca.
       01 WS-REG-HEADER.
           03 FILLER               PIC X VALUE "1".
           03 HD-DATA              PIC 9(08).
           03 HD-SEQUENCIA         PIC 9(06).
           03 HD-CNPJ-ESCOLA       PIC X(14).
           03 HD-NOME-ESCOLA       PIC X(40).
           03 FILLER               PIC X(171) VALUE SPACES.

      *> Contrato cedido: devedor, avalista e saldo em aberto.
       01 WS-REG-CONTRATO.
           03 FILLER               PIC X VALUE "2".
           03 DC-CONTRATO          PIC 9(06).
           03 DC-ALUNO             PIC 9(05).
           03 DC-NOME-ALUNO        PIC X(18).
           03 DC-DT-CONTRATACAO    PIC 9(08).
           03 DC-DEV-CONTATO       PIC 9(05).
           03 DC-DEV-NOME          PIC X(40).
           03 DC-DEV-CPF           PIC 9(11).
           03 DC-DEV-RUA           PIC X(15).
           03 DC-DEV-BAIRRO        PIC X(15).
           03 DC-DEV-CIDADE        PIC X(15).
           03 DC-DEV-UF            PIC X(02).
           03 DC-DEV-CEP           PIC X(07).
           03 DC-DEV-TELEFONE      PIC X(12).
      *>   Avalista: ZEROS/brancos quando o contrato nao tem.
           03 DC-AVA-CONTATO       PIC 9(05).
           03 DC-AVA-NOME          PIC X(40).
           03 DC-AVA-CPF           PIC 9(11).
           03 DC-QTD-PARCELAS      PIC 9(03).
      *>   Saldo em aberto em centavos.
           03 DC-VALOR             PIC 9(13).
           03 FILLER               PIC X(12) VALUE SPACES.

      *> Parcela em aberto do contrato cedido.
       01 WS-REG-PARCELA.
           03 FILLER               PIC X VALUE "3".
           03 DP-CONTRATO          PIC 9(06).
           03 DP-PARCELA           PIC 9(03).
           03 DP-VENCIMENTO        PIC 9(08).
           03 DP-VALOR             PIC 9(13).
           03 DP-DIAS-ATRASO       PIC 9(05).
           03 FILLER               PIC X(204) VALUE SPACES.

      *> Retirada: divida limpa por aqui, a agencia para de cobrar.
       01 WS-REG-RETIRADA.
           03 FILLER               PIC X VALUE "4".
           03 DR-CONTRATO          PIC 9(06).
           03 DR-MOTIVO            PIC X(40).
           03 FILLER               PIC X(193) VALUE SPACES.

       01 WS-REG-TRAILER.
           03 FILLER               PIC X VALUE "9".
           03 TR-QTD-DETALHES      PIC 9(06).
           03 TR-HASH-VALORES      PIC 9(15).
           03 FILLER               PIC X(218) VALUE SPACES.

       77 WS-VALOR-CENTAVOS    PIC 9(13) VALUE ZEROS.
       77 WS-HASH-CENTAVOS     PIC 9(15) VALUE ZEROS.
       77 WS-TOT-DETALHES      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CESSOES       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RETIRADAS     PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REGISTRO      PIC 9(04) VALUE ZEROS.
       77 WS-VL-REGISTRO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.
       77 WS-TOT-LIDOS         PIC 9(06) VALUE ZEROS.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CESSAO A COBRANCA EXTERNA***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M3.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
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

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> REMESSA MENSAL DE CESSAO  "
                   "<2> CONTRATOS NA COBRANCA EXTERNA  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-RODADA
               WHEN "2"
                   PERFORM P600-LISTA-CEDIDOS
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-RODADA.
           MOVE "CEDCOB  " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT
           MOVE ZEROS TO WS-TOT-LIDOS
           MOVE ZEROS TO WS-TOT-DETALHES

           PERFORM P320-PROXIMA-SEQUENCIA

           SET FS-REM-OK TO TRUE
           OPEN OUTPUT REMESSA
           IF NOT FS-REM-OK THEN
               DISPLAY "ERRO AO ABRIR CEDCOB.TXT - FILE STATUS: "
                       WS-FS-REM
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               MOVE WS-DATA-HOJE   TO HD-DATA
               MOVE WS-SEQUENCIA   TO HD-SEQUENCIA
               MOVE WS-CNPJ-ESCOLA TO HD-CNPJ-ESCOLA
               MOVE WS-NOME-ESCOLA TO HD-NOME-ESCOLA
               MOVE WS-REG-HEADER  TO WS-LINHA-REMESSA
               WRITE WS-LINHA-REMESSA

               MOVE ZEROS TO WS-TOT-DETALHES
               MOVE ZEROS TO WS-HASH-CENTAVOS
               MOVE ZEROS TO WS-TOT-CESSOES
               MOVE ZEROS TO WS-TOT-RETIRADAS

               SET EOF-OK     TO FALSE
               SET FS-FIN-OK  TO TRUE
               SET FS-PARC-OK TO TRUE
               SET FS-NEG-OK  TO TRUE
               SET FS-CED-OK  TO TRUE
               SET FS-RESP-OK TO TRUE
               SET FS-AVAL-OK TO TRUE
               SET FS-CTT-OK  TO TRUE

               OPEN INPUT FINANCIAMENTOS
               OPEN INPUT PARCELAS
               OPEN INPUT NEGREG
               OPEN INPUT RESPALU
               OPEN INPUT AVALISTA
               OPEN INPUT CONTATOS
               OPEN I-O COBEXT
               IF WS-FS-CED EQUAL 35 THEN
                   OPEN OUTPUT COBEXT
                   CLOSE COBEXT
                   OPEN I-O COBEXT
               END-IF

               IF NOT FS-FIN-OK THEN
                   DISPLAY "FINANCIAMENTOS.DAT NAO ENCONTRADO"
                   MOVE "99" TO WS-RT-RETORNO
                   SET EOF-OK TO TRUE
               END-IF
               IF NOT FS-CED-OK THEN
                   DISPLAY "COBEXT.DAT INDISPONIVEL - FILE STATUS: "
                           WS-FS-CED
                   MOVE "99" TO WS-RT-RETORNO
                   SET EOF-OK TO TRUE
               END-IF
               PERFORM UNTIL EOF-OK
                   READ FINANCIAMENTOS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOT-LIDOS
                           PERFORM P330-AVALIA-CONTRATO
                   END-READ
               END-PERFORM

               CLOSE COBEXT
               CLOSE CONTATOS
               CLOSE AVALISTA
               CLOSE RESPALU
               CLOSE NEGREG
               CLOSE PARCELAS
               CLOSE FINANCIAMENTOS

               MOVE WS-TOT-DETALHES  TO TR-QTD-DETALHES
               MOVE WS-HASH-CENTAVOS TO TR-HASH-VALORES
               MOVE WS-REG-TRAILER   TO WS-LINHA-REMESSA
               WRITE WS-LINHA-REMESSA
               CLOSE REMESSA

               PERFORM P325-GRAVA-SEQUENCIA
               DISPLAY "REMESSA " WS-SEQUENCIA " GERADA - "
                       WS-TOT-CESSOES " CESSAO(OES), "
                       WS-TOT-RETIRADAS " RETIRADA(S)"
           END-IF

           MOVE WS-TOT-LIDOS    TO WS-RT-LIDOS
           MOVE WS-TOT-DETALHES TO WS-RT-GRAVADOS
           PERFORM P180-GRAVA-RUNSTAT
           .

       P320-PROXIMA-SEQUENCIA.
           MOVE ZEROS      TO RC-SEQUENCIA
           SET FS-CTL-OK   TO TRUE
           OPEN INPUT REMESSA-CTL
               IF FS-CTL-OK THEN
                   READ REMESSA-CTL
                       AT END CONTINUE
                   END-READ
               END-IF
               CLOSE REMESSA-CTL

           IF RC-SEQUENCIA IS NOT NUMERIC THEN
               MOVE ZEROS TO RC-SEQUENCIA
           END-IF
           COMPUTE WS-SEQUENCIA = RC-SEQUENCIA + 1
           .

       P325-GRAVA-SEQUENCIA.
           SET FS-CTL-OK   TO TRUE
           OPEN OUTPUT REMESSA-CTL
               IF FS-CTL-OK THEN
                   MOVE WS-SEQUENCIA TO RC-SEQUENCIA
                   WRITE REG-REMESSA-CTL
               END-IF
               CLOSE REMESSA-CTL
           .

       P330-AVALIA-CONTRATO.
           PERFORM P340-SOMA-ABERTAS

           SET TEM-REG-CESSAO TO FALSE
           MOVE FI-NUM-CONTRATO TO CE-NUM-CONTRATO
           READ COBEXT
               KEY IS CE-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEM-REG-CESSAO TO TRUE
           END-READ

           IF TEM-REG-CESSAO AND CE-EM-COBRANCA THEN
      *>       Ja esta na agencia: retira quando nada mais esta em
      *>       aberto (pago aqui, renegociado ou baixado).
               IF WS-QTD-ABERTAS EQUAL ZEROS THEN
                   PERFORM P370-RETIRA
               END-IF
           ELSE
               PERFORM P335-CONFERE-NEGATIVADO
               IF FI-ATIVO AND CONTRATO-NEGATIVADO
                       AND TEM-ABERTA-VENCIDA THEN
                   PERFORM P350-CEDE
               END-IF
           END-IF
           .

       P335-CONFERE-NEGATIVADO.
           SET CONTRATO-NEGATIVADO TO FALSE
           IF FS-NEG-OK THEN
               MOVE FI-NUM-CONTRATO TO NG-NUM-CONTRATO
               READ NEGREG
                   KEY IS NG-NUM-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NG-INCLUIDO THEN
                           SET CONTRATO-NEGATIVADO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       P340-SOMA-ABERTAS.
      *> Todas as parcelas em aberto vao para a agencia (vencidas e a
      *> vencer), mas so a vencida torna o contrato cedivel.
           SET TEM-ABERTA-VENCIDA TO FALSE
           MOVE ZEROS             TO WS-QTD-ABERTAS
           MOVE ZEROS             TO WS-VL-ABERTO

           PERFORM P345-POSICIONA-PARCELAS
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL
                          FI-NUM-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF PA-ABERTA THEN
                               ADD 1        TO WS-QTD-ABERTAS
                               ADD PA-VALOR TO WS-VL-ABERTO
                               IF PA-DT-VENCIMENTO < WS-DATA-HOJE
                                   SET TEM-ABERTA-VENCIDA TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P345-POSICIONA-PARCELAS.
           SET FIM-PARCELAS TO FALSE
           IF NOT FS-PARC-OK THEN
               SET FIM-PARCELAS TO TRUE
           ELSE
               MOVE FI-NUM-CONTRATO TO PA-NUM-CONTRATO
               MOVE ZEROS           TO PA-NUM-PARCELA
               START PARCELAS KEY IS NOT LESS PA-CHAVE
                   INVALID KEY
                       SET FIM-PARCELAS TO TRUE
               END-START
           END-IF
           .

       P350-CEDE.
           MOVE SPACES          TO DC-DEV-NOME
           MOVE SPACES          TO DC-AVA-NOME
           MOVE FI-NUM-CONTRATO TO DC-CONTRATO
           MOVE FI-ID-ALUNO     TO DC-ALUNO
           MOVE FI-NOME         TO DC-NOME-ALUNO
           MOVE FI-DATA-CONTRATACAO TO DC-DT-CONTRATACAO
           PERFORM P355-RESOLVE-DEVEDOR
           PERFORM P360-RESOLVE-AVALISTA
           MOVE WS-QTD-ABERTAS  TO DC-QTD-PARCELAS
           COMPUTE WS-VALOR-CENTAVOS = WS-VL-ABERTO * 100
           MOVE WS-VALOR-CENTAVOS TO DC-VALOR
           MOVE WS-REG-CONTRATO TO WS-LINHA-REMESSA
           WRITE WS-LINHA-REMESSA
           ADD 1 TO WS-TOT-DETALHES
           ADD 1 TO WS-TOT-CESSOES
           ADD WS-VALOR-CENTAVOS TO WS-HASH-CENTAVOS

           PERFORM P365-LISTA-PARCELAS

           MOVE FI-NUM-CONTRATO TO CE-NUM-CONTRATO
           MOVE FI-ID-ALUNO     TO CE-ID-ALUNO
           MOVE WS-DATA-HOJE    TO CE-DT-CESSAO
           MOVE WS-SEQUENCIA    TO CE-SEQ-REMESSA
           MOVE WS-VL-ABERTO    TO CE-VL-CEDIDO
           MOVE WS-QTD-ABERTAS  TO CE-QTD-PARCELAS
           SET CE-EM-COBRANCA   TO TRUE
           MOVE WS-DATA-HOJE    TO CE-DT-SITUACAO
           MOVE ZEROS           TO CE-CONTRATO-ORIGEM
           MOVE ZEROS           TO CE-CONTRATO-ACORDO
           MOVE ZEROS           TO CE-VL-RECEBIDO
           MOVE ZEROS           TO CE-VL-COMISSAO
           WRITE REG-COBEXT
               INVALID KEY
                   REWRITE REG-COBEXT
           END-WRITE
           .

       P355-RESOLVE-DEVEDOR.
      *> Devedor = responsavel financeiro ativo do aluno (RS-TIPO "F"),
      *> o mesmo destinatario das cartas de FINCOB.
           MOVE ZEROS  TO WS-ID-RESP-FIN
           MOVE ZEROS  TO DC-DEV-CONTATO
           MOVE ZEROS  TO DC-DEV-CPF
           MOVE SPACES TO DC-DEV-RUA
           MOVE SPACES TO DC-DEV-BAIRRO
           MOVE SPACES TO DC-DEV-CIDADE
           MOVE SPACES TO DC-DEV-UF
           MOVE SPACES TO DC-DEV-CEP
           MOVE SPACES TO DC-DEV-TELEFONE

           SET FIM-RESP TO FALSE
           IF NOT FS-RESP-OK THEN
               SET FIM-RESP TO TRUE
           ELSE
               MOVE FI-ID-ALUNO TO RS-ID-ALUNO
               MOVE ZEROS       TO RS-ID-CONTATO
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
                       IF RS-ID-ALUNO NOT EQUAL FI-ID-ALUNO THEN
                           SET FIM-RESP TO TRUE
                       ELSE
                           IF RS-ATIVO AND RS-TIPO EQUAL "F" THEN
                               MOVE RS-ID-CONTATO TO WS-ID-RESP-FIN
                               SET FIM-RESP TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ID-RESP-FIN NOT EQUAL ZEROS AND FS-CTT-OK THEN
               MOVE WS-ID-RESP-FIN TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ID-CONTATO       TO DC-DEV-CONTATO
                       MOVE NM-CONTATO       TO DC-DEV-NOME
                       MOVE CPF-CONTATO      TO DC-DEV-CPF
                       MOVE EN-RUA           TO DC-DEV-RUA
                       MOVE EN-BAIRRO        TO DC-DEV-BAIRRO
                       MOVE EN-CIDADE        TO DC-DEV-CIDADE
                       MOVE EN-UF            TO DC-DEV-UF
                       MOVE EN-CEP           TO DC-DEV-CEP
                       MOVE TELEFONE-CONTATO TO DC-DEV-TELEFONE
               END-READ
           END-IF
           .

       P360-RESOLVE-AVALISTA.
           MOVE ZEROS TO DC-AVA-CONTATO
           MOVE ZEROS TO DC-AVA-CPF
           IF FS-AVAL-OK THEN
               MOVE FI-NUM-CONTRATO TO AV-NUM-CONTRATO
               READ AVALISTA
                   KEY IS AV-NUM-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AV-ID-CONTATO TO DC-AVA-CONTATO
                       IF FS-CTT-OK THEN
                           MOVE AV-ID-CONTATO TO ID-CONTATO
                           READ CONTATOS
                               KEY IS ID-CONTATO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE NM-CONTATO  TO DC-AVA-NOME
                                   MOVE CPF-CONTATO TO DC-AVA-CPF
                           END-READ
                       END-IF
               END-READ
           END-IF
           .

       P365-LISTA-PARCELAS.
           PERFORM P345-POSICIONA-PARCELAS
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL
                          FI-NUM-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF PA-ABERTA THEN
                               PERFORM P368-LINHA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P368-LINHA-PARCELA.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF PA-DT-VENCIMENTO < WS-DATA-HOJE THEN
               MOVE "F"              TO WS-DU-OPERACAO
               MOVE WS-DATA-HOJE     TO WS-DU-DATA-1
               MOVE PA-DT-VENCIMENTO TO WS-DU-DATA-2
               MOVE ZEROS            TO WS-DU-QTD
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO NOT EQUAL "S" THEN
                   MOVE WS-DU-RESULTADO-DIAS TO WS-DIAS-ATRASO
               END-IF
           END-IF

           MOVE PA-NUM-CONTRATO  TO DP-CONTRATO
           MOVE PA-NUM-PARCELA   TO DP-PARCELA
           MOVE PA-DT-VENCIMENTO TO DP-VENCIMENTO
           COMPUTE DP-VALOR = PA-VALOR * 100
           MOVE WS-DIAS-ATRASO   TO DP-DIAS-ATRASO
           MOVE WS-REG-PARCELA   TO WS-LINHA-REMESSA
           WRITE WS-LINHA-REMESSA
           ADD 1 TO WS-TOT-DETALHES
           .

       P370-RETIRA.
           MOVE FI-NUM-CONTRATO TO DR-CONTRATO
           MOVE "DIVIDA REGULARIZADA NA ESCOLA" TO DR-MOTIVO
           MOVE WS-REG-RETIRADA TO WS-LINHA-REMESSA
           WRITE WS-LINHA-REMESSA
           ADD 1 TO WS-TOT-DETALHES
           ADD 1 TO WS-TOT-RETIRADAS

           SET CE-DEVOLVIDO  TO TRUE
           MOVE WS-DATA-HOJE TO CE-DT-SITUACAO
           REWRITE REG-COBEXT
           .

       P600-LISTA-CEDIDOS.
           SET EOF-OK    TO FALSE
           SET FS-CED-OK TO TRUE
           MOVE ZEROS    TO WS-TOT-REGISTRO
           MOVE ZEROS    TO WS-VL-REGISTRO

           OPEN INPUT COBEXT
           IF NOT FS-CED-OK THEN
               DISPLAY "NENHUM CONTRATO CEDIDO (SEM ARQUIVO)"
           ELSE
               PERFORM UNTIL EOF-OK
                   READ COBEXT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CE-EM-COBRANCA THEN
                               ADD 1 TO WS-TOT-REGISTRO
                               ADD CE-VL-CEDIDO TO WS-VL-REGISTRO
                               MOVE CE-VL-CEDIDO TO WS-VALOR-EDIT
                               DISPLAY "CONTRATO " CE-NUM-CONTRATO
                                       " ALUNO " CE-ID-ALUNO
                                       " CEDIDO EM " CE-DT-CESSAO
                                       " SALDO " WS-VALOR-EDIT
                               IF CE-CONTRATO-ORIGEM NOT EQUAL
                                  ZEROS THEN
                                   DISPLAY "    ACORDO DO CONTRATO "
                                           CE-CONTRATO-ORIGEM
                               END-IF
                               IF CE-VL-RECEBIDO > ZEROS THEN
                                   MOVE CE-VL-RECEBIDO
                                       TO WS-VALOR-EDIT
                                   DISPLAY "    RECEBIDO PELA "
                                           "AGENCIA " WS-VALOR-EDIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBEXT
               MOVE WS-VL-REGISTRO TO WS-VALOR-EDIT
               DISPLAY "CONTRATOS NA COBRANCA EXTERNA: "
                       WS-TOT-REGISTRO " - SALDO CEDIDO "
                       WS-VALOR-EDIT
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-RUNSTAT.

       P900-FIM.

            GOBACK.
       END PROGRAM CEDCOB.
