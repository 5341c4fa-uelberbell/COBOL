      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:DESPACHO DA FILA DE COMUNICACAO (COMFILA.DAT): PRIMEIRO
      *         LE O ARQUIVO DE RETORNO DO GATEWAY DE E-MAIL/SMS
      *         (COMRETORNO.TXT) E MARCA AS MENSAGENS DESPACHADAS COMO
      *         ENTREGUES OU FALHADAS; DEPOIS PERCORRE AS PENDENTES,
      *         IMPRIMINDO AS CARTAS NUM MEMBRO DO SPOOL (SPLCTL) COM
      *         O BLOCO DE ENDERECO DE CONTATOS.DAT E GRAVANDO OS
      *         E-MAILS E SMS NO ARQUIVO DE ENVIO DO GATEWAY
      *         (COMENVIO.TXT, LOTE COM HEADER E TRAILER). CADA
      *         MENSAGEM DESPACHADA FICA "D" COM A DATA E O NUMERO DA
      *         EXECUCAO; ENDERECO DEVOLVIDO (ENDRUIM) OU CONTATO
      *         ANONIMIZADO VIRA FALHA SEM IMPRIMIR. O RETORNO SO MEXE
      *         EM MENSAGEM "D", ENTAO RELER O MESMO ARQUIVO NAO
      *         ALTERA NADA. TEMPO E VOLUME DE CADA EXECUCAO VAO PARA O
      *         HISTORICO DOS BATCHES (RUNSTAT). MENU OPCAO 22 OU
      *         AGENDADO NO ORQUESTRADOR (ORQBAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMDESP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMFILA ASSIGN TO WS-COMFILA-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M3_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               ALTERNATE RECORD KEY IS CF-ID-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIL.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT ENDRUIM ASSIGN TO WS-ENDRUIM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ED-ID-CONTATO
               FILE STATUS IS WS-FS-END.

               SELECT CARTAS ASSIGN TO WS-CARTAS-PATH
      *>          MEMBRO DO SPOOL ALOCADO POR SPLCTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMP.

               SELECT COMENVIO ASSIGN TO WS-COMENVIO-PATH
      *>          LOTES PARA O GATEWAY DE E-MAIL/SMS, ACRESCENTADOS
      *>          ATE O GATEWAY RECOLHER O ARQUIVO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENV.

               SELECT COMRETORNO ASSIGN TO WS-COMRETORNO-PATH
      *>          SITUACAO DE ENTREGA DEVOLVIDA PELO GATEWAY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

       DATA DIVISION.
       FILE SECTION.
       FD COMFILA.
       COPY FD_COMFILA.

       FD CONTATOS.
       COPY FD_CONTT.

       FD ENDRUIM.
       COPY FD_ENDRUIM.

       FD CARTAS.
       01 WS-LINHA-CARTA           PIC X(80).

       FD COMENVIO.
      *> "H" = HEADER DO LOTE.
       01 CE-HEADER.
           03 CE-H-TIPO            PIC X.
           03 CE-H-DATA            PIC 9(08).
           03 CE-H-RUN             PIC 9(06).
           03 CE-H-ORIGEM          PIC X(08).
      *> "M" = UMA MENSAGEM, SEGUIDA DAS SUAS LINHAS "L".
       01 CE-MENSAGEM.
           03 CE-M-TIPO            PIC X.
           03 CE-M-CHAVE           PIC X(20).
           03 CE-M-CANAL           PIC X.
           03 CE-M-DESTINO         PIC X(60).
           03 CE-M-ASSUNTO         PIC X(40).
           03 CE-M-QTD-LINHAS      PIC 9(02).
      *> "L" = LINHA DO TEXTO (NO SMS, UMA SO LINHA DE ATE 160).
       01 CE-LINHA.
           03 CE-L-TIPO            PIC X.
           03 CE-L-CHAVE           PIC X(20).
           03 CE-L-TEXTO           PIC X(160).
      *> "T" = TRAILER COM A QUANTIDADE DE MENSAGENS DO LOTE.
       01 CE-TRAILER.
           03 CE-T-TIPO            PIC X.
           03 CE-T-QTD             PIC 9(06).

       FD COMRETORNO.
      *> Chave da mensagem, "E" = ENTREGUE / "F" = FALHOU, data e
      *> motivo informados pelo gateway.
       01 REG-COMRETORNO.
           03 CR-CHAVE             PIC X(20).
           03 CR-STATUS            PIC X.
               88 CR-ENTREGUE      VALUE "E".
               88 CR-FALHOU        VALUE "F".
           03 CR-DATA              PIC 9(08).
           03 CR-MOTIVO            PIC X(30).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

       77 WS-FS                PIC 99.
           88 FS-OK            VALUE 0.
       77 WS-FS-FIL            PIC 99.
           88 FS-FIL-OK        VALUE 0.
       77 WS-FS-END            PIC 99.
           88 FS-END-OK        VALUE 0.
       77 WS-FS-IMP            PIC 99.
           88 FS-IMP-OK        VALUE 0.
       77 WS-FS-ENV            PIC 99.
           88 FS-ENV-OK        VALUE 0.
       77 WS-FS-RET            PIC 99.
           88 FS-RET-OK        VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-SAIDAS            PIC X VALUE "N".
           88 SAIDAS-ABERTAS   VALUE "S" FALSE "N".
       77 ES-LOTE              PIC X VALUE "N".
           88 LOTE-ABERTO      VALUE "S" FALSE "N".

       77 WS-CARTAS-PATH       PIC X(200) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-L                 PIC 9(02) VALUE ZEROS.

      *> Texto do SMS: as linhas da mensagem sem as reguas, corridas
      *> num texto so de ate 160 posicoes.
       77 WS-SMS-TEXTO         PIC X(160) VALUE SPACES.
       77 WS-SMS-PONTEIRO      PIC 9(03) VALUE ZEROS.

       77 WS-TOT-LIDAS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CARTAS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EMAIL         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SMS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FALHA         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LOTE          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RET-ENTREGUE  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RET-FALHA     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RET-IGNORADO  PIC 9(06) VALUE ZEROS.

      *> Spool de impressao: membro numerado alocado por SPLCTL; o
      *> numero da execucao tambem marca as mensagens despachadas.
       COPY WS_SPLCTL.
      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***DESPACHO DA FILA DE COMUNICACAO***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE "COMDESP " TO WS-RT-PROG
           MOVE LK-OPERADOR TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           PERFORM P200-LE-RETORNO
           PERFORM P300-DESPACHA
           PERFORM P500-EXIBE-RESUMO

           MOVE WS-TOT-LIDAS TO WS-RT-LIDOS
           COMPUTE WS-RT-GRAVADOS = WS-TOT-CARTAS + WS-TOT-EMAIL
                                  + WS-TOT-SMS
           MOVE WS-TOT-FALHA TO WS-RT-REJEITADOS
           PERFORM P180-GRAVA-RUNSTAT

            GOBACK.

       P200-LE-RETORNO.
      *> Situacao de entrega das mensagens dos lotes anteriores. So
      *> mensagem "D" muda, entao reprocessar o mesmo arquivo nao
      *> altera nada; o operador arquiva o arquivo depois da rodada.
           SET FS-RET-OK TO TRUE
           OPEN INPUT COMRETORNO
           IF NOT FS-RET-OK THEN
               DISPLAY "SEM ARQUIVO DE RETORNO DO GATEWAY."
           ELSE
               SET FS-FIL-OK TO TRUE
               OPEN I-O COMFILA
               IF NOT FS-FIL-OK THEN
                   DISPLAY "FILA DE COMUNICACAO INDISPONIVEL - FILE "
                           "STATUS: " WS-FS-FIL
               ELSE
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ COMRETORNO
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               PERFORM P210-APLICA-RETORNO
                       END-READ
                   END-PERFORM
                   CLOSE COMFILA
               END-IF
               CLOSE COMRETORNO
           END-IF
           .

       P210-APLICA-RETORNO.
           MOVE CR-CHAVE TO CF-CHAVE
           READ COMFILA
               KEY IS CF-CHAVE
               INVALID KEY
                   ADD 1 TO WS-TOT-RET-IGNORADO
               NOT INVALID KEY
                   IF CF-DESPACHADA AND
                      (CR-ENTREGUE OR CR-FALHOU) THEN
                       MOVE CR-STATUS TO CF-STATUS
                       MOVE CR-DATA   TO CF-DT-RETORNO
                       MOVE CR-MOTIVO TO CF-MOTIVO
                       REWRITE REG-COMFILA
                       IF CF-ENTREGUE THEN
                           ADD 1 TO WS-TOT-RET-ENTREGUE
                       ELSE
                           ADD 1 TO WS-TOT-RET-FALHA
                       END-IF
                   ELSE
                       ADD 1 TO WS-TOT-RET-IGNORADO
                   END-IF
           END-READ
           .

       P300-DESPACHA.
           SET FS-FIL-OK TO TRUE
           OPEN I-O COMFILA
           IF NOT FS-FIL-OK THEN
               DISPLAY "FILA DE COMUNICACAO VAZIA OU INDISPONIVEL - "
                       "FILE STATUS: " WS-FS-FIL
           ELSE
               SET FS-OK     TO TRUE
               SET FS-END-OK TO TRUE
               OPEN INPUT CONTATOS
               OPEN INPUT ENDRUIM

               SET EOF-OK TO FALSE
               MOVE ZEROS TO CF-CHAVE
               START COMFILA KEY IS NOT LESS CF-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ COMFILA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CF-PENDENTE THEN
                               ADD 1 TO WS-TOT-LIDAS
                               PERFORM P320-DESPACHA-MENSAGEM
                               REWRITE REG-COMFILA
                           END-IF
                   END-READ
               END-PERFORM

               IF FS-END-OK THEN
                   CLOSE ENDRUIM
               END-IF
               IF FS-OK THEN
                   CLOSE CONTATOS
               END-IF
               CLOSE COMFILA
               PERFORM P390-FECHA-SAIDAS
           END-IF
           .

       P310-ABRE-SAIDAS.
      *> Membro do spool alocado so quando ha o que despachar.
           SET SAIDAS-ABERTAS TO TRUE
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "COMDESP"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-CARTAS-PATH
           ELSE
               MOVE ZEROS TO WS-SP-RUN-NUM
               STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                      "\COMDESP.LST" DELIMITED BY SIZE
                      INTO WS-CARTAS-PATH
           END-IF
           SET FS-IMP-OK TO TRUE
           OPEN OUTPUT CARTAS
           IF NOT FS-IMP-OK THEN
               DISPLAY "ERRO AO ABRIR ARQUIVO DE CARTAS - FILE "
                       "STATUS: " WS-FS-IMP
           END-IF
           .

       P320-DESPACHA-MENSAGEM.
           IF NOT SAIDAS-ABERTAS THEN
               PERFORM P310-ABRE-SAIDAS
           END-IF
           MOVE SPACES TO CF-MOTIVO
           EVALUATE TRUE
               WHEN CF-CARTA
                   PERFORM P330-IMPRIME-CARTA
               WHEN CF-VIA-GATEWAY
                   PERFORM P340-ENVIA-GATEWAY
               WHEN OTHER
                   MOVE "CANAL INVALIDO" TO CF-MOTIVO
           END-EVALUATE

           IF CF-MOTIVO EQUAL SPACES THEN
               SET CF-DESPACHADA TO TRUE
           ELSE
               SET CF-FALHOU TO TRUE
               MOVE WS-DATA-HOJE TO CF-DT-RETORNO
               ADD 1 TO WS-TOT-FALHA
           END-IF
           MOVE WS-DATA-HOJE  TO CF-DT-DESPACHO
           MOVE WS-SP-RUN-NUM TO CF-RUN-DESPACHO
           .

       P330-IMPRIME-CARTA.
           MOVE CF-ID-CONTATO TO ID-CONTATO
           IF NOT FS-OK OR NOT FS-IMP-OK THEN
               MOVE "CARTA NAO IMPRESSA" TO CF-MOTIVO
           ELSE
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE "CONTATO NAO LOCALIZADO" TO CF-MOTIVO
                   NOT INVALID KEY
                       IF ST-ANONIMIZADO THEN
                           MOVE "CONTATO ANONIMIZADO" TO CF-MOTIVO
                       END-IF
               END-READ
           END-IF

           IF CF-MOTIVO EQUAL SPACES AND FS-END-OK THEN
               MOVE CF-ID-CONTATO TO ED-ID-CONTATO
               READ ENDRUIM
                   KEY IS ED-ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ED-DEVOLVIDO THEN
                           MOVE "ENDERECO DEVOLVIDO" TO CF-MOTIVO
                       END-IF
               END-READ
           END-IF

           IF CF-MOTIVO EQUAL SPACES THEN
               MOVE SPACES TO WS-LINHA-CARTA
               STRING "A(O) SR(A). " DELIMITED BY SIZE
                      NM-CONTATO DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               WRITE WS-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               STRING FUNCTION TRIM(EN-RUA) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-BAIRRO) DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               WRITE WS-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               STRING FUNCTION TRIM(EN-CIDADE) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      EN-UF DELIMITED BY SIZE
                      "  CEP " DELIMITED BY SIZE
                      EN-CEP1 DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      EN-CEP2 DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               WRITE WS-LINHA-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               WRITE WS-LINHA-CARTA

               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > CF-QTD-LINHAS OR WS-L > 20
                   MOVE CF-LINHA (WS-L) TO WS-LINHA-CARTA
                   WRITE WS-LINHA-CARTA
               END-PERFORM

               MOVE SPACES TO WS-LINHA-CARTA
               STRING "REF.: " DELIMITED BY SIZE
                      CF-ORIGEM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CF-REFERENCIA DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               WRITE WS-LINHA-CARTA
               MOVE ALL "=" TO WS-LINHA-CARTA
               WRITE WS-LINHA-CARTA
               ADD 1 TO WS-TOT-CARTAS
           END-IF
           .

       P340-ENVIA-GATEWAY.
           IF CF-DESTINO EQUAL SPACES THEN
               MOVE "SEM ENDERECO DE DESTINO" TO CF-MOTIVO
           ELSE
               IF NOT LOTE-ABERTO THEN
                   PERFORM P350-ABRE-LOTE
               END-IF
           END-IF

           IF CF-MOTIVO EQUAL SPACES AND NOT FS-ENV-OK THEN
               MOVE "ARQUIVO DO GATEWAY INDISPONIVEL" TO CF-MOTIVO
           END-IF

           IF CF-MOTIVO EQUAL SPACES THEN
               MOVE SPACES        TO CE-MENSAGEM
               MOVE "M"           TO CE-M-TIPO
               MOVE CF-CHAVE      TO CE-M-CHAVE
               MOVE CF-CANAL      TO CE-M-CANAL
               MOVE CF-DESTINO    TO CE-M-DESTINO
               MOVE CF-ASSUNTO    TO CE-M-ASSUNTO
               IF CF-SMS THEN
                   MOVE 1 TO CE-M-QTD-LINHAS
               ELSE
                   MOVE CF-QTD-LINHAS TO CE-M-QTD-LINHAS
               END-IF
               WRITE CE-MENSAGEM
               ADD 1 TO WS-TOT-LOTE

               IF CF-SMS THEN
                   PERFORM P360-MONTA-SMS
                   MOVE SPACES       TO CE-LINHA
                   MOVE "L"          TO CE-L-TIPO
                   MOVE CF-CHAVE     TO CE-L-CHAVE
                   MOVE WS-SMS-TEXTO TO CE-L-TEXTO
                   WRITE CE-LINHA
                   ADD 1 TO WS-TOT-SMS
               ELSE
                   PERFORM VARYING WS-L FROM 1 BY 1
                           UNTIL WS-L > CF-QTD-LINHAS OR WS-L > 20
                       MOVE SPACES          TO CE-LINHA
                       MOVE "L"             TO CE-L-TIPO
                       MOVE CF-CHAVE        TO CE-L-CHAVE
                       MOVE CF-LINHA (WS-L) TO CE-L-TEXTO
                       WRITE CE-LINHA
                   END-PERFORM
                   ADD 1 TO WS-TOT-EMAIL
               END-IF
           END-IF
           .

       P350-ABRE-LOTE.
      *> O lote novo vai no fim do arquivo: um lote anterior que o
      *> gateway ainda nao recolheu nao e perdido.
           SET LOTE-ABERTO TO TRUE
           SET FS-ENV-OK   TO TRUE
           OPEN EXTEND COMENVIO
           IF WS-FS-ENV EQUAL 35 THEN
               SET FS-ENV-OK TO TRUE
               OPEN OUTPUT COMENVIO
           END-IF
           IF FS-ENV-OK THEN
               MOVE SPACES        TO CE-HEADER
               MOVE "H"           TO CE-H-TIPO
               MOVE WS-DATA-HOJE  TO CE-H-DATA
               MOVE WS-SP-RUN-NUM TO CE-H-RUN
               MOVE "COMDESP"     TO CE-H-ORIGEM
               WRITE CE-HEADER
           ELSE
               DISPLAY "ERRO AO ABRIR ARQUIVO DO GATEWAY - FILE "
                       "STATUS: " WS-FS-ENV
           END-IF
           .

       P360-MONTA-SMS.
      *> Linhas em branco e reguas ("-" / "=") ficam de fora.
           MOVE SPACES TO WS-SMS-TEXTO
           MOVE 1      TO WS-SMS-PONTEIRO
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > CF-QTD-LINHAS OR WS-L > 20
                      OR WS-SMS-PONTEIRO > 160
               IF CF-LINHA (WS-L) NOT EQUAL SPACES AND
                  CF-LINHA (WS-L) (1:1) NOT EQUAL "-" AND
                  CF-LINHA (WS-L) (1:1) NOT EQUAL "=" THEN
                   IF WS-SMS-PONTEIRO > 1 THEN
                       STRING " " DELIMITED BY SIZE
                              INTO WS-SMS-TEXTO
                              WITH POINTER WS-SMS-PONTEIRO
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(CF-LINHA (WS-L))
                          DELIMITED BY SIZE
                          INTO WS-SMS-TEXTO
                          WITH POINTER WS-SMS-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM
           .

       P390-FECHA-SAIDAS.
           IF LOTE-ABERTO AND FS-ENV-OK THEN
               MOVE SPACES      TO CE-TRAILER
               MOVE "T"         TO CE-T-TIPO
               MOVE WS-TOT-LOTE TO CE-T-QTD
               WRITE CE-TRAILER
               CLOSE COMENVIO
           END-IF

           IF SAIDAS-ABERTAS THEN
               IF FS-IMP-OK THEN
                   PERFORM P395-RESUMO-NO-SPOOL
                   CLOSE CARTAS
               END-IF
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F"           TO WS-SP-OPERACAO
                   COMPUTE WS-SP-PAGINAS = WS-TOT-CARTAS + 1
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
           END-IF
           .

       P395-RESUMO-NO-SPOOL.
           MOVE SPACES TO WS-LINHA-CARTA
           STRING "RESUMO DO DESPACHO " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " - EXECUCAO " DELIMITED BY SIZE
                  WS-SP-RUN-NUM DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE ALL "-" TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING "CARTAS IMPRESSAS:      " DELIMITED BY SIZE
                  WS-TOT-CARTAS DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING "E-MAILS AO GATEWAY:    " DELIMITED BY SIZE
                  WS-TOT-EMAIL DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING "SMS AO GATEWAY:        " DELIMITED BY SIZE
                  WS-TOT-SMS DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING "NAO DESPACHADAS:       " DELIMITED BY SIZE
                  WS-TOT-FALHA DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           .

       P500-EXIBE-RESUMO.
           DISPLAY "========================================"
           DISPLAY "RETORNOS DO GATEWAY - ENTREGUES:  "
                   WS-TOT-RET-ENTREGUE
           DISPLAY "RETORNOS DO GATEWAY - FALHAS:     "
                   WS-TOT-RET-FALHA
           DISPLAY "RETORNOS IGNORADOS (JA TRATADOS): "
                   WS-TOT-RET-IGNORADO
           DISPLAY "MENSAGENS PENDENTES LIDAS:        " WS-TOT-LIDAS
           DISPLAY "CARTAS IMPRESSAS:                 " WS-TOT-CARTAS
           DISPLAY "E-MAILS GRAVADOS PARA O GATEWAY:  " WS-TOT-EMAIL
           DISPLAY "SMS GRAVADOS PARA O GATEWAY:      " WS-TOT-SMS
           DISPLAY "NAO DESPACHADAS (FALHA):          " WS-TOT-FALHA
           IF SAIDAS-ABERTAS THEN
               DISPLAY "CARTAS GRAVADAS EM: " WS-CARTAS-PATH
           END-IF
           IF WS-TOT-LOTE > ZEROS THEN
               DISPLAY "LOTE DO GATEWAY EM: " WS-COMENVIO-PATH
           END-IF
           DISPLAY "========================================"
           .

       COPY P-RESOLVE-PATH.

       COPY P-RUNSTAT.

       END PROGRAM COMDESP.
