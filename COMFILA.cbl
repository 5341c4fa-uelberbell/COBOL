      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA COMPARTILHADA DA FILA DE COMUNICACAO: A
      *         OPERACAO "G" GRAVA EM COMFILA.DAT UMA MENSAGEM PENDENTE
      *         (CARTA, E-MAIL OU SMS) PARA UM CONTATO, COM O PROGRAMA
      *         DE ORIGEM, A REFERENCIA, O ASSUNTO E ATE 20 LINHAS DE
      *         TEXTO. NOS CANAIS "A" (AUTOMATICO) E "R" (AVISO CURTO)
      *         ESCOLHE O CANAL PELOS ENDERECOS DE CANAIS.DAT E PELO
      *         CONSENTIMENTO DE CONSENT.DAT (OPT-OUT "E" BLOQUEIA O
      *         E-MAIL, OPT-OUT "T" BLOQUEIA O SMS); SEM ENDERECO
      *         ELETRONICO UTIL A MENSAGEM VIRA CARTA. CHAMADA PELAS
      *         RODADAS DE CARTAS E AVISOS (VER P-COMFILA.cpy) E
      *         DESPACHADA POR COMDESP (mesmo padrao de sub-rotina de
      *         SPLCTL). OS ARQUIVOS FICAM NO DIRETORIO DO M3
      *         (M3_DATA_DIR), NA SUBPASTA \TREINO NO PERFIL TREINO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMFILA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMFILA ASSIGN TO WS-COMFILA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CHAVE
               ALTERNATE RECORD KEY IS CF-ID-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIL.

               SELECT CANAIS ASSIGN TO WS-CANAIS-PATH
      *>          TELEFONES E E-MAILS DO CONTATO (VER CANCNTT).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-ENDERECO WITH DUPLICATES
               FILE STATUS IS WS-FS-CAN.

               SELECT CONSENT ASSIGN TO WS-CONSENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CNS.

       DATA DIVISION.
       FILE SECTION.
       FD COMFILA.
       COPY FD_COMFILA.

       FD CANAIS.
       COPY FD_CANAL.

       FD CONSENT.
       COPY FD_CONSENT.

       WORKING-STORAGE SECTION.

       77 WS-FS-FIL            PIC 99.
           88 FS-FIL-OK        VALUE 0.
       77 WS-FS-CAN            PIC 99.
           88 FS-CAN-OK        VALUE 0.
       77 WS-FS-CNS            PIC 99.
           88 FS-CNS-OK        VALUE 0.
       77 ES-FIM-CANAL         PIC X.
           88 FIM-CANAIS       VALUE "S" FALSE "N".
       77 ES-GRAVADO           PIC X.
           88 MSG-GRAVADA      VALUE "S" FALSE "N".

       77 WS-BASE-DIR-FILA     PIC X(150) VALUE SPACES.
       77 WS-AMBIENTE-FIL      PIC X(06) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-COMFILA-PATH      PIC X(200) VALUE SPACES.
       77 WS-CANAIS-PATH       PIC X(200) VALUE SPACES.
       77 WS-CONSENT-PATH      PIC X(200) VALUE SPACES.

      *> Enderecos eletronicos utilizaveis do contato.
       77 WS-EMAIL-DEST        PIC X(60) VALUE SPACES.
       77 WS-CEL-DEST          PIC X(60) VALUE SPACES.
       77 WS-DESTINO           PIC X(60) VALUE SPACES.

      *> Sequencia da chamada dentro do mesmo centesimo de segundo;
      *> persiste entre chamadas enquanto o chamador nao der CANCEL.
       77 WS-SEQ-CHAMADA       PIC 9(04) VALUE ZEROS.
       77 WS-TENTATIVAS        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-L                 PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARM-COMFILA.
      *>    "G" = GRAVA A MENSAGEM NA FILA.
           02 FC-OPERACAO      PIC X.
           02 FC-ID-CONTATO    PIC 9(05).
      *>    "C" CARTA, "E" E-MAIL, "S" SMS, "A" AUTOMATICO,
      *>    "R" AVISO CURTO.
           02 FC-CANAL         PIC X.
           02 FC-ORIGEM        PIC X(08).
           02 FC-REFERENCIA    PIC X(20).
           02 FC-ASSUNTO       PIC X(40).
           02 FC-QTD-LINHAS    PIC 9(02).
           02 FC-LINHA         PIC X(80) OCCURS 20 TIMES.
      *>    CANAL EFETIVO DA MENSAGEM ("C", "E" OU "S").
           02 FC-CANAL-USADO   PIC X.
      *>    "S" QUANDO A MENSAGEM NAO PODE SER GRAVADA.
           02 FC-ERRO          PIC X.

       PROCEDURE DIVISION USING PARM-COMFILA.
       MAIN-PROCEDURE.

           MOVE "N"    TO FC-ERRO
           MOVE SPACES TO FC-CANAL-USADO
           PERFORM P100-RESOLVE-FILA

           EVALUATE FC-OPERACAO
               WHEN "G"
                   IF FC-ID-CONTATO EQUAL ZEROS OR
                      FC-QTD-LINHAS EQUAL ZEROS OR
                      FC-QTD-LINHAS > 20 THEN
                       MOVE "S" TO FC-ERRO
                   ELSE
                       PERFORM P200-ESCOLHE-CANAL
                       IF FC-ERRO NOT EQUAL "S" THEN
                           PERFORM P400-GRAVA-FILA
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "S" TO FC-ERRO
           END-EVALUATE

           GOBACK.

       P100-RESOLVE-FILA.
           MOVE SPACES TO WS-BASE-DIR-FILA
           ACCEPT WS-BASE-DIR-FILA FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-FILA EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-FILA
           END-IF
      *>   Perfil TREINO (SIS_AMBIENTE): fila separada na subpasta
      *>   clonada, para mensagem de treinamento nao ser despachada.
           MOVE SPACES TO WS-AMBIENTE-FIL
           ACCEPT WS-AMBIENTE-FIL FROM ENVIRONMENT "SIS_AMBIENTE"
           IF WS-AMBIENTE-FIL EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-FILA TO WS-DIR-TRN
               MOVE SPACES           TO WS-BASE-DIR-FILA
               STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-FILA
           END-IF
           MOVE SPACES TO WS-COMFILA-PATH
           MOVE SPACES TO WS-CANAIS-PATH
           MOVE SPACES TO WS-CONSENT-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-FILA) DELIMITED BY SIZE
                  "\COMFILA.DAT" DELIMITED BY SIZE
                  INTO WS-COMFILA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-FILA) DELIMITED BY SIZE
                  "\CANAIS.DAT" DELIMITED BY SIZE
                  INTO WS-CANAIS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-FILA) DELIMITED BY SIZE
                  "\CONSENT.DAT" DELIMITED BY SIZE
                  INTO WS-CONSENT-PATH
           .

       P200-ESCOLHE-CANAL.
           PERFORM P210-LE-CANAIS
           PERFORM P220-LE-CONSENT

      *> Canal pedido sem endereco eletronico util cai para carta,
      *> que sempre tem o endereco do cadastro.
           MOVE SPACES TO WS-DESTINO
           EVALUATE FC-CANAL
               WHEN "C"
                   MOVE "C" TO FC-CANAL-USADO
               WHEN "E"
               WHEN "A"
                   IF WS-EMAIL-DEST NOT EQUAL SPACES THEN
                       MOVE "E"           TO FC-CANAL-USADO
                       MOVE WS-EMAIL-DEST TO WS-DESTINO
                   ELSE
                       MOVE "C" TO FC-CANAL-USADO
                   END-IF
               WHEN "S"
                   IF WS-CEL-DEST NOT EQUAL SPACES THEN
                       MOVE "S"         TO FC-CANAL-USADO
                       MOVE WS-CEL-DEST TO WS-DESTINO
                   ELSE
                       MOVE "C" TO FC-CANAL-USADO
                   END-IF
               WHEN "R"
                   EVALUATE TRUE
                       WHEN WS-CEL-DEST NOT EQUAL SPACES
                           MOVE "S"         TO FC-CANAL-USADO
                           MOVE WS-CEL-DEST TO WS-DESTINO
                       WHEN WS-EMAIL-DEST NOT EQUAL SPACES
                           MOVE "E"           TO FC-CANAL-USADO
                           MOVE WS-EMAIL-DEST TO WS-DESTINO
                       WHEN OTHER
                           MOVE "C" TO FC-CANAL-USADO
                   END-EVALUATE
               WHEN OTHER
                   MOVE "S" TO FC-ERRO
           END-EVALUATE
           .

       P210-LE-CANAIS.
      *> E-mail e celular do contato, preferindo o marcado como
      *> principal; sem CANAIS.DAT so resta a carta.
           MOVE SPACES TO WS-EMAIL-DEST
           MOVE SPACES TO WS-CEL-DEST
           SET FIM-CANAIS TO FALSE
           SET FS-CAN-OK  TO TRUE
           OPEN INPUT CANAIS
           IF NOT FS-CAN-OK THEN
               SET FIM-CANAIS TO TRUE
           ELSE
               MOVE FC-ID-CONTATO TO CN-ID-CONTATO
               MOVE ZEROS         TO CN-SEQ
               START CANAIS KEY IS NOT LESS CN-CHAVE
                   INVALID KEY
                       SET FIM-CANAIS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-CANAIS
               READ CANAIS NEXT RECORD
                   AT END
                       SET FIM-CANAIS TO TRUE
                   NOT AT END
                       IF CN-ID-CONTATO NOT EQUAL FC-ID-CONTATO THEN
                           SET FIM-CANAIS TO TRUE
                       ELSE
                           PERFORM P215-GUARDA-CANAL
                       END-IF
               END-READ
           END-PERFORM
           IF FS-CAN-OK THEN
               CLOSE CANAIS
           END-IF
           .

       P215-GUARDA-CANAL.
           EVALUATE TRUE
               WHEN CN-EMAIL
                   IF CN-E-PRINCIPAL OR
                      WS-EMAIL-DEST EQUAL SPACES THEN
                       MOVE CN-ENDERECO TO WS-EMAIL-DEST
                   END-IF
               WHEN CN-CELULAR
                   IF CN-E-PRINCIPAL OR
                      WS-CEL-DEST EQUAL SPACES THEN
                       MOVE CN-TL-NUMERO TO WS-CEL-DEST
                   END-IF
           END-EVALUATE
           .

       P220-LE-CONSENT.
      *> Sem registro o canal segue liberado (modelo opt-out).
           IF WS-EMAIL-DEST NOT EQUAL SPACES OR
              WS-CEL-DEST NOT EQUAL SPACES THEN
               SET FS-CNS-OK TO TRUE
               OPEN INPUT CONSENT
               IF FS-CNS-OK THEN
                   MOVE FC-ID-CONTATO TO CS-ID-CONTATO
                   MOVE "E"           TO CS-CANAL
                   READ CONSENT
                       KEY IS CS-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CS-RECUSOU THEN
                               MOVE SPACES TO WS-EMAIL-DEST
                           END-IF
                   END-READ
                   MOVE FC-ID-CONTATO TO CS-ID-CONTATO
                   MOVE "T"           TO CS-CANAL
                   READ CONSENT
                       KEY IS CS-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CS-RECUSOU THEN
                               MOVE SPACES TO WS-CEL-DEST
                           END-IF
                   END-READ
                   CLOSE CONSENT
               END-IF
           END-IF
           .

       P400-GRAVA-FILA.
           SET FS-FIL-OK TO TRUE
           OPEN I-O COMFILA
           IF WS-FS-FIL EQUAL 35 THEN
               OPEN OUTPUT COMFILA
               CLOSE COMFILA
               SET FS-FIL-OK TO TRUE
               OPEN I-O COMFILA
           END-IF

           IF NOT FS-FIL-OK THEN
               MOVE "S" TO FC-ERRO
           ELSE
               ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME

               MOVE SPACES             TO REG-COMFILA
               MOVE WS-DATA-AGORA      TO CF-DT-GERACAO
               MOVE WS-HORA-AGORA      TO CF-HR-GERACAO
               MOVE FC-ID-CONTATO      TO CF-ID-CONTATO
               MOVE FC-CANAL-USADO     TO CF-CANAL
               MOVE FC-ORIGEM          TO CF-ORIGEM
               MOVE FC-REFERENCIA      TO CF-REFERENCIA
               MOVE FC-ASSUNTO         TO CF-ASSUNTO
               MOVE WS-DESTINO         TO CF-DESTINO
               SET CF-PENDENTE         TO TRUE
               MOVE ZEROS              TO CF-DT-DESPACHO
               MOVE ZEROS              TO CF-RUN-DESPACHO
               MOVE ZEROS              TO CF-DT-RETORNO
               MOVE FC-QTD-LINHAS      TO CF-QTD-LINHAS
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 20
                   MOVE FC-LINHA (WS-L) TO CF-LINHA (WS-L)
               END-PERFORM

      *>       Chave repetida (duas mensagens no mesmo centesimo):
      *>       avanca a sequencia e tenta de novo.
               SET MSG-GRAVADA TO FALSE
               MOVE ZEROS TO WS-TENTATIVAS
               PERFORM UNTIL MSG-GRAVADA OR WS-TENTATIVAS > 20
                   ADD 1 TO WS-TENTATIVAS
                   ADD 1 TO WS-SEQ-CHAMADA
                   MOVE WS-SEQ-CHAMADA TO CF-SEQ
                   WRITE REG-COMFILA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET MSG-GRAVADA TO TRUE
                   END-WRITE
               END-PERFORM
               IF NOT MSG-GRAVADA THEN
                   MOVE "S" TO FC-ERRO
               END-IF
               CLOSE COMFILA
           END-IF
           .

       END PROGRAM COMFILA.
