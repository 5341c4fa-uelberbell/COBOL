      *         PERMITE ESCOLHER CAMPO A CAMPO QUAL VALOR PREVALECE,
      *         REGRAVA O SOBREVIVENTE JA FUNDIDO, INATIVA A COPIA E
      *         REGISTRA TUDO EM CONTLOG.DAT PARA A AUDITORIA SABER DE
      *         ONDE CADA DADO VEIO. OS TELEFONES E E-MAILS
      *         ADICIONAIS DA COPIA (CANAIS.DAT) PASSAM PARA O
      *         SOBREVIVENTE COMO ADICIONAIS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CANAIS ASSIGN TO WS-CANAIS-PATH
      *>          TELEFONES E E-MAILS ADICIONAIS (VER CANCNTT).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-ENDERECO WITH DUPLICATES
               FILE STATUS IS WS-FS-CAN.

               SELECT CONTLOG ASSIGN TO WS-CONTLOG-PATH
      *>          TRILHA DE AUDITORIA DA FUSAO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       COPY FD_CONTT.

       FD CANAIS.
       COPY FD_CANAL.

       FD CONTLOG.
       COPY FD_CONTLOG.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-CAN    PIC 99.
           88 FS-CAN-OK VALUE 0.
       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".

      *> Segunda area de trabalho, espelhando WS-REGISTRO, para o
      *> registro da copia duplicada.
       01 WS-REG-DUP               PIC X(208) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-DUP.
           03 WS-DUP-ID-CONTATO        PIC 9(05).
           03 WS-DUP-NM-CONTATO        PIC X(40).
           03 WS-DUP-ST-CONTATO        PIC X.
               88 WS-DUP-ST-INATIVO    VALUE "I".
           03 WS-DUP-GP-CONTATO        PIC 9(02).
           03 FILLER                   PIC X(38).
           03 WS-DUP-CPF-CHAVE.
               05 WS-DUP-CPF-CONTATO   PIC 9(11).
               05 WS-DUP-CPF-COMPL     PIC 9(05).

       77 WS-ID-SOBREVIVE      PIC 9(05) VALUE ZEROS.
       77 WS-ID-DUPLICADO      PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU-AMBOS       PIC X VALUE "N".
           88 ACHOU-AMBOS      VALUE "S" FALSE "N".
      *> O CPF da copia duplicada vai para o sobrevivente: como a
      *> chave CPF-CHAVE e unica, a copia precisa liberar o CPF antes.
       77 WS-CPF-MIGRA         PIC X VALUE "N".
           88 CPF-MIGRA        VALUE "S" FALSE "N".

      *> Canais da copia duplicada, guardados antes de renumerar
      *> para o sobrevivente (a chave primaria muda).
       01 WS-TAB-CANAIS.
           03 WS-TAB-CANAL     OCCURS 99 TIMES PIC X(101).
       77 WS-QTD-CANAIS-DUP    PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMO-SEQ        PIC 9(02) VALUE ZEROS.
       77 WS-C                 PIC 9(02) VALUE ZEROS.
       77 WS-TOT-CANAIS-MIG    PIC 9(02) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.

           DISPLAY"***FUSAO DE CONTATOS DUPLICADOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "MRGCNTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           SET EXIT-OK     TO FALSE.
       P300-FUNDE.
           SET FS-OK       TO TRUE.
           SET ACHOU-AMBOS TO FALSE
           SET CPF-MIGRA   TO FALSE
           MOVE SPACES     TO WS-CONFIRM

           DISPLAY "ID DO CONTATO SOBREVIVENTE: "
           IF WS-ESCOLHA EQUAL "2" THEN
               MOVE WS-DUP-GP-CONTATO TO WS-GP-CONTATO
           END-IF

           IF WS-DUP-CPF-CONTATO NOT EQUAL ZEROS THEN
               DISPLAY "CPF: <1> " WS-CPF-CONTATO
               DISPLAY "     <2> " WS-DUP-CPF-CONTATO
               ACCEPT WS-ESCOLHA
               IF WS-ESCOLHA EQUAL "2" THEN
                   MOVE WS-DUP-CPF-CONTATO TO WS-CPF-CONTATO
                   MOVE ZEROS              TO WS-CPF-COMPL
                   SET CPF-MIGRA           TO TRUE
               END-IF
           END-IF
           .

       P330-GRAVA-FUSAO.
      *>       exportacao delta (EXPCNTT) enxergar a fusao.
               PERFORM P230-CARIMBO-AGORA
               MOVE WS-TS-AGORA     TO WS-DT-ALTERACAO
      *>       CPF levado da copia: a copia fica sem CPF primeiro,
      *>       senao o sobrevivente colide na chave unica.
               IF CPF-MIGRA THEN
                   MOVE ZEROS           TO WS-DUP-CPF-CONTATO
                   MOVE WS-ID-DUPLICADO TO WS-DUP-CPF-COMPL
                   MOVE WS-REG-DUP      TO REG-CONTATOS
                   REWRITE REG-CONTATOS
                       INVALID KEY
                           DISPLAY "ERRO AO LIBERAR O CPF DO "
                                   "DUPLICADO"
                       NOT INVALID KEY
                           MOVE "R" TO JR-OPERACAO
                           MOVE REG-CONTATOS TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                   END-REWRITE
               END-IF
               MOVE WS-REGISTRO     TO REG-CONTATOS
               REWRITE REG-CONTATOS
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O SOBREVIVENTE"
                   NOT INVALID KEY
                       MOVE "R" TO JR-OPERACAO
                       MOVE REG-CONTATOS TO JR-IMAGEM
                       PERFORM P785-GRAVA-JORNAL
                       MOVE "FUSAO"       TO WS-LOG-OPERACAO
                       MOVE WS-NM-CONTATO TO WS-LOG-VALOR-NOVO
                       PERFORM P200-GRAVA-LOG
                           INVALID KEY
                               DISPLAY "ERRO AO INATIVAR O DUPLICADO"
                           NOT INVALID KEY
                               MOVE "R" TO JR-OPERACAO
                               MOVE REG-CONTATOS TO JR-IMAGEM
                               PERFORM P785-GRAVA-JORNAL
                               MOVE "FUSAO"   TO WS-LOG-OPERACAO
                               MOVE "ATIVO"   TO WS-LOG-VALOR-ANTIGO
                               MOVE SPACES    TO WS-LOG-VALOR-NOVO
                                      INTO WS-LOG-VALOR-NOVO
                               PERFORM P200-GRAVA-LOG
                               DISPLAY "FUSAO CONCLUIDA!"
                               PERFORM P340-MIGRA-CANAIS
                       END-REWRITE
               END-REWRITE
           ELSE
           END-IF
           .

       P340-MIGRA-CANAIS.
      *> Guarda e exclui os canais da copia e os regrava no
      *> sobrevivente depois da ultima sequencia dele, sempre como
      *> adicionais: o principal do sobrevivente continua o dele.
           MOVE ZEROS     TO WS-QTD-CANAIS-DUP
           MOVE ZEROS     TO WS-ULTIMO-SEQ
           MOVE ZEROS     TO WS-TOT-CANAIS-MIG
           SET FS-CAN-OK  TO TRUE

           OPEN I-O CANAIS
           IF FS-CAN-OK THEN
               SET EOF-OK TO FALSE
               MOVE WS-ID-DUPLICADO TO CN-ID-CONTATO
               MOVE ZEROS           TO CN-SEQ
               START CANAIS KEY IS NOT LESS CN-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ CANAIS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CN-ID-CONTATO NOT EQUAL WS-ID-DUPLICADO
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-CANAIS-DUP
                               MOVE REG-CANAL TO
                                   WS-TAB-CANAL(WS-QTD-CANAIS-DUP)
                               DELETE CANAIS
                           END-IF
                   END-READ
               END-PERFORM

               SET EOF-OK TO FALSE
               MOVE WS-ID-SOBREVIVE TO CN-ID-CONTATO
               MOVE ZEROS           TO CN-SEQ
               START CANAIS KEY IS NOT LESS CN-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ CANAIS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CN-ID-CONTATO NOT EQUAL WS-ID-SOBREVIVE
                               SET EOF-OK TO TRUE
                           ELSE
                               MOVE CN-SEQ TO WS-ULTIMO-SEQ
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C GREATER WS-QTD-CANAIS-DUP
                          OR WS-ULTIMO-SEQ EQUAL 99
                   MOVE WS-TAB-CANAL(WS-C) TO REG-CANAL
                   ADD 1 TO WS-ULTIMO-SEQ
                   MOVE WS-ID-SOBREVIVE TO CN-ID-CONTATO
                   MOVE WS-ULTIMO-SEQ   TO CN-SEQ
                   SET CN-E-ADICIONAL   TO TRUE
                   MOVE WS-TS-AGORA     TO CN-DT-ALTERACAO
                   WRITE REG-CANAL
                       NOT INVALID KEY
                           ADD 1 TO WS-TOT-CANAIS-MIG
                   END-WRITE
               END-PERFORM
               CLOSE CANAIS

               IF WS-QTD-CANAIS-DUP GREATER ZEROS THEN
                   DISPLAY "TELEFONES/E-MAILS LEVADOS AO "
                           "SOBREVIVENTE: " WS-TOT-CANAIS-MIG
                           " DE " WS-QTD-CANAIS-DUP
               END-IF
           END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
