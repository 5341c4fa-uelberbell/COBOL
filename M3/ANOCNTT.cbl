      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:ANONIMIZACAO LGPD (DIREITO AO ESQUECIMENTO): DADO O
      *         ID-CONTATO, SOBRESCREVE NOME, TELEFONE, ENDERECO E
      *         CPF COM VALORES NEUTROS EM CONTATOS.DAT E EM QUALQUER
      *         ENTRADA DO ARQUIVO MORTO CONTATOS_ARQ.DAT, MANTENDO A
      *         CASCA DO REGISTRO PARA AS CONTAGENS E A RECONCILIACAO
      *         (RECONCTT) CONTINUAREM BATENDO. O STATUS "Z" MARCA O
      *         REGISTRO COMO ANONIMIZADO (REATCNTT RECUSA REATIVAR) E
      *         A OPERACAO FICA DATADA EM CONTLOG.DAT COMO EVIDENCIA
      *         LEGAL DO APAGAMENTO. OS TELEFONES E E-MAILS
      *         ADICIONAIS DO CONTATO (CANAIS.DAT) SAO EXCLUIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTARQ ASSIGN TO WS-CONTARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT CANAIS ASSIGN TO WS-CANAIS-PATH
      *>          TELEFONES E E-MAILS ADICIONAIS, EXCLUIDOS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-ENDERECO WITH DUPLICATES
               FILE STATUS IS WS-FS-CAN.

               SELECT CONTLOG ASSIGN TO WS-CONTLOG-PATH
      *>          EVIDENCIA LEGAL DATADA DO APAGAMENTO.
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

       FD CONTARQ.
       01 WS-LINHA-ARQ             PIC X(208).

       FD CANAIS.
       COPY FD_CANAL.

       FD CONTLOG.
       COPY FD_CONTLOG.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
           88 FS-OK    VALUE 0.
       77 WS-FS-ARQ    PIC 99.
           88 FS-ARQ-OK VALUE 0.
       77 WS-FS-CAN    PIC 99.
           88 FS-CAN-OK VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-ID-PEDIDO         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ARQ-ANONIMOS  PIC 9(03) VALUE ZEROS.
       77 WS-TOT-CANAIS-APAG   PIC 9(03) VALUE ZEROS.

      *> Copia em memoria do arquivo morto para a reescrita (arquivo
      *> sequencial nao admite REWRITE no lugar), mesmo limite das
       01 WS-TAB-ARQ.
           03 WS-TAB-ARQ-LINHA OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-TAB-ARQ-QTD
                               PIC X(208).
       77 WS-TAB-ARQ-QTD       PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
      *> Arquivo morto maior que a tabela: a reescrita e recusada em
       77 WS-ARQ-ESTOURO       PIC X VALUE "N".
           88 ARQ-ESTOUROU     VALUE "S" FALSE "N".

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY"***ANONIMIZACAO DE CONTATO (LGPD)***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "ANOCNTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           SET EXIT-OK     TO FALSE.
                                           DISPLAY "ERRO AO REGRAVAR "
                                                   "O CONTATO"
                                       NOT INVALID KEY
                                           MOVE "R" TO JR-OPERACAO
                                           MOVE REG-CONTATOS
                                               TO JR-IMAGEM
                                           PERFORM P785-GRAVA-JORNAL
                                           PERFORM P320-ANONIMIZA-ARQ
                                           PERFORM P330-APAGA-CANAIS
                                           MOVE "ANONIMIZA"
                                               TO WS-LOG-OPERACAO
                                           MOVE "DADOS PESSOAIS"
           MOVE "000"          TO WS-EN-CEP2
           MOVE "OUTRA"        TO WS-NACIONALIDADE-CONTATO
           MOVE "OUTRA"        TO WS-PROFISSAO-CONTATO
      *>   O CPF sai da chave alternada: o ID volta a completa-la.
           MOVE ZEROS          TO WS-CPF-CONTATO
           MOVE WS-ID-CONTATO  TO WS-CPF-COMPL
           SET WS-ST-ANONIMIZADO TO TRUE
           .

           END-IF
           .

       P330-APAGA-CANAIS.
      *> Telefones e e-mails adicionais sao dado pessoal puro, sem
      *> casca a preservar: exclui todos os do contato.
           MOVE ZEROS     TO WS-TOT-CANAIS-APAG
           SET EOF-OK     TO FALSE
           SET FS-CAN-OK  TO TRUE

           OPEN I-O CANAIS
           IF FS-CAN-OK THEN
               MOVE WS-ID-PEDIDO TO CN-ID-CONTATO
               MOVE ZEROS        TO CN-SEQ
               START CANAIS KEY IS NOT LESS CN-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ CANAIS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CN-ID-CONTATO NOT EQUAL WS-ID-PEDIDO THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               DELETE CANAIS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-CANAIS-APAG
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANAIS
               IF WS-TOT-CANAIS-APAG GREATER ZEROS THEN
                   DISPLAY "TELEFONES/E-MAILS ADICIONAIS EXCLUIDOS: "
                           WS-TOT-CANAIS-APAG
               END-IF
           END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
