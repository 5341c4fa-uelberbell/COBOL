      *         POR FAMILIA NO SPOOL (SPLCTL), COM A MATERIA, A MEDIA
      *         ATUAL E O PRAZO DO EXAME (RECPRAZO.DAT). O CONTROLE
      *         RECCONV.CTL MARCA A PENDENCIA JA CONVOCADA PARA NAO
      *         RECONVOCAR A MESMA FAMILIA A CADA RODADA. A CARTA
      *         NAO VAI MAIS DIRETO PARA O SPOOL: ENTRA NA FILA DE
      *         COMUNICACAO (COMFILA) NO CANAL AUTOMATICO - E-MAIL DO
      *         RESPONSAVEL SE HOUVER, SENAO CARTA - E SAI NO
      *         DESPACHO DE COMDESP, COM O ALUNO E A MATERIA DE
      *         REFERENCIA NO HISTORICO DO CONTATO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT RECPRAZO ASSIGN TO WS-RECPRAZO-PATH
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD RECCONV-CTL.
       01 REG-RECCONV-CTL.
           03 CV-CHAVE.
               05 CV-ID-ALUNO      PIC 9(05).
               05 CV-CD-MATERIA    PIC 9(03).
           03 CV-DT-CONVOCACAO     PIC 9(08).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
           88 FS-PRZ-OK     VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-TOT-END-RUIM      PIC 9(04) VALUE ZEROS.
       77 WS-RECPRAZO-PATH     PIC X(200) VALUE SPACES.
       77 WS-RECCONV-CTL-PATH  PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-MATERIA    PIC 9(08) VALUE ZEROS.
           88 RESP-ACHADO      VALUE "S" FALSE "N".
       77 WS-RESP-PRIORIDADE   PIC 9(01) VALUE ZEROS.

      *> Fila de comunicacao com os contatos (ver COMFILA).
       COPY WS_COMFILA.
       77 WS-TOT-CARTAS        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-JA-CONV       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-RESP      PIC 9(04) VALUE ZEROS.
           .

       P300-CONVOCA.
      *> Cada convocacao entra na fila de comunicacao (COMFILA) e sai
      *> no despacho de COMDESP, por e-mail ou carta.
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           SET FS-ALUNO-OK TO TRUE
           SET FS-RESP-OK  TO TRUE
           SET FS-CTT-OK   TO TRUE
           SET FS-CTL-OK   TO TRUE

           OPEN INPUT NOTAS
           IF NOT FS-OK THEN
               DISPLAY "NOTAS.DAT NAO ENCONTRADO - FILE "
                       "STATUS: " WS-FS
           ELSE
               OPEN INPUT ALUNOS
               OPEN INPUT RESPALU
               OPEN INPUT CONTATOS
               SET FS-END-OK TO TRUE
               OPEN INPUT ENDRUIM
               OPEN I-O RECCONV-CTL
               IF WS-FS-CTL EQUAL 35 THEN
                   OPEN OUTPUT RECCONV-CTL
               END-IF

               PERFORM UNTIL EOF-OK
                   READ NOTAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
      *>                   Mesma selecao de pendencia de RECPEND.
                           IF NT-NOTA-REC EQUAL ZEROS AND
                              NT-MEDIA <= WS-NOTA-CORTE AND
                              NT-MEDIA >= WS-NOTA-CORTE-REC THEN
                               PERFORM P310-TRATA-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RECCONV-CTL
               IF FS-END-OK THEN
                   CLOSE ENDRUIM
               END-IF
               CLOSE CONTATOS
               CLOSE RESPALU
               CLOSE ALUNOS
           END-IF
           CLOSE NOTAS
           .

       P310-TRATA-PENDENCIA.
           PERFORM P350-NOME-DO-ALUNO
           PERFORM P360-PRAZO-DA-MATERIA

           PERFORM P790-INICIA-MENSAGEM
           MOVE SPACES TO NM-CONTATO
           MOVE SPACES TO ENDERECO-CONTATO
           IF FS-CTT-OK THEN
               END-READ
           END-IF

           MOVE SPACES TO WS-FC-TEXTO
           STRING "CONVOCACAO PARA EXAME DE RECUPERACAO - "
                  DELIMITED BY SIZE
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

           MOVE SPACES TO WS-FC-TEXTO
           STRING "O(A) ALUNO(A) " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NM-ALUNO) DELIMITED BY SIZE
                  " FICOU COM MEDIA " DELIMITED BY SIZE
                  NT-MEDIA DELIMITED BY SIZE
                  " NA MATERIA " DELIMITED BY SIZE
                  NT-CD-MATERIA DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE "E DEVE COMPARECER AO EXAME DE RECUPERACAO."
               TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE SPACES TO WS-FC-TEXTO
           IF WS-LIMITE-MATERIA > ZEROS THEN
               STRING "PRAZO DO EXAME: " DELIMITED BY SIZE
                      WS-LIMITE-MATERIA DELIMITED BY SIZE
                      INTO WS-FC-TEXTO
           ELSE
               MOVE "PRAZO DO EXAME: A DEFINIR PELA COORDENACAO"
                   TO WS-FC-TEXTO
           END-IF
           PERFORM P791-LINHA-NA-FILA

           MOVE SPACES TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE "ATENCIOSAMENTE, COORDENACAO PEDAGOGICA"
               TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE WS-ID-RESP TO WS-FC-ID-CONTATO
           MOVE "A"        TO WS-FC-CANAL
           MOVE "RECCONV"  TO WS-FC-ORIGEM
           MOVE SPACES     TO WS-FC-REFERENCIA
           STRING "ALUNO " DELIMITED BY SIZE
                  NT-ID-ALUNO DELIMITED BY SIZE
                  " MAT " DELIMITED BY SIZE
                  NT-CD-MATERIA DELIMITED BY SIZE
                  INTO WS-FC-REFERENCIA
           MOVE "CONVOCACAO PARA EXAME DE RECUPERACAO"
               TO WS-FC-ASSUNTO
           PERFORM P792-ENFILEIRA
           .

       P350-NOME-DO-ALUNO.

       COPY P-RESOLVE-PATH-M4.

       COPY P-COMFILA.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "CONVOCACOES NA FILA:            " WS-TOT-CARTAS
           DISPLAY "PENDENCIAS JA CONVOCADAS:       " WS-TOT-JA-CONV
           DISPLAY "ALUNOS SEM RESPONSAVEL:         " WS-TOT-SEM-RESP
           DISPLAY "ENDERECOS DEVOLVIDOS (PULADOS): " WS-TOT-END-RUIM
           DISPLAY "NAO ENFILEIRADAS:               "
                   WS-TOT-FILA-ERRO
           DISPLAY "DESPACHO DA FILA DE COMUNICACAO: COMDESP"
           DISPLAY "========================================"

            GOBACK.
