      *         E MENSALIDADES EM ABERTO) DE CADA ALUNO VINCULADO -
      *         A RESPOSTA UNICA PARA "COMO VAI MEU FILHO E QUANTO
      *         DEVO". RODA PARA UMA FAMILIA NO BALCAO OU PARA TODAS
      *         ANTES DA REUNIAO DE PAIS, NO SPOOL (SPLCTL). CADA
      *         PARCELA EM ABERTO SAI COM O PIX "COPIA E COLA" DA
      *         COBRANCA (BR CODE MONTADO POR PIXGEN, TXID = CONTRATO
      *         + PARCELA), QUANDO A CHAVE PIX DA ESCOLA ESTA
      *         CONFIGURADA. O SALDO E O LIMITE DIARIO DO CREDITO
      *         DA CANTINA (CANTCTA.DAT, VER CANTINA) SAEM NO BLOCO
      *         DE CADA ALUNO QUE TEM CONTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT CANTCTA ASSIGN TO WS-CANTCTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-ID-ALUNO
               FILE STATUS IS WS-FS-CANT.

               SELECT EXTRATO ASSIGN TO WS-EXTRATO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD CONTATOS.
       COPY FD_CONTT.

       FD CANTCTA.
       COPY FD_CANTCTA.

       FD EXTRATO.
       01 WS-LINHA-EXT             PIC X(260).

       WORKING-STORAGE SECTION.

           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-CANT        PIC 99.
           88 FS-CANT-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-ID-CONTATO-INF    PIC 9(05) VALUE ZEROS.
       77 WS-CONTATO-CORRENTE  PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-CORRENTE    PIC 9(05) VALUE ZEROS.

      *> Familias distintas ja impressas na rodada "todas".
       77 WS-MAX-FAMILIAS      PIC 9(03) VALUE 500.

       COPY WS_SPLCTL.

      *> BR Code PIX de cada parcela em aberto.
       COPY WS_PIXGEN.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           SET FS-PARC-OK  TO TRUE
           SET FS-MENS-OK  TO TRUE
           SET FS-CTT-OK   TO TRUE
           SET FS-CANT-OK  TO TRUE
           SET FS-REL-OK   TO TRUE

           OPEN INPUT RESPALU
           OPEN INPUT PARCELAS
           OPEN INPUT MENSALIDADES
           OPEN INPUT CONTATOS
           OPEN INPUT CANTCTA
           OPEN OUTPUT EXTRATO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O EXTRATO - FILE STATUS: "

       P800-FECHA-TUDO.
           CLOSE EXTRATO
           CLOSE CANTCTA
           CLOSE CONTATOS
           CLOSE MENSALIDADES
           CLOSE PARCELAS
       P500-PAGINA-DA-FAMILIA.
           ADD 1 TO WS-TOT-PAGINAS

           MOVE SPACES TO WS-LINHA-EXT
           MOVE ALL "=" TO WS-LINHA-EXT (1:100)
           WRITE WS-LINHA-EXT

           MOVE SPACES TO NM-CONTATO
           PERFORM P530-FREQUENCIA-DO-ALUNO
           PERFORM P540-FINANCEIRO-DO-ALUNO
           PERFORM P550-MENSALIDADES-DO-ALUNO
           PERFORM P560-CANTINA-DO-ALUNO
           .

       P520-NOTAS-DO-ALUNO.
                                      PA-VALOR DELIMITED BY SIZE
                                      INTO WS-LINHA-EXT
                               WRITE WS-LINHA-EXT
                               PERFORM P547-PIX-DA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P547-PIX-DA-PARCELA.
      *> Sem chave PIX configurada a parcela sai sem o BR Code.
           MOVE WS-CHAVE-PIX       TO WS-PX-CHAVE
           MOVE WS-NOME-ESCOLA     TO WS-PX-NOME
           MOVE WS-CIDADE-ESCOLA   TO WS-PX-CIDADE
           MOVE PA-VALOR           TO WS-PX-VALOR
           MOVE PA-NUM-CONTRATO    TO WS-PXT-CONTRATO
           MOVE PA-NUM-PARCELA     TO WS-PXT-PARCELA
           MOVE WS-PIX-TXID-PARCELA TO WS-PX-TXID
           CALL "PIXGEN" USING WS-PIXGEN-PARM
           IF WS-PX-ERRO NOT EQUAL "S" THEN
               MOVE SPACES TO WS-LINHA-EXT
               STRING "      PIX COPIA E COLA: " DELIMITED BY SIZE
                      WS-PX-PAYLOAD (1:WS-PX-TAMANHO)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-EXT
               WRITE WS-LINHA-EXT
           END-IF
           .

       P550-MENSALIDADES-DO-ALUNO.
           SET FIM-MENSAL TO FALSE
           MOVE ZEROS TO WS-VL-ABERTO
           END-IF
           .

      *> Credito da cantina, so para o aluno que tem conta.
       P560-CANTINA-DO-ALUNO.
           IF FS-CANT-OK THEN
               MOVE WS-ALUNO-CORRENTE TO CT-ID-ALUNO
               READ CANTCTA
                   KEY IS CT-ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-SALDO TO WS-VALOR-EDIT
                       MOVE SPACES TO WS-LINHA-EXT
                       IF CT-SALDO < ZEROS THEN
                           STRING "  CANTINA: SALDO NEGATIVO "
                                  DELIMITED BY SIZE
                                  WS-VALOR-EDIT DELIMITED BY SIZE
                                  INTO WS-LINHA-EXT
                       ELSE
                           STRING "  CANTINA: SALDO "
                                  DELIMITED BY SIZE
                                  WS-VALOR-EDIT DELIMITED BY SIZE
                                  INTO WS-LINHA-EXT
                       END-IF
                       WRITE WS-LINHA-EXT
                       IF CT-LIMITE-DIARIO > ZEROS THEN
                           MOVE CT-LIMITE-DIARIO TO WS-VALOR-EDIT
                           MOVE SPACES TO WS-LINHA-EXT
                           STRING "           LIMITE DIARIO "
                                  DELIMITED BY SIZE
                                  WS-VALOR-EDIT DELIMITED BY SIZE
                                  INTO WS-LINHA-EXT
                           WRITE WS-LINHA-EXT
                       END-IF
               END-READ
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
