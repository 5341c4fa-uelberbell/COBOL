      *         ENTRE EXECUCOES, PARA O BANCO DETECTAR REMESSA PULADA
      *         OU DUPLICADA. O RETORNO DO BANCO E PROCESSADO POR
      *         FINRET.
      * Update: AS MENSALIDADES E TAXAS EM ABERTO DE MENSALIDADES.DAT
      *         (MN-ABERTA) SAEM NA MESMA REMESSA, IDENTIFICADAS PELO
      *         TIPO DO TITULO "M" E PELA CHAVE ALUNO + COMPETENCIA +
      *         SEQUENCIAL NO DETALHE; A PARCELA SAI COM TIPO "P".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT REMESSA ASSIGN TO WS-REMBANCO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.
       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD REMESSA.
       01 WS-LINHA-REMESSA         PIC X(60).


       77 WS-FS                    PIC 99.
           88 FS-OK                VALUE 0.
       77 WS-FS-MENS               PIC 99.
           88 FS-MENS-OK           VALUE 0.
       77 WS-FS-REM                PIC 99.
           88 FS-REM-OK            VALUE 0.
       77 WS-FS-CTL                PIC 99.
       77 WS-DATA-ARQUIVO          PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DETALHES          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-MENSAIS           PIC 9(06) VALUE ZEROS.
      *> Total de conferencia: soma aritmetica dos valores das
      *> parcelas remetidas, acordada com o banco.
       77 WS-HASH-VALORES          PIC 9(13)V99 VALUE ZEROS.
           03 DT-PARCELA           PIC 9(03).
           03 DT-VENCIMENTO        PIC 9(08).
           03 DT-VALOR             PIC 9(07).
      *>   Tipo do titulo: "P" = parcela (contrato+parcela acima),
      *>   "M" = mensalidade/taxa (chave abaixo; contrato e parcela
      *>   vao ZEROS). Devolvido igual no retorno (ver FINRET).
           03 DT-TIPO-TITULO       PIC X.
           03 DT-ID-ALUNO          PIC 9(05).
           03 DT-COMPETENCIA       PIC 9(06).
           03 DT-SEQ-MENSAL        PIC 9(02).
           03 FILLER               PIC X(21) VALUE SPACES.

       01 WS-REG-TRAILER.
           03 FILLER               PIC X VALUE "9".
                       END-READ
                   END-PERFORM

                   PERFORM P320-REMETE-MENSALIDADES

                   MOVE WS-TOT-DETALHES TO TR-QTD-DETALHES
                   COMPUTE WS-HASH-CENTAVOS = WS-HASH-VALORES * 100
                   MOVE WS-HASH-CENTAVOS TO TR-HASH-VALORES
           MOVE PA-NUM-CONTRATO  TO DT-CONTRATO
           MOVE PA-NUM-PARCELA   TO DT-PARCELA
           MOVE PA-DT-VENCIMENTO TO DT-VENCIMENTO
           MOVE "P"              TO DT-TIPO-TITULO
           MOVE ZEROS            TO DT-ID-ALUNO
           MOVE ZEROS            TO DT-COMPETENCIA
           MOVE ZEROS            TO DT-SEQ-MENSAL
           COMPUTE WS-VALOR-CENTAVOS = PA-VALOR * 100
           MOVE WS-VALOR-CENTAVOS TO DT-VALOR

           ADD PA-VALOR TO WS-HASH-VALORES
           .

       P320-REMETE-MENSALIDADES.
      *> Mensalidades e taxas em aberto; sem o arquivo (escola que
      *> ainda nao faturou) a remessa segue so com as parcelas.
           SET EOF-OK     TO FALSE
           SET FS-MENS-OK TO TRUE
           OPEN INPUT MENSALIDADES
           IF NOT FS-MENS-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF MN-ABERTA THEN
                           PERFORM P330-DETALHE-MENSALIDADE
                       END-IF
               END-READ
           END-PERFORM
           IF FS-MENS-OK THEN
               CLOSE MENSALIDADES
           END-IF
           .

       P330-DETALHE-MENSALIDADE.
           MOVE ZEROS            TO DT-CONTRATO
           MOVE ZEROS            TO DT-PARCELA
           MOVE MN-DT-VENCIMENTO TO DT-VENCIMENTO
           MOVE "M"              TO DT-TIPO-TITULO
           MOVE MN-ID-ALUNO      TO DT-ID-ALUNO
           MOVE MN-COMPETENCIA   TO DT-COMPETENCIA
           MOVE MN-SEQ           TO DT-SEQ-MENSAL
           COMPUTE WS-VALOR-CENTAVOS = MN-VALOR * 100
           MOVE WS-VALOR-CENTAVOS TO DT-VALOR

           MOVE WS-REG-DETALHE TO WS-LINHA-REMESSA
           WRITE WS-LINHA-REMESSA
           ADD 1 TO WS-TOT-DETALHES
           ADD 1 TO WS-TOT-MENSAIS
           ADD MN-VALOR TO WS-HASH-VALORES
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "REMESSA " WS-SEQUENCIA " GERADA EM "
                   WS-REMBANCO-PATH
           DISPLAY "TITULOS REMETIDOS:    " WS-TOT-DETALHES
           DISPLAY "  DOS QUAIS MENSAIS:  " WS-TOT-MENSAIS
           DISPLAY "TOTAL DE CONFERENCIA: " WS-HASH-VALORES
           DISPLAY "========================================"

