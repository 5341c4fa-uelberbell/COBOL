      *         CONFORME CHEGAM E IMPRIME A TAXA DE RESPOSTA POR
      *         GRUPO E POR FILIAL - A MALA DE FEVEREIRO COMPARAVEL
      *         COM A DO ANO PASSADO, EM VEZ DE DISCUTIDA.
      *         A MALA NAO SAI MAIS EM ETIQUETAS NO SPOOL: O TEXTO
      *         DIGITADO VAI PARA CADA ALVO DA FOTO COMO CARTA NA
      *         FILA DE COMUNICACAO (COMFILA), DESPACHADA POR COMDESP
      *         COM O BLOCO DE ENDERECO, E A CAMPANHA FICA DE
      *         REFERENCIA NO HISTORICO DE CADA CONTATO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CAMPANHA ASSIGN TO WS-CAMPANHA-PATH
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CNS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD CONSENTIMENTOS.
       COPY FD_CONSENT.

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
      *> Fila de comunicacao com os contatos (ver COMFILA).
       COPY WS_COMFILA.

       77 WS-FS                PIC 99.
           88 FS-OK            VALUE 0.
           88 FS-CMP-OK        VALUE 0.
       77 WS-FS-ALV            PIC 99.
           88 FS-ALV-OK        VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

       77 WS-CAMPANHA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-ID-INF            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ALVOS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-MENSAGENS     PIC 9(05) VALUE ZEROS.
      *> Texto da mala digitado pelo operador, igual para todos os
      *> alvos da campanha.
       77 WS-QTD-TEXTO         PIC 9(02) VALUE ZEROS.
       77 WS-T                 PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-DIGITADA    PIC X(80) VALUE SPACES.
       01 WS-TAB-TEXTO-MALA.
           03 WS-TEXTO-MALA    PIC X(80) OCCURS 15 TIMES.
      *> Opt-out de mala direta (CONSENT.DAT): fora da foto.
       77 WS-FS-CNS            PIC 99.
           88 FS-CNS-OK        VALUE 0.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> DEFINIR CAMPANHA (CONGELA ALVOS)  "
                   "<2> MALA DA CAMPANHA  <3> REGISTRAR "
                   "RESPOSTA  <4> TAXA DE RESPOSTA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

               WHEN "1"
                   PERFORM P310-DEFINE-CAMPANHA
               WHEN "2"
                   PERFORM P400-MALA-DA-CAMPANHA
               WHEN "3"
                   PERFORM P500-REGISTRA-RESPOSTA
               WHEN "4"
           END-WRITE
           .

       P400-MALA-DA-CAMPANHA.
      *> A mala de cada alvo da foto entra na fila de comunicacao
      *> (COMFILA) como carta; o despacho de COMDESP imprime o bloco
      *> de endereco e registra a entrega no historico do contato.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-CAMPANHA-INF

           MOVE ZEROS    TO WS-TOT-MENSAGENS
           MOVE ZEROS    TO WS-TOT-FILA-ERRO
           MOVE SPACES   TO CP-DESCRICAO
           SET FS-CMP-OK TO TRUE
           OPEN INPUT CAMPANHA
           IF FS-CMP-OK THEN
               MOVE WS-CAMPANHA-INF TO CP-CODIGO
               READ CAMPANHA
                   KEY IS CP-CODIGO
                   INVALID KEY
                       MOVE 23 TO WS-FS-CMP
               END-READ
               CLOSE CAMPANHA
           END-IF

           IF NOT FS-CMP-OK THEN
               DISPLAY "CAMPANHA " WS-CAMPANHA-INF " NAO CADASTRADA"
           ELSE
               PERFORM P405-TEXTO-DA-MALA
           END-IF

           IF FS-CMP-OK AND WS-QTD-TEXTO EQUAL ZEROS THEN
               DISPLAY "MALA SEM TEXTO - NADA ENFILEIRADO"
           END-IF

           IF FS-CMP-OK AND WS-QTD-TEXTO > ZEROS THEN
               SET EOF-OK    TO FALSE
               SET FS-ALV-OK TO TRUE
               SET FS-OK     TO TRUE
               OPEN INPUT CAMPALVO
               IF NOT FS-ALV-OK THEN
                   DISPLAY "CAMPANHA SEM ALVOS (SEM ARQUIVO)"
               ELSE
                   OPEN INPUT CONTATOS
                   MOVE WS-CAMPANHA-INF TO CA-CD-CAMPANHA
                   MOVE ZEROS           TO CA-ID-CONTATO
                   START CAMPALVO KEY IS NOT LESS CA-CHAVE
                                  WS-CAMPANHA-INF THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   PERFORM P410-MALA-DO-ALVO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTATOS
                   CLOSE CAMPALVO
                   DISPLAY "MALA DA CAMPANHA NA FILA DE COMUNICACAO: "
                           WS-TOT-MENSAGENS " (NAO ENFILEIRADAS: "
                           WS-TOT-FILA-ERRO ") - DESPACHO EM COMDESP"
               END-IF
           END-IF
           .

       P405-TEXTO-DA-MALA.
           MOVE ZEROS  TO WS-QTD-TEXTO
           MOVE "X"    TO WS-LINHA-DIGITADA
           DISPLAY "TEXTO DA MALA (ATE 15 LINHAS; LINHA EM BRANCO "
                   "ENCERRA):"
           PERFORM UNTIL WS-LINHA-DIGITADA EQUAL SPACES
                      OR WS-QTD-TEXTO EQUAL 15
               MOVE SPACES TO WS-LINHA-DIGITADA
               ACCEPT WS-LINHA-DIGITADA
               IF WS-LINHA-DIGITADA NOT EQUAL SPACES THEN
                   ADD 1 TO WS-QTD-TEXTO
                   MOVE WS-LINHA-DIGITADA
                       TO WS-TEXTO-MALA (WS-QTD-TEXTO)
               END-IF
           END-PERFORM
           .

       P410-MALA-DO-ALVO.
           IF FS-OK THEN
               MOVE CA-ID-CONTATO TO ID-CONTATO
               READ CONTATOS INTO WS-REGISTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P790-INICIA-MENSAGEM
                       MOVE SPACES TO WS-FC-TEXTO
                       STRING "A(O) SR(A). " DELIMITED BY SIZE
                              WS-NM-PRIMEIRO-NOME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-NM-SEGUNDO-NOME DELIMITED BY SIZE
                              INTO WS-FC-TEXTO
                       PERFORM P791-LINHA-NA-FILA
                       MOVE SPACES TO WS-FC-TEXTO
                       PERFORM P791-LINHA-NA-FILA
                       PERFORM VARYING WS-T FROM 1 BY 1
                               UNTIL WS-T > WS-QTD-TEXTO
                           MOVE WS-TEXTO-MALA (WS-T) TO WS-FC-TEXTO
                           PERFORM P791-LINHA-NA-FILA
                       END-PERFORM

                       MOVE CA-ID-CONTATO TO WS-FC-ID-CONTATO
                       MOVE "C"           TO WS-FC-CANAL
                       MOVE "CAMPCNTT"    TO WS-FC-ORIGEM
                       MOVE SPACES        TO WS-FC-REFERENCIA
                       STRING "CAMPANHA " DELIMITED BY SIZE
                              WS-CAMPANHA-INF DELIMITED BY SIZE
                              INTO WS-FC-REFERENCIA
                       MOVE CP-DESCRICAO  TO WS-FC-ASSUNTO
                       PERFORM P792-ENFILEIRA
                       IF WS-FC-ERRO NOT EQUAL "S" THEN
                           ADD 1 TO WS-TOT-MENSAGENS
                       END-IF
               END-READ
           END-IF
           .

       COPY P-RESOLVE-PATH.

       COPY P-COMFILA.

       P900-FIM.

            GOBACK.
