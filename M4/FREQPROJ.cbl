      *         ALERTA PARA A COORDENACAO E AS CARTAS DE AVISO AOS
      *         RESPONSAVEIS (RESPALU + CONTATOS DO M3) NO SPOOL
      *         (SPLCTL), ENQUANTO A FREQUENCIA AINDA TEM SALVACAO.
      *         OS AVISOS AOS RESPONSAVEIS NAO SAEM MAIS NO SPOOL:
      *         ENTRAM NA FILA DE COMUNICACAO (COMFILA, CANAL
      *         AUTOMATICO - E-MAIL SE HOUVER, SENAO CARTA) E SAEM NO
      *         DESPACHO DE COMDESP; A LISTA DA COORDENACAO SEGUE NO
      *         SPOOL, COM O ENCAMINHAMENTO DE CADA ALUNO.
      *         O ANO LETIVO VEM DO CALENDARIO DE BIMESTRES (BIMCAL.DAT,
      *         VER CALLET): CONTA SO A CHAMADA DO INICIO DO 1o AO FIM
      *         DO 4o BIMESTRE E AS AULAS RESTANTES ATE ESSE FIM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT CALENDARIO ASSIGN TO WS-CALENDLET-PATH
               RECORD KEY IS CL-DATA
               FILE STATUS IS WS-FS-CAL.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
       FD CALENDARIO.
       COPY FD_CALENDLET.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD RESPALU.
       COPY FD_RESPALU.

       77 WS-ANO-CAL           PIC 9(04) VALUE ZEROS.
       77 ES-FIM-CAL           PIC X.
           88 FIM-CALENDARIO   VALUE "S" FALSE "N".
      *> Ano letivo pelo calendario de bimestres: do inicio do 1o ao
      *> fim do 4o bimestre (sem calendario, o ano civil).
       COPY WS_BIMCAL.
       77 WS-INICIO-LETIVO     PIC 9(08) VALUE ZEROS.
       77 WS-FIM-LETIVO        PIC 9(08) VALUE ZEROS.

      *> Quebra por aluno x materia na varredura sequencial (a chave
      *> de FREQUENCIA.DAT ja vem nessa ordem).
       77 WS-ALUNO-CORRENTE    PIC 9(05) VALUE ZEROS.
       77 WS-MATERIA-CORRENTE  PIC 9(03) VALUE ZEROS.
       77 WS-TEM-GRUPO         PIC X VALUE "N".
           88 TEM-GRUPO        VALUE "S" FALSE "N".
       77 WS-JA-LISTADO        PIC X VALUE "N".
           88 JA-LISTADO       VALUE "S" FALSE "N".
       01 WS-TAB-ALERTA.
           03 WS-AL-ALUNO      PIC 9(05) OCCURS 300 TIMES.

      *> Responsavel da carta (prioridade F > P > M, como RECCONV).
       77 WS-ID-RESP           PIC 9(05) VALUE ZEROS.
       77 WS-RESP-PRIORIDADE   PIC 9(01) VALUE ZEROS.

       COPY WS_SPLCTL.
      *> Fila de comunicacao com os contatos (ver COMFILA).
       COPY WS_COMFILA.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           MOVE ZEROS         TO WS-AULAS-RESTANTES
           COMPUTE WS-ANO-CAL = WS-DATA-HOJE / 10000

           COMPUTE WS-INICIO-LETIVO = WS-ANO-CAL * 10000 + 101
           COMPUTE WS-FIM-LETIVO    = WS-ANO-CAL * 10000 + 1231
           MOVE WS-ANO-CAL TO WS-BC-ANO-INF
           PERFORM P385-CARREGA-BIMCAL
           IF BIMCAL-OK AND WS-BC-TAB-INICIO (1) > ZEROS AND
              WS-BC-TAB-FIM (4) > ZEROS THEN
               MOVE WS-BC-TAB-INICIO (1) TO WS-INICIO-LETIVO
               MOVE WS-BC-TAB-FIM (4)    TO WS-FIM-LETIVO
               MOVE WS-DATA-HOJE TO WS-BC-DATA-REF
               PERFORM P387-BIMESTRE-DA-DATA
               IF WS-BC-BIM > ZEROS THEN
                   DISPLAY "BIMESTRE CORRENTE: " WS-BC-BIM " ("
                           WS-BC-DT-INICIO " A " WS-BC-DT-FIM ")"
               END-IF
           END-IF

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK THEN
               SET FIM-CALENDARIO TO TRUE
                       SET FIM-CALENDARIO TO TRUE
                   NOT AT END
                       IF CL-LETIVO AND CL-DATA > WS-DATA-HOJE AND
                          CL-DATA <= WS-FIM-LETIVO THEN
                           ADD 1 TO WS-AULAS-RESTANTES
                       END-IF
               END-READ
                           MOVE ZEROS TO WS-QTD-FALTAS
                           SET TEM-GRUPO TO TRUE
                       END-IF
                       IF FQ-DATA < WS-INICIO-LETIVO OR
                          FQ-DATA > WS-FIM-LETIVO THEN
                           CONTINUE
                       ELSE
                           IF FQ-PRESENTE THEN
                               ADD 1 TO WS-QTD-PRESENCAS
                           ELSE
                               IF FQ-FALTA THEN
                                   ADD 1 TO WS-QTD-FALTAS
                               END-IF
                           END-IF
                       END-IF
               END-READ
                   TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "AVISOS AOS RESPONSAVEIS" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               SET FS-RESP-OK TO TRUE
               SET FS-CTT-OK  TO TRUE
               OPEN INPUT RESPALU
           .

       P520-CARTA-DO-ALUNO.
      *> O aviso ao responsavel entra na fila de comunicacao
      *> (COMFILA) e sai no despacho de COMDESP; a lista da
      *> coordenacao so registra o encaminhamento.
           IF NOT RESP-ACHADO THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "ALUNO " DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           ELSE
               PERFORM P790-INICIA-MENSAGEM
               MOVE SPACES TO NM-CONTATO
               IF FS-CTT-OK THEN
                   MOVE WS-ID-RESP TO ID-CONTATO
                   READ CONTATOS
                   END-READ
               END-IF

               MOVE SPACES TO WS-FC-TEXTO
               STRING "AVISO DE FREQUENCIA - A(O) SR(A). "
                      DELIMITED BY SIZE
                      NM-CONTATO DELIMITED BY SIZE
                      INTO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA
               MOVE SPACES TO WS-FC-TEXTO
               STRING "O(A) ALUNO(A) " DELIMITED BY SIZE
                      WS-ALUNO-CORRENTE DELIMITED BY SIZE
                      " ESTA COM A FREQUENCIA EM RISCO: ABAIXO DE "
                      DELIMITED BY SIZE
                      WS-FREQ-MINIMA DELIMITED BY SIZE
                      "% HA REPROVACAO POR FALTA." DELIMITED BY SIZE
                      INTO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA
               MOVE "PROCURE A COORDENACAO COM URGENCIA."
                   TO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA

               MOVE WS-ID-RESP TO WS-FC-ID-CONTATO
               MOVE "A"        TO WS-FC-CANAL
               MOVE "FREQPROJ" TO WS-FC-ORIGEM
               MOVE SPACES     TO WS-FC-REFERENCIA
               STRING "ALUNO " DELIMITED BY SIZE
                      WS-ALUNO-CORRENTE DELIMITED BY SIZE
                      INTO WS-FC-REFERENCIA
               MOVE "AVISO DE FREQUENCIA EM RISCO" TO WS-FC-ASSUNTO
               PERFORM P792-ENFILEIRA

               MOVE SPACES TO WS-LINHA-REL
               STRING "ALUNO " DELIMITED BY SIZE
                      WS-ALUNO-CORRENTE DELIMITED BY SIZE
                      ": AVISO AO RESPONSAVEL " DELIMITED BY SIZE
                      WS-ID-RESP DELIMITED BY SIZE
                      " NA FILA DE COMUNICACAO (" DELIMITED BY SIZE
                      WS-FC-CANAL-USADO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               IF WS-FC-ERRO EQUAL "S" THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "ALUNO " DELIMITED BY SIZE
                          WS-ALUNO-CORRENTE DELIMITED BY SIZE
                          ": AVISO NAO ENTROU NA FILA DE COMUNICACAO"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               END-IF
               WRITE WS-LINHA-REL
           END-IF
           .
                  " ALUNO(S))" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "AVISOS NA FILA DE COMUNICACAO: " DELIMITED BY SIZE
                  WS-TOT-FILA DELIMITED BY SIZE
                  " (DESPACHO EM COMDESP)" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           CLOSE RELATORIO
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
           DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       COPY P-COMFILA.

       P900-FIM.

            GOBACK.
