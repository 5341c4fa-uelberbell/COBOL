      *         MOTORISTA SUBSTITUTO, O ROSTER E A DIFERENCA ENTRE O
      *         CAOS E UMA MANHA NORMAL - E O RELATORIO DE CAPACIDADE
      *         POR ROTA.
      *         O MONITOR REGISTRA O EMBARQUE DE CADA ALUNO NA IDA E NA
      *         VOLTA (EMBARQ.DAT); O RELATORIO DE SEGURANCA DO DIA
      *         CRUZA COM A CHAMADA (FREQUENCIA.DAT) - EMBARCOU E ESTA
      *         COM FALTA, ESTEVE NA AULA E NAO EMBARCOU NA VOLTA - E A
      *         OCUPACAO MENSAL COMPARA OS EMBARQUES DE CADA ROTA COM
      *         TP-CAPACIDADE. A CHAMADA DO DIA E LIDA PELA CHAVE
      *         ALTERNADA MATERIA+DATA DE FREQUENCIA.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT EMBARQ ASSIGN TO WS-EMBARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-CHAVE
               FILE STATUS IS WS-FS-EMB.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT ROSTER ASSIGN TO WS-ROSTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD CONTATOS.
       COPY FD_CONTT.

       FD EMBARQ.
       COPY FD_EMBARQ.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD ROSTER.
       01 WS-LINHA-ROSTER          PIC X(100).

           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.
       77 WS-FS-EMB         PIC 99.
           88 FS-EMB-OK     VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-CD-ROTA-INF       PIC 9(02) VALUE ZEROS.
       77 WS-SEQ-PONTO-INF     PIC 9(02) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.

       77 WS-TEM-MATRICULA     PIC X VALUE "N".
           88 TEM-MATRICULA    VALUE "S" FALSE "N".
       01 WS-TAB-EMBARQUE.
           03 WS-EM-ITEM OCCURS 200 TIMES.
               05 WS-EM-PONTO      PIC 9(02).
               05 WS-EM-ALUNO      PIC 9(05).
       77 WS-QTD-EMBARQUE      PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-J                 PIC 9(03) VALUE ZEROS.
       01 WS-TROCA-EM.
           03 WS-TR-PONTO          PIC 9(02).
           03 WS-TR-ALUNO          PIC 9(05).

       77 WS-ID-ALUNO-TEL      PIC 9(05) VALUE ZEROS.

      *> Conferencia de embarque e relatorios cruzados com a chamada.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-DT-EMB-INF        PIC 9(08) VALUE ZEROS.
       77 WS-MATERIA-SALTO     PIC 9(03) VALUE ZEROS.
       77 WS-TURNO-INF         PIC X VALUE SPACES.
           88 TURNO-VALIDO     VALUE "M" "T".
       77 WS-SITUACAO-INF      PIC X VALUE SPACES.
       77 WS-COMPET-INF        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EMBARCOU      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ALERTAS       PIC 9(05) VALUE ZEROS.
       77 WS-EMB-MANHA         PIC X VALUE "N".
           88 EMBARCOU-MANHA   VALUE "S" FALSE "N".
       77 WS-EMB-TARDE         PIC X VALUE SPACES.
       77 WS-ALERTA            PIC X(45) VALUE SPACES.
       77 WS-ID                PIC 9(06) VALUE ZEROS.
      *> Situacao do aluno na chamada do dia (posicao = ID do aluno):
      *> "P" = presente em alguma aula, "A" = so faltas, espaco = sem
      *> chamada.
       01 WS-TAB-CHAMADA.
           03 WS-CHAMADA PIC X OCCURS 99999 TIMES.

      *> Ocupacao mensal por rota (posicao = codigo da rota).
       01 WS-TAB-OCUPACAO.
           03 WS-OC-ITEM OCCURS 99 TIMES.
               05 WS-OC-EMBARQUES  PIC 9(05).
               05 WS-OC-VIAGENS    PIC 9(03).
               05 WS-OC-PICO       PIC 9(03).
               05 WS-OC-NA-VIAGEM  PIC 9(03).
       77 WS-VIAGEM-ATUAL      PIC X(09) VALUE SPACES.
       77 WS-VIAGEM-LIDA       PIC X(09) VALUE SPACES.
       77 WS-DT-FIM-MES        PIC 9(08) VALUE ZEROS.
       77 WS-MEDIA-VIAGEM      PIC 9(03)V9 VALUE ZEROS.
       77 WS-PCT-OCUPACAO      PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-EDIT        PIC ZZ9,9.
       77 WS-R                 PIC 9(03) VALUE ZEROS.

       COPY WS_SPLCTL.
       77 WS-ROSTER-PATH       PIC X(200) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONTATOS.DAT" DELIMITED BY SIZE
                  INTO WS-CONTATOS-PATH-LOCAL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
       P300-PROCESSA.
           DISPLAY "OPCOES: <1> MANTER ROTA  <2> MANTER PONTOS  "
                   "<3> VINCULAR ALUNO  <4> ROSTER DE EMBARQUE  "
                   "<5> CAPACIDADE DAS ROTAS"
           DISPLAY "        <6> EMBARQUE (MONITOR)  <7> SEGURANCA DO "
                   "DIA  <8> OCUPACAO MENSAL  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                   PERFORM P500-ROSTER
               WHEN "5"
                   PERFORM P600-CAPACIDADE
               WHEN "6"
                   PERFORM P700-EMBARQUE
               WHEN "7"
                   PERFORM P750-SEGURANCA
               WHEN "8"
                   PERFORM P800-OCUPACAO-MENSAL
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT WS-CD-ROTA-INF

           PERFORM P505-CARREGA-ROTA
           IF FS-TRAN-OK THEN
               PERFORM P520-IMPRIME-ROSTER
           END-IF
           .

      *> Junta os embarcados da rota e ordena por ponto.
       P505-CARREGA-ROTA.
           SET EOF-OK     TO FALSE
           SET FS-TRAN-OK TO TRUE
           MOVE ZEROS     TO WS-QTD-EMBARQUE
               CLOSE TRANSALU

               PERFORM P510-ORDENA-POR-PONTO
           END-IF
           .

                       MOVE "ALUNO DESCONHECIDO" TO WS-NM-ALUNO
               END-READ
           END-IF
           MOVE WS-EM-ALUNO (WS-I) TO WS-ID-ALUNO-TEL
           PERFORM P540-TEL-EMERGENCIA

           MOVE SPACES TO WS-LINHA-ROSTER
                  "  ALUNO " DELIMITED BY SIZE
                  WS-EM-ALUNO (WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-ALUNO(1:30) DELIMITED BY SIZE
                  " EMERG " DELIMITED BY SIZE
                  WS-TEL-EMERGENCIA DELIMITED BY SIZE
                  INTO WS-LINHA-ROSTER
           IF NOT FS-RESP-OK THEN
               SET FIM-RESP TO TRUE
           ELSE
               MOVE WS-ID-ALUNO-TEL    TO RS-ID-ALUNO
               MOVE ZEROS              TO RS-ID-CONTATO
               START RESPALU KEY IS NOT LESS RS-CHAVE
                   INVALID KEY
                       SET FIM-RESP TO TRUE
                   NOT AT END
                       IF RS-ID-ALUNO NOT EQUAL
                          WS-ID-ALUNO-TEL THEN
                           SET FIM-RESP TO TRUE
                       ELSE
                           IF RS-ATIVO AND RS-TIPO EQUAL "E" AND
           END-IF
           .

      *>----------------------------------------------------------------
      *> Conferencia do monitor: a rota na ordem dos pontos, aluno a
      *> aluno, E = embarcou, N = nao embarcou, ENTER mantem.
      *>----------------------------------------------------------------
       P700-EMBARQUE.
           DISPLAY "DATA (AAAAMMDD, ENTER = HOJE): "
           ACCEPT WS-DT-EMB-INF
           IF WS-DT-EMB-INF EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DT-EMB-INF
           END-IF
           DISPLAY "TURNO: <M> MANHA (IDA)  <T> TARDE (VOLTA): "
           ACCEPT WS-TURNO-INF
           MOVE FUNCTION UPPER-CASE(WS-TURNO-INF) TO WS-TURNO-INF
           DISPLAY "CODIGO DA ROTA: "
           ACCEPT WS-CD-ROTA-INF

           IF NOT TURNO-VALIDO THEN
               DISPLAY "TURNO INVALIDO"
           ELSE
               PERFORM P505-CARREGA-ROTA
               IF WS-QTD-EMBARQUE EQUAL ZEROS THEN
                   DISPLAY "NENHUM ALUNO VINCULADO A ROTA"
               ELSE
                   PERFORM P705-ABRE-EMBARQ
                   IF FS-EMB-OK THEN
                       MOVE ZEROS TO WS-QTD-EMBARCOU
                       SET FS-ALUNO-OK TO TRUE
                       OPEN INPUT ALUNOS
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-EMBARQUE
                           PERFORM P710-MARCA-EMBARQUE
                       END-PERFORM
                       IF FS-ALUNO-OK THEN
                           CLOSE ALUNOS
                       END-IF
                       CLOSE EMBARQ
                       DISPLAY "EMBARCARAM: " WS-QTD-EMBARCOU " DE "
                               WS-QTD-EMBARQUE " VINCULADOS"
                   END-IF
               END-IF
           END-IF
           .

       P705-ABRE-EMBARQ.
           SET FS-EMB-OK TO TRUE
           OPEN I-O EMBARQ
           IF WS-FS-EMB EQUAL 35 THEN
               OPEN OUTPUT EMBARQ
               CLOSE EMBARQ
               SET FS-EMB-OK TO TRUE
               OPEN I-O EMBARQ
           END-IF
           IF NOT FS-EMB-OK THEN
               DISPLAY "ERRO AO ABRIR EMBARQ.DAT - FILE STATUS: "
                       WS-FS-EMB
           END-IF
           .

       P710-MARCA-EMBARQUE.
           MOVE SPACES TO WS-NM-ALUNO
           IF FS-ALUNO-OK THEN
               MOVE WS-EM-ALUNO (WS-I) TO ID-ALUNO
               READ ALUNOS INTO WS-REGISTRO-ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       MOVE "ALUNO DESCONHECIDO" TO WS-NM-ALUNO
               END-READ
           END-IF

           MOVE WS-DT-EMB-INF      TO EB-DT-EMBARQUE
           MOVE WS-TURNO-INF       TO EB-TURNO
           MOVE WS-EM-ALUNO (WS-I) TO EB-ID-ALUNO
           READ EMBARQ
               KEY IS EB-CHAVE
               INVALID KEY
                   MOVE SPACES TO EB-SITUACAO
           END-READ
           DISPLAY "PONTO " WS-EM-PONTO (WS-I) " ALUNO "
                   WS-EM-ALUNO (WS-I) " " WS-NM-ALUNO (1:30)
                   " [" EB-SITUACAO "] <E>/<N>: "
           MOVE SPACES TO WS-SITUACAO-INF
           ACCEPT WS-SITUACAO-INF
           MOVE FUNCTION UPPER-CASE(WS-SITUACAO-INF) TO WS-SITUACAO-INF

           IF WS-SITUACAO-INF EQUAL "E" OR
              WS-SITUACAO-INF EQUAL "N" THEN
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-DT-EMB-INF       TO EB-DT-EMBARQUE
               MOVE WS-TURNO-INF        TO EB-TURNO
               MOVE WS-EM-ALUNO (WS-I)  TO EB-ID-ALUNO
               MOVE WS-CD-ROTA-INF      TO EB-CD-ROTA
               MOVE WS-SITUACAO-INF     TO EB-SITUACAO
               MOVE WS-HORA-AGORA (1:6) TO EB-HR-REGISTRO
               MOVE LK-OPERADOR         TO EB-OPERADOR
               WRITE REG-EMBARQ
                   INVALID KEY
                       REWRITE REG-EMBARQ
               END-WRITE
           END-IF
           IF EB-EMBARCOU THEN
               ADD 1 TO WS-QTD-EMBARCOU
           END-IF
           .

      *>----------------------------------------------------------------
      *> Seguranca do dia: embarque x chamada. Embarcou na ida e esta
      *> com falta na chamada; esteve na aula e nao embarcou na volta.
      *> Rota 00 = todas.
      *>----------------------------------------------------------------
       P750-SEGURANCA.
           DISPLAY "DATA (AAAAMMDD, ENTER = HOJE): "
           ACCEPT WS-DT-EMB-INF
           IF WS-DT-EMB-INF EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DT-EMB-INF
           END-IF
           DISPLAY "CODIGO DA ROTA (00 = TODAS): "
           ACCEPT WS-CD-ROTA-INF

           PERFORM P755-CARREGA-CHAMADA
           MOVE ZEROS TO WS-QTD-ALERTAS
           PERFORM P760-ABRE-RELATORIO
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-ROSTER
               STRING "SEGURANCA DO TRANSPORTE - EMBARQUE x CHAMADA - "
                      DELIMITED BY SIZE
                      WS-DT-EMB-INF (7:2) "/" WS-DT-EMB-INF (5:2) "/"
                      WS-DT-EMB-INF (1:4) DELIMITED BY SIZE
                      INTO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER
               MOVE ALL "-" TO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER

               SET FS-TRAN-OK  TO TRUE
               SET FS-EMB-OK   TO TRUE
               SET FS-ALUNO-OK TO TRUE
               SET FS-RESP-OK  TO TRUE
               SET FS-CTT-OK   TO TRUE
               OPEN INPUT TRANSALU
               OPEN INPUT EMBARQ
               OPEN INPUT ALUNOS
               OPEN INPUT RESPALU
               OPEN INPUT CONTATOS
               IF FS-TRAN-OK THEN
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ TRANSALU NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF WS-CD-ROTA-INF EQUAL ZEROS OR
                                  TA-CD-ROTA EQUAL WS-CD-ROTA-INF THEN
                                   PERFORM P765-CONFERE-ALUNO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSALU
               END-IF
               IF FS-EMB-OK THEN
                   CLOSE EMBARQ
               END-IF
               IF FS-ALUNO-OK THEN
                   CLOSE ALUNOS
               END-IF
               IF FS-RESP-OK THEN
                   CLOSE RESPALU
               END-IF
               IF FS-CTT-OK THEN
                   CLOSE CONTATOS
               END-IF

               MOVE SPACES TO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER
               MOVE SPACES TO WS-LINHA-ROSTER
               STRING "ALERTAS: " DELIMITED BY SIZE
                      WS-QTD-ALERTAS DELIMITED BY SIZE
                      INTO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER
               PERFORM P790-FECHA-RELATORIO
               DISPLAY "ALERTAS: " WS-QTD-ALERTAS
           END-IF
           .

       P755-CARREGA-CHAMADA.
           MOVE SPACES    TO WS-TAB-CHAMADA
           SET EOF-OK     TO FALSE
           SET FS-FREQ-OK TO TRUE
           OPEN INPUT FREQUENCIA
           IF NOT FS-FREQ-OK THEN
               DISPLAY "ERRO AO ABRIR FREQUENCIA.DAT - FILE STATUS: "
                       WS-FS-FREQ
               SET EOF-OK TO TRUE
           ELSE
               MOVE ZEROS TO WS-MATERIA-SALTO
               PERFORM P756-POSICIONA-MATERIA
           END-IF
           PERFORM UNTIL EOF-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FQ-DATA NOT EQUAL WS-DT-EMB-INF THEN
                           PERFORM P757-SALTA-MATERIA
                       ELSE
                           IF FQ-ID-ALUNO > ZEROS THEN
                               PERFORM P758-MARCA-CHAMADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-FREQ-OK THEN
               CLOSE FREQUENCIA
           END-IF
           .

       P756-POSICIONA-MATERIA.
      *> Chave alternada materia+data: posiciona no dia dentro da
      *> materia WS-MATERIA-SALTO (ou da primeira acima dela).
           MOVE WS-MATERIA-SALTO TO FQ-CD-MATERIA
           MOVE WS-DT-EMB-INF    TO FQ-DATA
           START FREQUENCIA KEY IS NOT LESS FQ-CHAVE-MATERIA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           .

       P757-SALTA-MATERIA.
      *> Fora do dia: antes dele, a materia lida ainda nao chegou ao
      *> dia; depois, o dia desta materia acabou - salta para a
      *> proxima.
           IF FQ-DATA < WS-DT-EMB-INF THEN
               MOVE FQ-CD-MATERIA TO WS-MATERIA-SALTO
               PERFORM P756-POSICIONA-MATERIA
           ELSE
               IF FQ-CD-MATERIA EQUAL 999 THEN
                   SET EOF-OK TO TRUE
               ELSE
                   COMPUTE WS-MATERIA-SALTO = FQ-CD-MATERIA + 1
                   PERFORM P756-POSICIONA-MATERIA
               END-IF
           END-IF
           .

       P758-MARCA-CHAMADA.
           IF FQ-PRESENTE THEN
               MOVE "P" TO WS-CHAMADA (FQ-ID-ALUNO)
           ELSE
               IF WS-CHAMADA (FQ-ID-ALUNO) NOT EQUAL "P" THEN
                   MOVE "A" TO WS-CHAMADA (FQ-ID-ALUNO)
               END-IF
           END-IF
           .

       P760-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "TRANSP"    TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           MOVE SPACES TO WS-ROSTER-PATH
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-ROSTER-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\TRANSP.LST" DELIMITED BY SIZE
                      INTO WS-ROSTER-PATH
           END-IF
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT ROSTER
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           END-IF
           .

       P765-CONFERE-ALUNO.
           SET EMBARCOU-MANHA TO FALSE
           MOVE SPACES TO WS-EMB-TARDE
           IF FS-EMB-OK THEN
               MOVE WS-DT-EMB-INF TO EB-DT-EMBARQUE
               MOVE "M"           TO EB-TURNO
               MOVE TA-ID-ALUNO   TO EB-ID-ALUNO
               READ EMBARQ
                   KEY IS EB-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EB-EMBARCOU THEN
                           SET EMBARCOU-MANHA TO TRUE
                       END-IF
               END-READ
               MOVE WS-DT-EMB-INF TO EB-DT-EMBARQUE
               MOVE "T"           TO EB-TURNO
               MOVE TA-ID-ALUNO   TO EB-ID-ALUNO
               READ EMBARQ
                   KEY IS EB-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EB-SITUACAO TO WS-EMB-TARDE
               END-READ
           END-IF

           IF EMBARCOU-MANHA AND
              WS-CHAMADA (TA-ID-ALUNO) EQUAL "A" THEN
               MOVE "EMBARCOU NA IDA E ESTA COM FALTA NA CHAMADA"
                   TO WS-ALERTA
               PERFORM P770-LINHA-ALERTA
           END-IF
           IF WS-CHAMADA (TA-ID-ALUNO) EQUAL "P" AND
              WS-EMB-TARDE NOT EQUAL "E" THEN
               IF WS-EMB-TARDE EQUAL "N" THEN
                   MOVE "PRESENTE NA AULA E NAO EMBARCOU NA VOLTA"
                       TO WS-ALERTA
               ELSE
                   MOVE "PRESENTE NA AULA E SEM CONFERENCIA NA VOLTA"
                       TO WS-ALERTA
               END-IF
               PERFORM P770-LINHA-ALERTA
           END-IF
           .

       P770-LINHA-ALERTA.
           ADD 1 TO WS-QTD-ALERTAS
           MOVE SPACES TO WS-NM-ALUNO
           IF FS-ALUNO-OK THEN
               MOVE TA-ID-ALUNO TO ID-ALUNO
               READ ALUNOS INTO WS-REGISTRO-ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       MOVE "ALUNO DESCONHECIDO" TO WS-NM-ALUNO
               END-READ
           END-IF
           MOVE TA-ID-ALUNO TO WS-ID-ALUNO-TEL
           PERFORM P540-TEL-EMERGENCIA

           MOVE SPACES TO WS-LINHA-ROSTER
           STRING "ROTA " DELIMITED BY SIZE
                  TA-CD-ROTA DELIMITED BY SIZE
                  " PONTO " DELIMITED BY SIZE
                  TA-SEQ-PONTO DELIMITED BY SIZE
                  "  ALUNO " DELIMITED BY SIZE
                  TA-ID-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-ALUNO (1:30) DELIMITED BY SIZE
                  " EMERG " DELIMITED BY SIZE
                  WS-TEL-EMERGENCIA DELIMITED BY SIZE
                  INTO WS-LINHA-ROSTER
           WRITE WS-LINHA-ROSTER
           MOVE SPACES TO WS-LINHA-ROSTER
           STRING "    *** " DELIMITED BY SIZE
                  WS-ALERTA DELIMITED BY SIZE
                  INTO WS-LINHA-ROSTER
           WRITE WS-LINHA-ROSTER
           .

       P790-FECHA-RELATORIO.
           CLOSE ROSTER
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           DISPLAY "RELATORIO GRAVADO EM: " WS-ROSTER-PATH
           .

      *>----------------------------------------------------------------
      *> Ocupacao mensal: embarques por rota no mes, viagens com
      *> embarque (data x turno), media e pico por viagem contra
      *> TP-CAPACIDADE.
      *>----------------------------------------------------------------
       P800-OCUPACAO-MENSAL.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPET-INF
           INITIALIZE WS-TAB-OCUPACAO
           MOVE SPACES TO WS-VIAGEM-ATUAL
           COMPUTE WS-DT-FIM-MES = WS-COMPET-INF * 100 + 31

           SET FS-EMB-OK TO TRUE
           OPEN INPUT EMBARQ
           IF NOT FS-EMB-OK THEN
               DISPLAY "NENHUM EMBARQUE REGISTRADO - FILE STATUS: "
                       WS-FS-EMB
           ELSE
               SET EOF-OK TO FALSE
               COMPUTE EB-DT-EMBARQUE = WS-COMPET-INF * 100 + 1
               MOVE SPACES TO EB-TURNO
               MOVE ZEROS  TO EB-ID-ALUNO
               START EMBARQ KEY IS NOT LESS EB-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ EMBARQ NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF EB-DT-EMBARQUE > WS-DT-FIM-MES THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               PERFORM P810-SOMA-EMBARQUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM P815-FECHA-VIAGEM
               CLOSE EMBARQ
               PERFORM P820-IMPRIME-OCUPACAO
           END-IF
           .

       P810-SOMA-EMBARQUE.
           MOVE EB-DT-EMBARQUE TO WS-VIAGEM-LIDA (1:8)
           MOVE EB-TURNO       TO WS-VIAGEM-LIDA (9:1)
           IF WS-VIAGEM-LIDA NOT EQUAL WS-VIAGEM-ATUAL THEN
               PERFORM P815-FECHA-VIAGEM
               MOVE WS-VIAGEM-LIDA TO WS-VIAGEM-ATUAL
           END-IF
           IF EB-EMBARCOU AND EB-CD-ROTA > ZEROS THEN
               ADD 1 TO WS-OC-EMBARQUES (EB-CD-ROTA)
               ADD 1 TO WS-OC-NA-VIAGEM (EB-CD-ROTA)
           END-IF
           .

       P815-FECHA-VIAGEM.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 99
               IF WS-OC-NA-VIAGEM (WS-R) > ZEROS THEN
                   ADD 1 TO WS-OC-VIAGENS (WS-R)
                   IF WS-OC-NA-VIAGEM (WS-R) > WS-OC-PICO (WS-R) THEN
                       MOVE WS-OC-NA-VIAGEM (WS-R) TO WS-OC-PICO (WS-R)
                   END-IF
                   MOVE ZEROS TO WS-OC-NA-VIAGEM (WS-R)
               END-IF
           END-PERFORM
           .

       P820-IMPRIME-OCUPACAO.
           PERFORM P760-ABRE-RELATORIO
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-ROSTER
               STRING "OCUPACAO DAS ROTAS - COMPETENCIA " DELIMITED BY
                      SIZE
                      WS-COMPET-INF (5:2) "/" WS-COMPET-INF (1:4)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER
               MOVE "ROTA DESCRICAO                      LUGARES VIAGE
      -             "NS EMBARQUES MEDIA PICO  OCUP%" TO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER
               MOVE ALL "-" TO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER

               SET FS-ROTA-OK TO TRUE
               OPEN INPUT ROTAS
               IF FS-ROTA-OK THEN
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ ROTAS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF TP-ATIVA OR
                                  WS-OC-EMBARQUES (TP-CD-ROTA) > ZEROS
                                  THEN
                                   PERFORM P825-LINHA-OCUPACAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ROTAS
               END-IF
               PERFORM P790-FECHA-RELATORIO
           END-IF
           .

       P825-LINHA-OCUPACAO.
           MOVE ZEROS TO WS-MEDIA-VIAGEM
           MOVE ZEROS TO WS-PCT-OCUPACAO
           IF WS-OC-VIAGENS (TP-CD-ROTA) > ZEROS THEN
               COMPUTE WS-MEDIA-VIAGEM ROUNDED =
                   WS-OC-EMBARQUES (TP-CD-ROTA) /
                   WS-OC-VIAGENS (TP-CD-ROTA)
           END-IF
           IF TP-CAPACIDADE > ZEROS THEN
               COMPUTE WS-PCT-OCUPACAO ROUNDED =
                   WS-MEDIA-VIAGEM * 100 / TP-CAPACIDADE
           END-IF
           MOVE WS-MEDIA-VIAGEM TO WS-MEDIA-EDIT

           MOVE SPACES TO WS-LINHA-ROSTER
           STRING TP-CD-ROTA DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TP-DESCRICAO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TP-CAPACIDADE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-OC-VIAGENS (TP-CD-ROTA) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-OC-EMBARQUES (TP-CD-ROTA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MEDIA-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OC-PICO (TP-CD-ROTA) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PCT-OCUPACAO DELIMITED BY SIZE
                  INTO WS-LINHA-ROSTER
           WRITE WS-LINHA-ROSTER
           DISPLAY "ROTA " TP-CD-ROTA " " TP-DESCRICAO ": MEDIA "
                   WS-MEDIA-EDIT " PICO " WS-OC-PICO (TP-CD-ROTA)
                   " DE " TP-CAPACIDADE " LUGARES"
           IF WS-OC-PICO (TP-CD-ROTA) > TP-CAPACIDADE THEN
               MOVE "     *** VIAGEM ACIMA DA CAPACIDADE DA VAN ***"
                   TO WS-LINHA-ROSTER
               WRITE WS-LINHA-ROSTER
               DISPLAY "  *** VIAGEM ACIMA DA CAPACIDADE ***"
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
