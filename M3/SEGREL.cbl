      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:RELATORIO SEMANAL DE SEGURANCA DE ACESSO, A PARTIR DO
      *         LOG DE SESSOES SESSLOG.DAT (GRAVADO POR MENUCNTT,
      *         CALMEDIA E OPECNTT) E DO CADASTRO OPERADOR.DAT, PARA
      *         OS SETE DIAS QUE TERMINAM NA DATA INFORMADA:
      *           1 - RAJADAS DE TENTATIVAS FALHAS (WS-MIN-RAJADA OU
      *               MAIS FALHAS DO MESMO ID EM WS-JANELA-RAJADA
      *               MINUTOS);
      *           2 - ENTRADAS FORA DO EXPEDIENTE (ANTES DE
      *               WS-HORA-INI-EXPED, A PARTIR DE WS-HORA-FIM-EXPED
      *               OU EM SABADO/DOMINGO);
      *           3 - SESSOES NUNCA ENCERRADAS (ENTRADA SEM SAIDA);
      *           4 - CONTAS ATIVAS DORMENTES (SEM ENTRADA HA MAIS DE
      *               WS-DIAS-DORMENCIA DIAS, OU NUNCA).
      *         TROCAS E RESETS DE SENHA E EXPORTACOES COM DADOS
      *         PESSOAIS EM CLARO DO PERIODO VAO NO RESUMO.
      *         SAIDA NO SPOOL (SPLCTL), NA CAIXA DE ENTRADA DO
      *         ADMINISTRADOR QUE RODOU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M3_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD SESSLOG.
       01 WS-LINHA-SESSLOG         PIC X(80).

       FD OPERADOR.
       COPY FD_OPERADOR.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
       COPY WS_SESSLOG.
       COPY WS_DATUTIL.
       COPY WS_SPLCTL.

       77 WS-FS-OPE            PIC 99.
           88 FS-OPE-OK        VALUE 0.
       77 WS-FS-REL            PIC 99.
           88 FS-REL-OK        VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

      *> Parametros da analise.
       77 WS-DIAS-PERIODO      PIC 9(02) VALUE 7.
       77 WS-MIN-RAJADA        PIC 9(02) VALUE 3.
       77 WS-JANELA-RAJADA     PIC 9(03) VALUE 10.
       77 WS-HORA-INI-EXPED    PIC 9(04) VALUE 0700.
       77 WS-HORA-FIM-EXPED    PIC 9(04) VALUE 1900.
       77 WS-DIAS-DORMENCIA    PIC 9(03) VALUE 60.

      *> Periodo analisado (sete dias terminando em WS-DATA-FIM).
       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WS-ERRO-DATA         PIC X VALUE "N".
           88 DATA-INVALIDA    VALUE "S" FALSE "N".

      *> Desmonte da hora do evento (HHMMSSCC).
       77 WS-HH                PIC 9(02) VALUE ZEROS.
       77 WS-MM                PIC 9(02) VALUE ZEROS.
       77 WS-HHMM              PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIA           PIC 9(04) VALUE ZEROS.
       77 WS-DIA-SEMANA        PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-SEM-ENTRADA  PIC S9(06) VALUE ZEROS.

      *> Sequencias de falhas em aberto, uma por ID.
       77 WS-MAX-FALHA         PIC 9(03) VALUE 100.
       77 WS-QTD-FALHA         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-FALHA.
           03 WS-FL-ITEM OCCURS 100 TIMES.
               05 WS-FL-OP-ID      PIC X(10).
               05 WS-FL-AMBIENTE   PIC X(06).
               05 WS-FL-DATA       PIC 9(08).
               05 WS-FL-HHMM-INI   PIC 9(04).
               05 WS-FL-MIN-INI    PIC 9(04).
               05 WS-FL-QTD        PIC 9(03).

      *> Rajadas encontradas (secao 1).
       77 WS-MAX-RAJADA        PIC 9(03) VALUE 200.
       77 WS-QTD-RAJADA        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-RAJADA.
           03 WS-RJ-ITEM OCCURS 200 TIMES.
               05 WS-RJ-OP-ID      PIC X(10).
               05 WS-RJ-AMBIENTE   PIC X(06).
               05 WS-RJ-DATA       PIC 9(08).
               05 WS-RJ-HHMM       PIC 9(04).
               05 WS-RJ-QTD        PIC 9(03).

      *> Entradas fora do expediente (secao 2).
       77 WS-MAX-FORA          PIC 9(03) VALUE 300.
       77 WS-QTD-FORA          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-FORA.
           03 WS-FO-ITEM OCCURS 300 TIMES.
               05 WS-FO-OP-ID      PIC X(10).
               05 WS-FO-AMBIENTE   PIC X(06).
               05 WS-FO-PROGRAMA   PIC X(08).
               05 WS-FO-DATA       PIC 9(08).
               05 WS-FO-HHMM       PIC 9(04).
               05 WS-FO-DIA-SEMANA PIC 9(01).

      *> Sessoes abertas no periodo (secao 3): a saida pode cair
      *> depois do fim do periodo, por isso o log e lido ate o fim.
       77 WS-MAX-SESSAO        PIC 9(03) VALUE 500.
       77 WS-QTD-SESSAO        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-SESSAO.
           03 WS-SE-ITEM OCCURS 500 TIMES.
               05 WS-SE-OP-ID      PIC X(10).
               05 WS-SE-AMBIENTE   PIC X(06).
               05 WS-SE-PROGRAMA   PIC X(08).
               05 WS-SE-SESSAO     PIC X(16).
               05 WS-SE-FECHADA    PIC X.

      *> Operadores ativos e a ultima entrada de cada (secao 4).
       77 WS-MAX-OPER          PIC 9(03) VALUE 200.
       77 WS-QTD-OPER          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-OPER.
           03 WS-OR-ITEM OCCURS 200 TIMES.
               05 WS-OR-OP-ID      PIC X(10).
               05 WS-OR-PERFIL     PIC X.
               05 WS-OR-ULT-ENTRADA PIC 9(08).

       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU-ITEM       VALUE "S" FALSE "N".
       77 WS-TABELA-CHEIA      PIC X VALUE "N".
           88 TABELA-CHEIA     VALUE "S" FALSE "N".

      *> Totais do periodo.
       77 WS-TOT-EVENTOS       PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ENTRADAS      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FALHAS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BLOQUEIOS     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TROCAS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RESETS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXP-CLARO     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ABERTAS       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-DORMENTES     PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***RELATORIO SEMANAL DE SEGURANCA DE ACESSO***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P200-PERIODO
           IF NOT DATA-INVALIDA THEN
               PERFORM P300-CARREGA-OPERADORES
               PERFORM P400-LE-SESSLOG
               PERFORM P500-IMPRIME
           END-IF
           PERFORM P900-FIM.

       P200-PERIODO.
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-INF
           IF WS-DATA-INF EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           ELSE
               MOVE WS-DATA-INF  TO WS-DATA-FIM
           END-IF

           SET DATA-INVALIDA TO FALSE
           MOVE "D"          TO WS-DU-OPERACAO
           MOVE WS-DATA-FIM  TO WS-DU-DATA-1
           COMPUTE WS-DU-QTD = 1 - WS-DIAS-PERIODO
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               SET DATA-INVALIDA TO TRUE
               DISPLAY "DATA INVALIDA: " WS-DATA-FIM
           ELSE
               MOVE WS-DU-RESULTADO-DATA TO WS-DATA-INI
               DISPLAY "PERIODO: " WS-DATA-INI " A " WS-DATA-FIM
           END-IF
           .

       P300-CARREGA-OPERADORES.
      *> So contas ativas interessam para a dormencia.
           SET EOF-OK    TO FALSE
           SET FS-OPE-OK TO TRUE

           OPEN INPUT OPERADOR
           IF NOT FS-OPE-OK THEN
               DISPLAY "OPERADOR.DAT INDISPONIVEL - FILE STATUS: "
                       WS-FS-OPE
           ELSE
               PERFORM UNTIL EOF-OK
                   READ OPERADOR NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF OP-ATIVO AND
                              WS-QTD-OPER < WS-MAX-OPER THEN
                               ADD 1 TO WS-QTD-OPER
                               MOVE OP-ID
                                   TO WS-OR-OP-ID (WS-QTD-OPER)
                               MOVE OP-PERFIL
                                   TO WS-OR-PERFIL (WS-QTD-OPER)
                               MOVE ZEROS
                                   TO WS-OR-ULT-ENTRADA (WS-QTD-OPER)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OPERADOR
           .

       P400-LE-SESSLOG.
           SET EOF-OK    TO FALSE
           SET FS-SLG-OK TO TRUE

           OPEN INPUT SESSLOG
           IF NOT FS-SLG-OK THEN
               DISPLAY "SESSLOG.DAT NAO ENCONTRADO - NENHUM EVENTO "
                       "DE SESSAO REGISTRADO"
           ELSE
               PERFORM UNTIL EOF-OK
                   READ SESSLOG INTO REG-SESSLOG
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF SL-DATA IS NUMERIC AND
                              SL-HORA IS NUMERIC THEN
                               PERFORM P410-CLASSIFICA-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
      *>       Sequencias de falha ainda abertas no fim do periodo.
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-FALHA
                   PERFORM P430-FECHA-SEQUENCIA
               END-PERFORM
           END-IF
           CLOSE SESSLOG
           .

       P410-CLASSIFICA-EVENTO.
           COMPUTE WS-HH      = SL-HORA / 1000000
           COMPUTE WS-MM      = SL-HORA / 10000 - WS-HH * 100
           COMPUTE WS-HHMM    = WS-HH * 100 + WS-MM
           COMPUTE WS-MIN-DIA = WS-HH * 60 + WS-MM

      *>   Ultima entrada de cada operador: todo o historico ate o
      *>   fim do periodo conta.
           IF SL-ENTRADA AND SL-DATA NOT > WS-DATA-FIM THEN
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-OPER
                   IF WS-OR-OP-ID (WS-I) EQUAL SL-OP-ID AND
                      SL-DATA > WS-OR-ULT-ENTRADA (WS-I) THEN
                       MOVE SL-DATA TO WS-OR-ULT-ENTRADA (WS-I)
                   END-IF
               END-PERFORM
           END-IF

      *>   Saida de uma sessao aberta no periodo (pode ser depois).
           IF SL-SAIDA THEN
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-SESSAO
                   IF WS-SE-SESSAO (WS-I) EQUAL SL-SESSAO AND
                      WS-SE-OP-ID (WS-I) EQUAL SL-OP-ID THEN
                       MOVE "S" TO WS-SE-FECHADA (WS-I)
                   END-IF
               END-PERFORM
           END-IF

           IF SL-DATA NOT < WS-DATA-INI AND
              SL-DATA NOT > WS-DATA-FIM THEN
               ADD 1 TO WS-TOT-EVENTOS
               EVALUATE TRUE
                   WHEN SL-ENTRADA
                       ADD 1 TO WS-TOT-ENTRADAS
                       PERFORM P440-CONFERE-EXPEDIENTE
                       PERFORM P450-ABRE-SESSAO
                   WHEN SL-FALHA
                       ADD 1 TO WS-TOT-FALHAS
                       PERFORM P420-CONTA-FALHA
                   WHEN SL-BLOQUEIO
                       ADD 1 TO WS-TOT-BLOQUEIOS
                   WHEN SL-TROCA-SENHA
                       ADD 1 TO WS-TOT-TROCAS
                   WHEN SL-RESET-SENHA
                       ADD 1 TO WS-TOT-RESETS
                   WHEN SL-EXPORTA-CLARO
                       ADD 1 TO WS-TOT-EXP-CLARO
               END-EVALUATE
           END-IF
           .

       P420-CONTA-FALHA.
      *> Falhas do mesmo ID no mesmo dia, cada uma a ate
      *> WS-JANELA-RAJADA minutos do inicio da sequencia, formam uma
      *> sequencia; fora da janela a anterior e fechada e outra comeca.
           SET ACHOU-ITEM TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-FALHA OR ACHOU-ITEM
               IF WS-FL-OP-ID (WS-I) EQUAL SL-OP-ID THEN
                   SET ACHOU-ITEM TO TRUE
               END-IF
           END-PERFORM

           IF ACHOU-ITEM THEN
               SUBTRACT 1 FROM WS-I
               IF WS-FL-DATA (WS-I) EQUAL SL-DATA AND
                  WS-MIN-DIA - WS-FL-MIN-INI (WS-I)
                      NOT > WS-JANELA-RAJADA THEN
                   ADD 1 TO WS-FL-QTD (WS-I)
               ELSE
                   PERFORM P430-FECHA-SEQUENCIA
                   PERFORM P425-INICIA-SEQUENCIA
               END-IF
           ELSE
               IF WS-QTD-FALHA < WS-MAX-FALHA THEN
                   ADD 1 TO WS-QTD-FALHA
                   MOVE WS-QTD-FALHA TO WS-I
                   MOVE SL-OP-ID     TO WS-FL-OP-ID (WS-I)
                   PERFORM P425-INICIA-SEQUENCIA
               END-IF
           END-IF
           .

       P425-INICIA-SEQUENCIA.
           MOVE SL-AMBIENTE TO WS-FL-AMBIENTE (WS-I)
           MOVE SL-DATA     TO WS-FL-DATA (WS-I)
           MOVE WS-HHMM     TO WS-FL-HHMM-INI (WS-I)
           MOVE WS-MIN-DIA  TO WS-FL-MIN-INI (WS-I)
           MOVE 1           TO WS-FL-QTD (WS-I)
           .

       P430-FECHA-SEQUENCIA.
      *> Sequencia que atingiu WS-MIN-RAJADA falhas vira rajada.
           IF WS-FL-QTD (WS-I) NOT < WS-MIN-RAJADA THEN
               IF WS-QTD-RAJADA < WS-MAX-RAJADA THEN
                   ADD 1 TO WS-QTD-RAJADA
                   MOVE WS-FL-OP-ID (WS-I)
                       TO WS-RJ-OP-ID (WS-QTD-RAJADA)
                   MOVE WS-FL-AMBIENTE (WS-I)
                       TO WS-RJ-AMBIENTE (WS-QTD-RAJADA)
                   MOVE WS-FL-DATA (WS-I)
                       TO WS-RJ-DATA (WS-QTD-RAJADA)
                   MOVE WS-FL-HHMM-INI (WS-I)
                       TO WS-RJ-HHMM (WS-QTD-RAJADA)
                   MOVE WS-FL-QTD (WS-I)
                       TO WS-RJ-QTD (WS-QTD-RAJADA)
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF
           MOVE ZEROS TO WS-FL-QTD (WS-I)
           .

       P440-CONFERE-EXPEDIENTE.
      *> Fora do expediente: antes da abertura, a partir do
      *> fechamento ou em fim de semana.
           MOVE "S"         TO WS-DU-OPERACAO
           MOVE SL-DATA     TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE ZEROS TO WS-DIA-SEMANA
           IF WS-DU-ERRO NOT EQUAL "S" THEN
               MOVE WS-DU-RESULTADO-DIAS TO WS-DIA-SEMANA
           END-IF

           IF WS-HHMM < WS-HORA-INI-EXPED OR
              WS-HHMM NOT < WS-HORA-FIM-EXPED OR
              WS-DIA-SEMANA > 5 THEN
               IF WS-QTD-FORA < WS-MAX-FORA THEN
                   ADD 1 TO WS-QTD-FORA
                   MOVE SL-OP-ID      TO WS-FO-OP-ID (WS-QTD-FORA)
                   MOVE SL-AMBIENTE   TO WS-FO-AMBIENTE (WS-QTD-FORA)
                   MOVE SL-PROGRAMA   TO WS-FO-PROGRAMA (WS-QTD-FORA)
                   MOVE SL-DATA       TO WS-FO-DATA (WS-QTD-FORA)
                   MOVE WS-HHMM       TO WS-FO-HHMM (WS-QTD-FORA)
                   MOVE WS-DIA-SEMANA
                       TO WS-FO-DIA-SEMANA (WS-QTD-FORA)
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF
           .

       P450-ABRE-SESSAO.
           IF WS-QTD-SESSAO < WS-MAX-SESSAO THEN
               ADD 1 TO WS-QTD-SESSAO
               MOVE SL-OP-ID    TO WS-SE-OP-ID (WS-QTD-SESSAO)
               MOVE SL-AMBIENTE TO WS-SE-AMBIENTE (WS-QTD-SESSAO)
               MOVE SL-PROGRAMA TO WS-SE-PROGRAMA (WS-QTD-SESSAO)
               MOVE SL-SESSAO   TO WS-SE-SESSAO (WS-QTD-SESSAO)
               MOVE "N"         TO WS-SE-FECHADA (WS-QTD-SESSAO)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF
           .

       P500-IMPRIME.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "SEGREL"    TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                      "\SEGREL.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "Erro ao abrir arquivo de relatorio."
               DISPLAY "FILE STATUS: " WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "RELATORIO DE SEGURANCA DE ACESSO - PERIODO "
                      DELIMITED BY SIZE
                      WS-DATA-INI DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-DATA-FIM DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL

               PERFORM P510-SECAO-RAJADAS
               PERFORM P520-SECAO-FORA-EXPEDIENTE
               PERFORM P530-SECAO-SESSOES-ABERTAS
               PERFORM P540-SECAO-DORMENTES
               PERFORM P550-RESUMO

               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "RELATORIO EM: " WS-RELAT-PATH
           END-IF
           .

       P505-TITULO-SECAO.
      *> Chamador poe o titulo em WS-LINHA-REL.
           WRITE WS-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P510-SECAO-RAJADAS.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "1 - RAJADAS DE TENTATIVAS FALHAS (" DELIMITED BY SIZE
                  WS-MIN-RAJADA DELIMITED BY SIZE
                  " OU MAIS EM " DELIMITED BY SIZE
                  WS-JANELA-RAJADA DELIMITED BY SIZE
                  " MINUTOS)" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P505-TITULO-SECAO
           IF WS-QTD-RAJADA EQUAL ZEROS THEN
               MOVE "  NENHUMA" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-RAJADA
               MOVE SPACES TO WS-LINHA-REL
               STRING "  " DELIMITED BY SIZE
                      WS-RJ-DATA (WS-I) DELIMITED BY SIZE
                      " A PARTIR DAS " DELIMITED BY SIZE
                      WS-RJ-HHMM (WS-I) DELIMITED BY SIZE
                      "  ID " DELIMITED BY SIZE
                      WS-RJ-OP-ID (WS-I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RJ-AMBIENTE (WS-I) DELIMITED BY SIZE
                      "  FALHAS: " DELIMITED BY SIZE
                      WS-RJ-QTD (WS-I) DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-PERFORM
           .

       P520-SECAO-FORA-EXPEDIENTE.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "2 - ENTRADAS FORA DO EXPEDIENTE (" DELIMITED BY SIZE
                  WS-HORA-INI-EXPED DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-HORA-FIM-EXPED DELIMITED BY SIZE
                  " SEG A SEX)" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P505-TITULO-SECAO
           IF WS-QTD-FORA EQUAL ZEROS THEN
               MOVE "  NENHUMA" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-FORA
               MOVE SPACES TO WS-LINHA-REL
               STRING "  " DELIMITED BY SIZE
                      WS-FO-DATA (WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FO-HHMM (WS-I) DELIMITED BY SIZE
                      "  ID " DELIMITED BY SIZE
                      WS-FO-OP-ID (WS-I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-FO-AMBIENTE (WS-I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-FO-PROGRAMA (WS-I) DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               EVALUATE WS-FO-DIA-SEMANA (WS-I)
                   WHEN 6
                       MOVE "SABADO"  TO WS-LINHA-REL(60:7)
                   WHEN 7
                       MOVE "DOMINGO" TO WS-LINHA-REL(60:7)
               END-EVALUATE
               WRITE WS-LINHA-REL
           END-PERFORM
           .

       P530-SECAO-SESSOES-ABERTAS.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "3 - SESSOES SEM SAIDA REGISTRADA" TO WS-LINHA-REL
           PERFORM P505-TITULO-SECAO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-SESSAO
               IF WS-SE-FECHADA (WS-I) NOT EQUAL "S" THEN
                   ADD 1 TO WS-TOT-ABERTAS
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  ENTRADA " DELIMITED BY SIZE
                          WS-SE-SESSAO (WS-I)(1:8) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SE-SESSAO (WS-I)(9:4) DELIMITED BY SIZE
                          "  ID " DELIMITED BY SIZE
                          WS-SE-OP-ID (WS-I) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-SE-AMBIENTE (WS-I) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-SE-PROGRAMA (WS-I) DELIMITED BY SIZE
                          INTO WS-LINHA-REL
      *>           Sessao de hoje pode simplesmente estar em uso.
                   IF WS-SE-SESSAO (WS-I)(1:8) EQUAL WS-DATA-HOJE
                       MOVE "(HOJE - PODE ESTAR EM USO)"
                           TO WS-LINHA-REL(60:26)
                   END-IF
                   WRITE WS-LINHA-REL
               END-IF
           END-PERFORM
           IF WS-TOT-ABERTAS EQUAL ZEROS THEN
               MOVE "  NENHUMA" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P540-SECAO-DORMENTES.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "4 - CONTAS ATIVAS SEM ENTRADA HA MAIS DE "
                  DELIMITED BY SIZE
                  WS-DIAS-DORMENCIA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P505-TITULO-SECAO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-OPER
               IF WS-OR-ULT-ENTRADA (WS-I) EQUAL ZEROS THEN
                   ADD 1 TO WS-TOT-DORMENTES
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "  ID " DELIMITED BY SIZE
                          WS-OR-OP-ID (WS-I) DELIMITED BY SIZE
                          "  PERFIL " DELIMITED BY SIZE
                          WS-OR-PERFIL (WS-I) DELIMITED BY SIZE
                          "  NENHUMA ENTRADA REGISTRADA"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               ELSE
                   MOVE "F"         TO WS-DU-OPERACAO
                   MOVE WS-DATA-FIM TO WS-DU-DATA-1
                   MOVE WS-OR-ULT-ENTRADA (WS-I) TO WS-DU-DATA-2
                   CALL "DATUTIL" USING WS-DATUTIL-PARM
                   MOVE WS-DU-RESULTADO-DIAS TO WS-DIAS-SEM-ENTRADA
                   IF WS-DU-ERRO NOT EQUAL "S" AND
                      WS-DIAS-SEM-ENTRADA > WS-DIAS-DORMENCIA THEN
                       ADD 1 TO WS-TOT-DORMENTES
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "  ID " DELIMITED BY SIZE
                              WS-OR-OP-ID (WS-I) DELIMITED BY SIZE
                              "  PERFIL " DELIMITED BY SIZE
                              WS-OR-PERFIL (WS-I) DELIMITED BY SIZE
                              "  ULTIMA ENTRADA " DELIMITED BY SIZE
                              WS-OR-ULT-ENTRADA (WS-I)
                              DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       WRITE WS-LINHA-REL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOT-DORMENTES EQUAL ZEROS THEN
               MOVE "  NENHUMA" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P550-RESUMO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "RESUMO DO PERIODO" TO WS-LINHA-REL
           PERFORM P505-TITULO-SECAO
           MOVE SPACES TO WS-LINHA-REL
           STRING "  EVENTOS: " WS-TOT-EVENTOS
                  "  ENTRADAS: " WS-TOT-ENTRADAS
                  "  FALHAS: " WS-TOT-FALHAS
                  "  BLOQUEIOS: " WS-TOT-BLOQUEIOS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "  TROCAS DE SENHA: " WS-TOT-TROCAS
                  "  RESETS PELO ADMINISTRADOR: " WS-TOT-RESETS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "  EXPORTACOES COM DADOS PESSOAIS EM CLARO: "
                  WS-TOT-EXP-CLARO
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF TABELA-CHEIA THEN
               MOVE "  ATENCAO: TABELAS CHEIAS - LISTAS TRUNCADAS"
                   TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       COPY P-RESOLVE-PATH.

       P900-FIM.
           DISPLAY "ENTRADAS: " WS-TOT-ENTRADAS
                   " FALHAS: " WS-TOT-FALHAS
                   " RAJADAS: " WS-QTD-RAJADA
                   " SESSOES SEM SAIDA: " WS-TOT-ABERTAS
                   " DORMENTES: " WS-TOT-DORMENTES

            GOBACK.
       END PROGRAM SEGREL.
