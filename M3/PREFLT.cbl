      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONFERENCIA PRE-BATCH (PREFLIGHT) CHAMADA PELO
      *         ORQUESTRADOR ORQBAT ANTES DE ABRIR A JANELA DA NOITE:
      *         - CADA MESTRE QUE OS PROGRAMAS DEVIDOS USAM (CATALOGO
      *           PROGRAMA X MESTRES ABAIXO) EXISTE E ABRE EM I-O
      *           EXCLUSIVO COM FILE STATUS LIMPO (35 = AUSENTE, 61 =
      *           PRESO POR OUTRO TERMINAL);
      *         - NENHUMA SESSAO DE OPERADOR AINDA ABERTA NO AMBIENTE
      *           (SESSLOG.DAT: ENTRADA SEM SAIDA DESDE ONTEM), FORA A
      *           DE QUEM ESTA DISPARANDO O ORQUESTRADOR;
      *         - CONTROLE.DAT PRESENTE E COM OS TOTAIS LEGIVEIS;
      *         - O DIRETORIO DO SPOOL ACEITA GRAVACAO (O PROPRIO
      *           RELATORIO E ALOCADO NELE VIA SPLCTL).
      *         IMPRIME O RELATORIO GO/NO-GO E, NO NO-GO, SO LIBERA A
      *         RODADA COM ID E SENHA DE UM SUPERVISOR (PERFIL
      *         ADMINISTRADOR ATIVO EM OPERADOR.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *>   Mestres conferidos: abertos em I-O com trava exclusiva e
      *>   fechados em seguida, sem ler nem gravar nada. Chaves iguais
      *>   as dos programas que mantem cada arquivo.
               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-MST.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ALUNO
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-MST.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-MATERIA
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-MST.

               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-MST.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-MST.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-MST.

               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-MST.

               SELECT CONTROLE ASSIGN TO WS-CONTROLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

               SELECT RELATORIO ASSIGN TO WS-PREFLT-PATH
      *>          MEMBRO DO SPOOL (SPLCTL); SEM SPOOL, PREFLT.LST NO
      *>          DIRETORIO DE DADOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       COPY FD_CONTT.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD MATERIAS.
       COPY FD_MATERIAS.

       FD NOTAS.
       COPY FD_NOTAS.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD CONTROLE.
       COPY FD_CONTROLE.

       FD SESSLOG.
       01 WS-LINHA-SESSLOG         PIC X(80).

       FD OPERADOR.
       COPY FD_OPERADOR.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
      *> Caminhos dos mestres do M4 (resolvidos em P110, como em
      *> BKPCNTT).
       COPY WS_M4_PATHS.
       COPY WS_SESSLOG.
       COPY WS_SPLCTL.
       COPY WS_SENHCRIP.
       COPY WS_DATUTIL.

       77 WS-FS-MST            PIC 99.
           88 FS-MST-OK        VALUE 0.
       77 WS-FS-CTL            PIC 99.
           88 FS-CTL-OK        VALUE 0.
       77 WS-FS-OPE            PIC 99.
           88 FS-OPE-OK        VALUE 0.
       77 WS-FS-REL            PIC 99.
           88 FS-REL-OK        VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-PREFLT-PATH       PIC X(200) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ONTEM        PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-SPOOL-OK          PIC X VALUE "N".
           88 SPOOL-GRAVAVEL   VALUE "S" FALSE "N".
       77 WS-QTD-FALHAS        PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO          PIC X(30) VALUE SPACES.

      *> Catalogo programa x mestres: uma coluna por mestre, na ordem
      *> de WS-NOMES-MESTRES ("S" = o programa, ou algum passo que
      *> ele encadeia, abre o arquivo). Programa devido fora do
      *> catalogo sai no relatorio como nao conferido.
       77 WS-QTD-MESTRES       PIC 9(01) VALUE 7.
       01 WS-NOMES-MESTRES-VAL.
           03 FILLER           PIC X(20) VALUE "CONTATOS.DAT".
           03 FILLER           PIC X(20) VALUE "ALUNOS.DAT".
           03 FILLER           PIC X(20) VALUE "MATERIAS.DAT".
           03 FILLER           PIC X(20) VALUE "NOTAS.DAT".
           03 FILLER           PIC X(20) VALUE "PARCELAS.DAT".
           03 FILLER           PIC X(20) VALUE "MENSALIDADES.DAT".
           03 FILLER           PIC X(20) VALUE "FINANCIAMENTOS.DAT".
       01 WS-NOMES-MESTRES REDEFINES WS-NOMES-MESTRES-VAL.
           03 WS-NOME-MESTRE   PIC X(20) OCCURS 7 TIMES.

       77 WS-QTD-CATALOGO      PIC 9(02) VALUE 14.
       01 WS-CATALOGO-VAL.
      *>   PROGRAMA(8) + CONTATOS ALUNOS MATERIAS NOTAS PARCELAS
      *>                 MENSALIDADES FINANCIAMENTOS.
           03 FILLER PIC X(15) VALUE "FIMDIA  SSSSS S".
           03 FILLER PIC X(15) VALUE "RECONCTTS      ".
           03 FILLER PIC X(15) VALUE "VALCNTT S      ".
           03 FILLER PIC X(15) VALUE "EXPCNTT S      ".
           03 FILLER PIC X(15) VALUE "BKPCNTT SSSSS  ".
           03 FILLER PIC X(15) VALUE "RELDIA        S".
           03 FILLER PIC X(15) VALUE "ARQCNTT S      ".
           03 FILLER PIC X(15) VALUE "LOTCNTT S      ".
           03 FILLER PIC X(15) VALUE "REORGMSTSSSSS S".
           03 FILLER PIC X(15) VALUE "ROLLANO    S   ".
           03 FILLER PIC X(15) VALUE "FINAGE      SS ".
           03 FILLER PIC X(15) VALUE "FINCOB  S   S S".
           03 FILLER PIC X(15) VALUE "COMDESP S      ".
           03 FILLER PIC X(15) VALUE "PORTAL  SSSSSSS".
       01 WS-CATALOGO REDEFINES WS-CATALOGO-VAL.
           03 WS-CAT-ENT OCCURS 14 TIMES.
               05 WS-CAT-PROGRAMA  PIC X(08).
               05 WS-CAT-MESTRE    PIC X OCCURS 7 TIMES.

      *> Mestres exigidos pela rodada (uniao dos programas devidos).
       01 WS-MESTRES-RODADA.
           03 WS-MST-EXIGIDO   PIC X OCCURS 7 TIMES.
       77 WS-P                 PIC 9(02) VALUE ZEROS.
       77 WS-C                 PIC 9(02) VALUE ZEROS.
       77 WS-M                 PIC 9(01) VALUE ZEROS.
       77 WS-NO-CATALOGO       PIC X VALUE "N".
           88 NO-CATALOGO      VALUE "S" FALSE "N".

      *> Sessoes abertas (entrada sem saida) desde ontem no ambiente
      *> da rodada.
       77 WS-MAX-SESSOES       PIC 9(02) VALUE 50.
       77 WS-QTD-SESSOES       PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SESSOES.
           03 WS-SS-ENT OCCURS 50 TIMES.
               05 WS-SS-OP-ID      PIC X(10).
               05 WS-SS-PROGRAMA   PIC X(08).
               05 WS-SS-SESSAO     PIC 9(16).
               05 WS-SS-ABERTA     PIC X.
       01 WS-SESSAO-LIDA.
           03 WS-SL-SESSAO-DATA    PIC 9(08).
           03 WS-SL-SESSAO-HORA    PIC 9(08).
       01 WS-SESSAO-LIDA-NUM REDEFINES WS-SESSAO-LIDA PIC 9(16).
       77 WS-S                 PIC 9(02) VALUE ZEROS.
       77 WS-S-PROPRIA         PIC 9(02) VALUE ZEROS.
       77 WS-AMBIENTE-SESSAO   PIC X(06) VALUE SPACES.

      *> Liberacao do no-go pelo supervisor.
       77 WS-SUPER-ID          PIC X(10) VALUE SPACES.
       77 WS-SUPER-SENHA       PIC X(20) VALUE SPACES.
       77 WS-SUPER-OK          PIC X VALUE "N".
           88 SUPERVISOR-OK    VALUE "S" FALSE "N".

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           03 LK-OPERADOR      PIC X(10).
      *> Mesmo desenho de WS_PREFLT.cpy (area do chamador).
       01 LK-PREFLT-PARM.
           02 PF-QTD-PROG          PIC 9(02).
           02 PF-PROGRAMA          PIC X(08) OCCURS 50 TIMES.
           02 PF-RESULTADO         PIC X.
               88 PF-GO            VALUE "G".
               88 PF-NO-GO         VALUE "N".
           02 PF-LIBERADO          PIC X.
               88 PF-FOI-LIBERADO  VALUE "S".
           02 PF-SUPERVISOR        PIC X(10).
           02 PF-QTD-FALHAS        PIC 9(03).
           02 PF-RELAT-PATH        PIC X(200).

       PROCEDURE DIVISION USING LK-COM-AREA LK-PREFLT-PARM.
       MAIN-PROCEDURE.

           DISPLAY "***CONFERENCIA PRE-BATCH***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M4.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS  TO WS-QTD-FALHAS
           MOVE "N"    TO PF-LIBERADO
           MOVE SPACES TO PF-SUPERVISOR

           PERFORM P200-ABRE-RELATORIO
           PERFORM P300-CONFERE-MESTRES
           PERFORM P400-CONFERE-SESSOES
           PERFORM P500-CONFERE-CONTROLE
           PERFORM P600-VEREDITO
           PERFORM P700-FECHA-RELATORIO

           PERFORM P900-FIM.

      *> Caminhos dos mestres do M4 a partir de M4_DATA_DIR, com o
      *> mesmo desvio do perfil TREINO de P-RESOLVE-PATH-M4.cpy (que
      *> nao pode ser copiado aqui porque o P100-RESOLVE-PATH do M3 ja
      *> existe neste programa).
       P110-RESOLVE-PATH-M4.
           ACCEPT WS-BASE-DIR-M4 FROM ENVIRONMENT "M4_DATA_DIR"
           IF WS-BASE-DIR-M4 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M4"
                   TO WS-BASE-DIR-M4
           END-IF
           IF WS-AMBIENTE EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-M4 TO WS-ALUNOS-PATH
               MOVE SPACES         TO WS-BASE-DIR-M4
               STRING FUNCTION TRIM(WS-ALUNOS-PATH)
                      DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-M4
           END-IF
           MOVE SPACES TO WS-ALUNOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ALUNOS.DAT" DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MATERIAS.DAT" DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS.DAT" DELIMITED BY SIZE
                  INTO WS-NOTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PARCELAS.DAT" DELIMITED BY SIZE
                  INTO WS-PARCELAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MENSALIDADES.DAT" DELIMITED BY SIZE
                  INTO WS-MENSALIDADES-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FINANCIAMENTOS.DAT" DELIMITED BY SIZE
                  INTO WS-FINANCIAMENTOS-PATH
           .

       P200-ABRE-RELATORIO.
      *> A alocacao do membro no spool e a propria prova de que o
      *> diretorio aceita gravacao; sem ela o relatorio vai para
      *> PREFLT.LST e a rodada fica em no-go.
           SET SPOOL-GRAVAVEL TO FALSE
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "PREFLT"    TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-PREFLT-PATH
               SET FS-REL-OK TO TRUE
               OPEN OUTPUT RELATORIO
               IF FS-REL-OK THEN
                   SET SPOOL-GRAVAVEL TO TRUE
               ELSE
                   MOVE "S" TO WS-SP-ERRO
               END-IF
           END-IF

           IF NOT SPOOL-GRAVAVEL THEN
               MOVE SPACES TO WS-PREFLT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                      "\PREFLT.LST" DELIMITED BY SIZE
                      INTO WS-PREFLT-PATH
               SET FS-REL-OK TO TRUE
               OPEN OUTPUT RELATORIO
           END-IF

           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           END-IF

           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE SPACES TO WS-LINHA-REL
           STRING "CONFERENCIA PRE-BATCH - " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  " - AMBIENTE " DELIMITED BY SIZE
                  WS-AMBIENTE DELIMITED BY SIZE
                  " - OPERADOR " DELIMITED BY SIZE
                  LK-OPERADOR DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P800-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM P800-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-REL
           IF SPOOL-GRAVAVEL THEN
               STRING "SPOOL                OK" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               ADD 1 TO WS-QTD-FALHAS
               STRING "SPOOL                NAO ACEITA GRAVACAO"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           END-IF
           PERFORM P800-GRAVA-LINHA
           .

       P300-CONFERE-MESTRES.
      *> Uniao dos mestres dos programas devidos.
           MOVE SPACES TO WS-MESTRES-RODADA
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > PF-QTD-PROG OR WS-P > 50
               SET NO-CATALOGO TO FALSE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CATALOGO
                   IF WS-CAT-PROGRAMA(WS-C) EQUAL PF-PROGRAMA(WS-P)
                       SET NO-CATALOGO TO TRUE
                       PERFORM VARYING WS-M FROM 1 BY 1
                               UNTIL WS-M > WS-QTD-MESTRES
                           IF WS-CAT-MESTRE(WS-C WS-M) EQUAL "S"
                               MOVE "S" TO WS-MST-EXIGIDO(WS-M)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF NOT NO-CATALOGO THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "PROGRAMA " DELIMITED BY SIZE
                          PF-PROGRAMA(WS-P) DELIMITED BY SIZE
                          "     SEM MESTRES CATALOGADOS - "
                          DELIMITED BY SIZE
                          "NAO CONFERIDO" DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   PERFORM P800-GRAVA-LINHA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-QTD-MESTRES
               IF WS-MST-EXIGIDO(WS-M) EQUAL "S" THEN
                   PERFORM P310-ABRE-MESTRE
               END-IF
           END-PERFORM
           .

       P310-ABRE-MESTRE.
           MOVE ZEROS TO WS-FS-MST
           EVALUATE WS-M
               WHEN 1
                   OPEN I-O CONTATOS
                   IF FS-MST-OK THEN
                       CLOSE CONTATOS
                   END-IF
               WHEN 2
                   OPEN I-O ALUNOS
                   IF FS-MST-OK THEN
                       CLOSE ALUNOS
                   END-IF
               WHEN 3
                   OPEN I-O MATERIAS
                   IF FS-MST-OK THEN
                       CLOSE MATERIAS
                   END-IF
               WHEN 4
                   OPEN I-O NOTAS
                   IF FS-MST-OK THEN
                       CLOSE NOTAS
                   END-IF
               WHEN 5
                   OPEN I-O PARCELAS
                   IF FS-MST-OK THEN
                       CLOSE PARCELAS
                   END-IF
               WHEN 6
                   OPEN I-O MENSALIDADES
                   IF FS-MST-OK THEN
                       CLOSE MENSALIDADES
                   END-IF
               WHEN 7
                   OPEN I-O FINANCIAMENTOS
                   IF FS-MST-OK THEN
                       CLOSE FINANCIAMENTOS
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN FS-MST-OK
                   MOVE "OK" TO WS-SITUACAO
               WHEN WS-FS-MST EQUAL 35
                   MOVE "AUSENTE" TO WS-SITUACAO
               WHEN WS-FS-MST EQUAL 61
                   MOVE "PRESO POR OUTRO TERMINAL" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "NAO ABRE" TO WS-SITUACAO
           END-EVALUATE
           IF NOT FS-MST-OK THEN
               ADD 1 TO WS-QTD-FALHAS
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING WS-NOME-MESTRE(WS-M) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO DELIMITED BY SIZE
                  " (FILE STATUS " DELIMITED BY SIZE
                  WS-FS-MST DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM P800-GRAVA-LINHA
           .

       P400-CONFERE-SESSOES.
      *> Entradas sem saida desde ontem no ambiente da rodada (sem
      *> ambiente gravado conta como PROD). A sessao mais recente de
      *> quem disparou o orquestrador e a dele mesmo e nao conta.
           MOVE ZEROS TO WS-QTD-SESSOES
           MOVE "D"          TO WS-DU-OPERACAO
           MOVE WS-DATA-HOJE TO WS-DU-DATA-1
           MOVE -1           TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               MOVE WS-DATA-HOJE TO WS-DATA-ONTEM
           ELSE
               MOVE WS-DU-RESULTADO-DATA TO WS-DATA-ONTEM
           END-IF

           SET EOF-OK    TO FALSE
           SET FS-SLG-OK TO TRUE
           OPEN INPUT SESSLOG
           IF NOT FS-SLG-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ SESSLOG INTO REG-SESSLOG
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P410-TRATA-EVENTO
               END-READ
           END-PERFORM
           IF FS-SLG-OK THEN
               CLOSE SESSLOG
           END-IF

           MOVE ZEROS TO WS-S-PROPRIA
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-QTD-SESSOES
               IF WS-SS-ABERTA(WS-S) EQUAL "S" AND
                  WS-SS-OP-ID(WS-S) EQUAL LK-OPERADOR THEN
                   IF WS-S-PROPRIA EQUAL ZEROS THEN
                       MOVE WS-S TO WS-S-PROPRIA
                   ELSE
                       IF WS-SS-SESSAO(WS-S) >
                          WS-SS-SESSAO(WS-S-PROPRIA) THEN
                           MOVE WS-S TO WS-S-PROPRIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-S-PROPRIA > ZEROS THEN
               MOVE "N" TO WS-SS-ABERTA(WS-S-PROPRIA)
           END-IF

           MOVE ZEROS TO WS-C
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-QTD-SESSOES
               IF WS-SS-ABERTA(WS-S) EQUAL "S" THEN
                   ADD 1 TO WS-C
                   ADD 1 TO WS-QTD-FALHAS
                   MOVE WS-SS-SESSAO(WS-S) TO WS-SESSAO-LIDA-NUM
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "SESSAO ABERTA        " DELIMITED BY SIZE
                          WS-SS-OP-ID(WS-S) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SS-PROGRAMA(WS-S) DELIMITED BY SIZE
                          " DESDE " DELIMITED BY SIZE
                          WS-SL-SESSAO-DATA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SL-SESSAO-HORA DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   PERFORM P800-GRAVA-LINHA
               END-IF
           END-PERFORM
           IF WS-C EQUAL ZEROS THEN
               MOVE "SESSOES DE OPERADOR NENHUMA ABERTA"
                   TO WS-LINHA-REL
               PERFORM P800-GRAVA-LINHA
           END-IF
           .

       P410-TRATA-EVENTO.
           MOVE SL-AMBIENTE TO WS-AMBIENTE-SESSAO
           IF WS-AMBIENTE-SESSAO EQUAL SPACES THEN
               MOVE "PROD" TO WS-AMBIENTE-SESSAO
           END-IF
           IF WS-AMBIENTE-SESSAO EQUAL WS-AMBIENTE AND
              SL-SESSAO-DATA NOT < WS-DATA-ONTEM THEN
               MOVE SL-SESSAO TO WS-SESSAO-LIDA
               EVALUATE TRUE
                   WHEN SL-ENTRADA
                       IF WS-QTD-SESSOES < WS-MAX-SESSOES THEN
                           ADD 1 TO WS-QTD-SESSOES
                           MOVE SL-OP-ID
                               TO WS-SS-OP-ID(WS-QTD-SESSOES)
                           MOVE SL-PROGRAMA
                               TO WS-SS-PROGRAMA(WS-QTD-SESSOES)
                           MOVE WS-SESSAO-LIDA-NUM
                               TO WS-SS-SESSAO(WS-QTD-SESSOES)
                           MOVE "S"
                               TO WS-SS-ABERTA(WS-QTD-SESSOES)
                       END-IF
                   WHEN SL-SAIDA
                       PERFORM VARYING WS-S FROM 1 BY 1
                               UNTIL WS-S > WS-QTD-SESSOES
                           IF WS-SS-OP-ID(WS-S) EQUAL SL-OP-ID AND
                              WS-SS-SESSAO(WS-S) EQUAL
                              WS-SESSAO-LIDA-NUM THEN
                               MOVE "N" TO WS-SS-ABERTA(WS-S)
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF
           .

       P500-CONFERE-CONTROLE.
      *> Totais de controle da reconciliacao (RECONCTT): o arquivo
      *> precisa existir e o total geral precisa ser numerico.
           SET FS-CTL-OK TO TRUE
           MOVE SPACES   TO WS-SITUACAO
           OPEN INPUT CONTROLE
           IF NOT FS-CTL-OK THEN
               IF WS-FS-CTL EQUAL 35 THEN
                   MOVE "AUSENTE" TO WS-SITUACAO
               ELSE
                   MOVE "NAO ABRE" TO WS-SITUACAO
               END-IF
           ELSE
               READ CONTROLE
                   AT END
                       MOVE "VAZIO" TO WS-SITUACAO
                   NOT AT END
                       IF CT-TOTAL-CONTATOS IS NOT NUMERIC THEN
                           MOVE "TOTAIS ILEGIVEIS" TO WS-SITUACAO
                       ELSE
                           MOVE "OK" TO WS-SITUACAO
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF

           IF WS-SITUACAO NOT EQUAL "OK" THEN
               ADD 1 TO WS-QTD-FALHAS
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           IF WS-SITUACAO EQUAL "OK" THEN
               STRING "CONTROLE.DAT         OK - TOTAL DE CONTATOS "
                      DELIMITED BY SIZE
                      CT-TOTAL-CONTATOS DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               STRING "CONTROLE.DAT         " DELIMITED BY SIZE
                      WS-SITUACAO DELIMITED BY SIZE
                      " (FILE STATUS " DELIMITED BY SIZE
                      WS-FS-CTL DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           END-IF
           PERFORM P800-GRAVA-LINHA
           .

       P600-VEREDITO.
           MOVE WS-QTD-FALHAS TO PF-QTD-FALHAS
           MOVE ALL "-" TO WS-LINHA-REL
           PERFORM P800-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-REL
           IF WS-QTD-FALHAS EQUAL ZEROS THEN
               SET PF-GO TO TRUE
               MOVE "RESULTADO: GO - JANELA LIBERADA" TO WS-LINHA-REL
               PERFORM P800-GRAVA-LINHA
               DISPLAY "CONFERENCIA PRE-BATCH: GO"
           ELSE
               SET PF-NO-GO TO TRUE
               STRING "RESULTADO: NO-GO - " DELIMITED BY SIZE
                      WS-QTD-FALHAS DELIMITED BY SIZE
                      " PENDENCIA(S)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM P800-GRAVA-LINHA
               DISPLAY "CONFERENCIA PRE-BATCH: NO-GO - "
                       WS-QTD-FALHAS " PENDENCIA(S), VER "
                       FUNCTION TRIM(WS-PREFLT-PATH)
               PERFORM P610-LIBERACAO-SUPERVISOR
           END-IF
           .

       P610-LIBERACAO-SUPERVISOR.
      *> So um administrador ativo (OPERADOR.DAT, senha conferida por
      *> SENHCRIP - mesmo desenho da taxa manual de FINANC) assume o
      *> risco de rodar com pendencias.
           SET SUPERVISOR-OK TO FALSE
           DISPLAY "RODAR MESMO ASSIM EXIGE O SUPERVISOR."
           DISPLAY "ID DO SUPERVISOR (BRANCO = MANTER A JANELA "
                   "PARADA): "
           ACCEPT WS-SUPER-ID
           IF WS-SUPER-ID NOT EQUAL SPACES THEN
               DISPLAY "SENHA: "
               ACCEPT WS-SUPER-SENHA
               SET FS-OPE-OK TO TRUE
               OPEN INPUT OPERADOR
               IF FS-OPE-OK THEN
                   MOVE WS-SUPER-ID TO OP-ID
                   READ OPERADOR
                       KEY IS OP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "C"            TO WS-SC-OPERACAO
                           MOVE WS-SUPER-SENHA TO WS-SC-SENHA
                           MOVE OP-SENHA-SAL   TO WS-SC-SAL
                           MOVE OP-SENHA-HASH  TO WS-SC-HASH
                           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
                           IF SC-SENHA-CONFERE AND
                              OP-PERFIL-ADMIN AND OP-ATIVO THEN
                               SET SUPERVISOR-OK TO TRUE
                           END-IF
                   END-READ
                   CLOSE OPERADOR
               END-IF
               MOVE SPACES TO WS-SUPER-SENHA WS-SC-SENHA
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           IF SUPERVISOR-OK THEN
               MOVE "S"         TO PF-LIBERADO
               MOVE WS-SUPER-ID TO PF-SUPERVISOR
               STRING "NO-GO LIBERADO PELO SUPERVISOR "
                      DELIMITED BY SIZE
                      WS-SUPER-ID DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               DISPLAY "RODADA LIBERADA PELO SUPERVISOR "
                       FUNCTION TRIM(WS-SUPER-ID)
           ELSE
               MOVE "JANELA PARADA - SEM LIBERACAO DO SUPERVISOR"
                   TO WS-LINHA-REL
               DISPLAY "JANELA PARADA - SEM LIBERACAO DO SUPERVISOR"
           END-IF
           PERFORM P800-GRAVA-LINHA
           .

       P700-FECHA-RELATORIO.
           IF FS-REL-OK THEN
               CLOSE RELATORIO
           END-IF
           IF SPOOL-GRAVAVEL THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           MOVE WS-PREFLT-PATH TO PF-RELAT-PATH
           DISPLAY "RELATORIO DA CONFERENCIA EM: "
                   FUNCTION TRIM(WS-PREFLT-PATH)
           .

       P800-GRAVA-LINHA.
           IF FS-REL-OK THEN
               WRITE WS-LINHA-REL
           END-IF
           .

       COPY P-RESOLVE-PATH.

       P900-FIM.

            GOBACK.
       END PROGRAM PREFLT.
