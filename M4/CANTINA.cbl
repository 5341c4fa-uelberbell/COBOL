      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CANTINA - CONTA DE CREDITO PRE-PAGO DO ALUNO
      *         (CANTCTA.DAT), NO LUGAR DO CADERNO DE CREDITOS DO
      *         BALCAO: A RECARGA E FEITA NO CAIXA, DENTRO DA SESSAO
      *         ABERTA DO OPERADOR DA GAVETA (CARIMBADA EM
      *         CAIXAMOV.DAT COMO TITULO "C", VER CAIXA), E A COMPRA E
      *         DEBITADA COM DATA E ITEM (CANTMOV.DAT). RECARGA ABAIXO
      *         DO MINIMO E COMPRA QUE DEIXARIA O SALDO ABAIXO DO
      *         MINIMO SAO RECUSADAS (M4_CANTINA_RECARGA_MIN E
      *         M4_CANTINA_SALDO_MIN), ASSIM COMO A QUE PASSA DO
      *         LIMITE DIARIO PEDIDO PELO RESPONSAVEL. O AVISO DE
      *         SALDO BAIXO AO RESPONSAVEL FINANCEIRO E O EXTRATO
      *         MENSAL DE CADA FAMILIA ENTRAM NA FILA DE COMUNICACAO
      *         (COMFILA), RESPEITANDO O CONSENTIMENTO DE MALA DIRETA
      *         DO M3: QUEM RECUSOU E AVISADO NA PROPRIA CANTINA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANTINA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CANTCTA ASSIGN TO WS-CANTCTA-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ID-ALUNO
               FILE STATUS IS WS-FS-CT.

               SELECT CANTMOV ASSIGN TO WS-CANTMOV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS WS-FS-CM.

               SELECT CAIXASES ASSIGN TO WS-CAIXASES-PATH
      *>          SESSOES DE CAIXA (VER CAIXA): A RECARGA SO ENTRA NA
      *>          SESSAO ABERTA DO OPERADOR DA GAVETA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-NUM-SESSAO
               FILE STATUS IS WS-FS-SES.

               SELECT CAIXAMOV ASSIGN TO WS-CAIXAMOV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-FS-MOV.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (NOME E ENDERECO DO
      *>          RESPONSAVEL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CNT.

               SELECT CONSENTIMENTOS ASSIGN TO WS-CONSENT-PATH-LOCAL
      *>          CONSENTIMENTO DE COMUNICACAO DO M3 (VER CONSENT):
      *>          QUEM RECUSOU MALA DIRETA NAO ENTRA NA FILA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONS.

       DATA DIVISION.
       FILE SECTION.
       FD CANTCTA.
       COPY FD_CANTCTA.

       FD CANTMOV.
       COPY FD_CANTMOV.

       FD CAIXASES.
       COPY FD_CAIXASES.

       FD CAIXAMOV.
       COPY FD_CAIXAMOV.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD RESPALU.
       COPY FD_RESPALU.

       FD CONTATOS.
       COPY FD_CONTT.

       FD CONSENTIMENTOS.
       COPY FD_CONSENT.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-CT          PIC 99.
           88 FS-CT-OK      VALUE 0.
       77 WS-FS-CM          PIC 99.
           88 FS-CM-OK      VALUE 0.
       77 WS-FS-SES         PIC 99.
           88 FS-SES-OK     VALUE 0.
       77 WS-FS-MOV         PIC 99.
           88 FS-MOV-OK     VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-CNT         PIC 99.
           88 FS-CNT-OK     VALUE 0.
       77 WS-FS-CONS        PIC 99.
           88 FS-CONS-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-AUX           PIC X.
           88 FIM-AUX          VALUE "S" FALSE "N".
       77 ES-FIM-RESP          PIC X.
           88 FIM-RESP         VALUE "S" FALSE "N".
       77 ES-FIM-SESSOES       PIC X.
           88 FIM-SESSOES      VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

      *> Arquivos que abriram para os avisos e o extrato.
       77 WS-ABERTO-RESP       PIC X VALUE "N".
           88 ABERTO-RESP      VALUE "S" FALSE "N".
       77 WS-ABERTO-CNT        PIC X VALUE "N".
           88 ABERTO-CNT       VALUE "S" FALSE "N".
       77 WS-ABERTO-CONS       PIC X VALUE "N".
           88 ABERTO-CONS      VALUE "S" FALSE "N".
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-CM         PIC X VALUE "N".
           88 ABERTO-CM        VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-CONSENT-PATH-LOCAL  PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(06) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-ID-CONTATO-INF    PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-INF         PIC 9(05)V99 VALUE ZEROS.
       77 WS-ITEM-INF          PIC X(30) VALUE SPACES.
       77 WS-COMPETENCIA-INF   PIC 9(06) VALUE ZEROS.
       77 WS-DT-INI-MES        PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-MES        PIC 9(08) VALUE ZEROS.
       77 WS-NOVO-SALDO        PIC S9(05)V99 VALUE ZEROS.
       77 WS-NOVO-GASTO        PIC 9(05)V99 VALUE ZEROS.
       77 WS-SALDO-INI         PIC S9(05)V99 VALUE ZEROS.
       77 WS-SALDO-FIM         PIC S9(05)V99 VALUE ZEROS.
       77 WS-TOT-RECARGAS      PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOT-COMPRAS       PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.
       77 WS-SALDO-EDIT        PIC -ZZ.ZZ9,99.
       77 WS-ALUNO-OK          PIC X VALUE "N".
           88 ALUNO-VALIDO     VALUE "S" FALSE "N".
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.
       77 WS-TOT-AVISOS        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-BALCAO        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-RESP      PIC 9(04) VALUE ZEROS.
       77 WS-SEM-CONSENT       PIC X VALUE "N".
           88 SEM-CONSENTIMENTO VALUE "S" FALSE "N".
       77 WS-CNT-OK            PIC X VALUE "N".
           88 CONTATO-USAVEL   VALUE "S" FALSE "N".

      *> Sessao de caixa da recarga.
       77 WS-OPERADOR-CAIXA    PIC X(10) VALUE SPACES.
       77 WS-SESSAO-CAIXA      PIC 9(06) VALUE ZEROS.
       77 WS-PROX-SEQ-MOV      PIC 9(04) VALUE ZEROS.
       77 WS-TEM-SESSAO        PIC X VALUE "N".
           88 TEM-SESSAO       VALUE "S" FALSE "N".

      *> Responsavel a quem vai o aviso/extrato (financeiro, senao
      *> pai, senao mae, como no FREQPROJ).
       77 WS-RESP-ACHADO       PIC X VALUE "N".
           88 RESP-ACHADO      VALUE "S" FALSE "N".
       77 WS-ID-RESP           PIC 9(05) VALUE ZEROS.
       77 WS-RESP-PRIORIDADE   PIC 9(01) VALUE ZEROS.

      *> Pares responsavel x aluno do extrato mensal, agrupados por
      *> responsavel (uma mensagem por familia).
       77 WS-QTD-ITENS         PIC 9(04) VALUE ZEROS.
       77 WS-I                 PIC 9(04) VALUE ZEROS.
       77 WS-J                 PIC 9(04) VALUE ZEROS.
       77 WS-CONTATO-CORRENTE  PIC 9(05) VALUE ZEROS.
       01 WS-TAB-EXTRATO.
           03 WS-TE-ITEM OCCURS 2000 TIMES.
               05 WS-TE-CONTATO    PIC 9(05).
               05 WS-TE-ALUNO      PIC 9(05).
               05 WS-TE-IMPRESSO   PIC X.

       COPY WS_COMFILA.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CANTINA - CREDITO PRE-PAGO DO ALUNO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-CONTATOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

      *> CONTATOS.DAT e CONSENT.DAT vivem no diretorio de dados do M3
      *> (mesmo padrao de resolucao de P-RESOLVE-PATH.cpy).
       P110-RESOLVE-CONTATOS.
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
      *>   Perfil TREINO (SIS_AMBIENTE): os arquivos do M3 tambem
      *>   vem da subpasta clonada (ver AMBREF).
           IF WS-AMBIENTE-M4 EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-M3 TO WS-DIR-TRN
               MOVE SPACES         TO WS-BASE-DIR-M3
               STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONTATOS.DAT" DELIMITED BY SIZE
                  INTO WS-CONTATOS-PATH-LOCAL
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONSENT.DAT" DELIMITED BY SIZE
                  INTO WS-CONSENT-PATH-LOCAL
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> CONSULTAR CONTA  <2> RECARGA (CAIXA)  "
                   "<3> COMPRA  <4> LIMITE DO RESPONSAVEL"
           DISPLAY "        <5> AVISOS DE SALDO BAIXO  "
                   "<6> EXTRATO MENSAL DAS FAMILIAS  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-CONSULTA-CONTA
               WHEN "2"
                   PERFORM P400-RECARGA
               WHEN "3"
                   PERFORM P420-COMPRA
               WHEN "4"
                   PERFORM P440-LIMITE-RESPONSAVEL
               WHEN "5"
                   PERFORM P500-AVISOS-SALDO
               WHEN "6"
                   PERFORM P600-EXTRATO-MENSAL
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

      *> Saldo, limite e o movimento do mes corrente da conta.
       P310-CONSULTA-CONTA.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           SET FS-CT-OK TO TRUE
           OPEN INPUT CANTCTA
           IF NOT FS-CT-OK THEN
               DISPLAY "NENHUMA CONTA ABERTA NA CANTINA"
           ELSE
               MOVE WS-ID-ALUNO-INF TO CT-ID-ALUNO
               READ CANTCTA
                   KEY IS CT-ID-ALUNO
                   INVALID KEY
                       DISPLAY "ALUNO SEM CONTA NA CANTINA (A CONTA "
                               "ABRE NA PRIMEIRA RECARGA)"
                   NOT INVALID KEY
                       PERFORM P315-MOSTRA-CONTA
               END-READ
               CLOSE CANTCTA
           END-IF
           .

       P315-MOSTRA-CONTA.
           MOVE CT-SALDO TO WS-SALDO-EDIT
           DISPLAY "SALDO: " WS-SALDO-EDIT "  ULTIMO MOVIMENTO: "
                   CT-DT-ULT-MOV
           IF CT-LIMITE-DIARIO > ZEROS THEN
               MOVE CT-LIMITE-DIARIO TO WS-VALOR-EDIT
               DISPLAY "LIMITE DIARIO: " WS-VALOR-EDIT
                       " (PEDIDO PELO RESPONSAVEL "
                       CT-ID-CONTATO-LIMITE " EM " CT-DT-LIMITE ")"
           ELSE
               DISPLAY "LIMITE DIARIO: SEM LIMITE"
           END-IF

           COMPUTE WS-DT-INI-MES = (WS-DATA-HOJE / 100) * 100
           SET FIM-AUX  TO FALSE
           SET FS-CM-OK TO TRUE
           OPEN INPUT CANTMOV
           IF NOT FS-CM-OK THEN
               SET FIM-AUX TO TRUE
           ELSE
               MOVE CT-ID-ALUNO TO CM-ID-ALUNO
               MOVE ZEROS       TO CM-SEQ
               START CANTMOV KEY IS NOT LESS CM-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           END-IF
           DISPLAY "MOVIMENTO DO MES:"
           PERFORM UNTIL FIM-AUX
               READ CANTMOV NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF CM-ID-ALUNO NOT EQUAL CT-ID-ALUNO THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF CM-DATA > WS-DT-INI-MES THEN
                               MOVE CM-VALOR      TO WS-VALOR-EDIT
                               MOVE CM-SALDO-APOS TO WS-SALDO-EDIT
                               DISPLAY "    " CM-DATA " " CM-TIPO " "
                                       CM-ITEM " " WS-VALOR-EDIT
                                       " SALDO " WS-SALDO-EDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-CM-OK THEN
               CLOSE CANTMOV
           END-IF
           .

      *>----------------------------------------------------------------
      *> Recarga: o dinheiro entra pelo caixa, na sessao aberta do
      *> operador da gaveta; sem sessao aberta a recarga e recusada
      *> (o credito nao pode ficar fora do fechamento cego).
      *>----------------------------------------------------------------
       P400-RECARGA.
           PERFORM P200-ACHA-SESSAO
           IF TEM-SESSAO THEN
               DISPLAY "CODIGO DO ALUNO: "
               ACCEPT WS-ID-ALUNO-INF
               PERFORM P450-VALIDA-ALUNO
               IF NOT ALUNO-VALIDO THEN
                   DISPLAY "ALUNO NAO CADASTRADO OU INATIVO"
               ELSE
                   DISPLAY "VALOR DA RECARGA: "
                   ACCEPT WS-VALOR-INF
                   IF WS-VALOR-INF < WS-CANT-RECARGA-MIN THEN
                       MOVE WS-CANT-RECARGA-MIN TO WS-VALOR-EDIT
                       DISPLAY "RECARGA RECUSADA - VALOR MINIMO: "
                               WS-VALOR-EDIT
                   ELSE
                       PERFORM P410-GRAVA-RECARGA
                   END-IF
               END-IF
           END-IF
           .

       P410-GRAVA-RECARGA.
           PERFORM P460-ABRE-CONTAS
           IF FS-CT-OK THEN
               MOVE WS-ID-ALUNO-INF TO CT-ID-ALUNO
               READ CANTCTA
                   KEY IS CT-ID-ALUNO
                   INVALID KEY
                       INITIALIZE REG-CANTCTA
                       MOVE WS-ID-ALUNO-INF TO CT-ID-ALUNO
                       MOVE WS-DATA-HOJE    TO CT-DT-ABERTURA
                       MOVE LK-OPERADOR     TO CT-OPERADOR
                       WRITE REG-CANTCTA
                       DISPLAY "CONTA DA CANTINA ABERTA PARA O ALUNO"
               END-READ
               ADD WS-VALOR-INF     TO CT-SALDO
               ADD 1                TO CT-SEQ-MOV
               MOVE WS-DATA-HOJE    TO CT-DT-ULT-MOV
               MOVE ZEROS           TO CT-DT-AVISO
               MOVE LK-OPERADOR     TO CT-OPERADOR
               REWRITE REG-CANTCTA

               INITIALIZE REG-CANTMOV
               SET CM-RECARGA       TO TRUE
               MOVE "RECARGA NO CAIXA" TO CM-ITEM
               MOVE WS-SESSAO-CAIXA TO CM-NUM-SESSAO
               PERFORM P470-GRAVA-MOVIMENTO
               CLOSE CANTMOV
               CLOSE CANTCTA

               PERFORM P330-CARIMBA-SESSAO
               MOVE CT-SALDO TO WS-SALDO-EDIT
               DISPLAY "RECARGA REGISTRADA NA SESSAO " WS-SESSAO-CAIXA
                       " - SALDO: " WS-SALDO-EDIT
           END-IF
           .

      *>----------------------------------------------------------------
      *> Compra no balcao: debito com data e item. Recusada se deixar
      *> o saldo abaixo do minimo ou passar do limite diario pedido
      *> pelo responsavel.
      *>----------------------------------------------------------------
       P420-COMPRA.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           SET FS-CT-OK TO TRUE
           OPEN I-O CANTCTA
           IF NOT FS-CT-OK THEN
               DISPLAY "NENHUMA CONTA ABERTA NA CANTINA"
           ELSE
               MOVE WS-ID-ALUNO-INF TO CT-ID-ALUNO
               READ CANTCTA
                   KEY IS CT-ID-ALUNO
                   INVALID KEY
                       DISPLAY "ALUNO SEM CONTA NA CANTINA - FAZER "
                               "A RECARGA NO CAIXA"
                   NOT INVALID KEY
                       PERFORM P425-DEBITA-COMPRA
               END-READ
               CLOSE CANTCTA
           END-IF
           .

       P425-DEBITA-COMPRA.
           MOVE CT-SALDO TO WS-SALDO-EDIT
           DISPLAY "SALDO ATUAL: " WS-SALDO-EDIT
           DISPLAY "ITEM: "
           ACCEPT WS-ITEM-INF
           DISPLAY "VALOR: "
           ACCEPT WS-VALOR-INF

           IF CT-DT-GASTO NOT EQUAL WS-DATA-HOJE THEN
               MOVE WS-DATA-HOJE TO CT-DT-GASTO
               MOVE ZEROS        TO CT-GASTO-DIA
           END-IF
           COMPUTE WS-NOVO-SALDO = CT-SALDO - WS-VALOR-INF
           COMPUTE WS-NOVO-GASTO = CT-GASTO-DIA + WS-VALOR-INF

           EVALUATE TRUE
               WHEN WS-VALOR-INF EQUAL ZEROS
                   DISPLAY "VALOR INVALIDO"
               WHEN WS-ITEM-INF EQUAL SPACES
                   DISPLAY "ITEM OBRIGATORIO"
               WHEN WS-NOVO-SALDO < WS-CANT-SALDO-MIN
                   MOVE WS-CANT-SALDO-MIN TO WS-VALOR-EDIT
                   DISPLAY "COMPRA RECUSADA - SALDO INSUFICIENTE "
                           "(SALDO MINIMO " WS-VALOR-EDIT ")"
               WHEN CT-LIMITE-DIARIO > ZEROS AND
                    WS-NOVO-GASTO > CT-LIMITE-DIARIO
                   MOVE CT-LIMITE-DIARIO TO WS-VALOR-EDIT
                   DISPLAY "COMPRA RECUSADA - PASSA DO LIMITE DIARIO "
                           "DEFINIDO PELO RESPONSAVEL: " WS-VALOR-EDIT
               WHEN OTHER
                   SET FS-CM-OK TO TRUE
                   OPEN I-O CANTMOV
                   IF WS-FS-CM EQUAL 35 THEN
                       OPEN OUTPUT CANTMOV
                       CLOSE CANTMOV
                       SET FS-CM-OK TO TRUE
                       OPEN I-O CANTMOV
                   END-IF
                   IF NOT FS-CM-OK THEN
                       DISPLAY "ERRO AO ABRIR CANTMOV.DAT - FILE "
                               "STATUS: " WS-FS-CM
                   ELSE
                       MOVE WS-NOVO-SALDO TO CT-SALDO
                       MOVE WS-NOVO-GASTO TO CT-GASTO-DIA
                       ADD 1              TO CT-SEQ-MOV
                       MOVE WS-DATA-HOJE  TO CT-DT-ULT-MOV
                       MOVE LK-OPERADOR   TO CT-OPERADOR
                       REWRITE REG-CANTCTA

                       INITIALIZE REG-CANTMOV
                       SET CM-COMPRA      TO TRUE
                       MOVE WS-ITEM-INF   TO CM-ITEM
                       MOVE ZEROS         TO CM-NUM-SESSAO
                       PERFORM P470-GRAVA-MOVIMENTO
                       CLOSE CANTMOV
                       MOVE CT-SALDO TO WS-SALDO-EDIT
                       DISPLAY "COMPRA DEBITADA - SALDO: "
                               WS-SALDO-EDIT
                       IF CT-SALDO < WS-CANT-SALDO-AVISO THEN
                           DISPLAY "SALDO BAIXO - O RESPONSAVEL "
                                   "FINANCEIRO SERA AVISADO (OPCAO 5)"
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *> Limite diario de gasto pedido por um responsavel vinculado
      *> ativo ao aluno (RESPALU); ZEROS tira o limite.
       P440-LIMITE-RESPONSAVEL.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "ID-CONTATO DO RESPONSAVEL QUE PEDIU O LIMITE: "
           ACCEPT WS-ID-CONTATO-INF
           SET FS-RESP-OK   TO TRUE
           SET RESP-ACHADO  TO FALSE
           OPEN INPUT RESPALU
           IF FS-RESP-OK THEN
               MOVE WS-ID-ALUNO-INF   TO RS-ID-ALUNO
               MOVE WS-ID-CONTATO-INF TO RS-ID-CONTATO
               READ RESPALU
                   KEY IS RS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RS-ATIVO THEN
                           SET RESP-ACHADO TO TRUE
                       END-IF
               END-READ
               CLOSE RESPALU
           END-IF

           IF NOT RESP-ACHADO THEN
               DISPLAY "CONTATO NAO E RESPONSAVEL ATIVO DO ALUNO "
                       "(RESPMNT)"
           ELSE
               DISPLAY "LIMITE DIARIO DE GASTO (ZEROS = SEM LIMITE): "
               ACCEPT WS-VALOR-INF
               PERFORM P460-ABRE-CONTAS
               IF FS-CT-OK THEN
                   CLOSE CANTMOV
                   MOVE WS-ID-ALUNO-INF TO CT-ID-ALUNO
                   READ CANTCTA
                       KEY IS CT-ID-ALUNO
                       INVALID KEY
                           INITIALIZE REG-CANTCTA
                           MOVE WS-ID-ALUNO-INF TO CT-ID-ALUNO
                           MOVE WS-DATA-HOJE    TO CT-DT-ABERTURA
                           WRITE REG-CANTCTA
                   END-READ
                   MOVE WS-VALOR-INF      TO CT-LIMITE-DIARIO
                   MOVE WS-ID-CONTATO-INF TO CT-ID-CONTATO-LIMITE
                   MOVE WS-DATA-HOJE      TO CT-DT-LIMITE
                   MOVE LK-OPERADOR       TO CT-OPERADOR
                   REWRITE REG-CANTCTA
                   CLOSE CANTCTA
                   DISPLAY "LIMITE DIARIO GRAVADO!"
               END-IF
           END-IF
           .

       P450-VALIDA-ALUNO.
           SET ALUNO-VALIDO TO FALSE
           SET FS-ALUNO-OK  TO TRUE
           OPEN INPUT ALUNOS
           IF FS-ALUNO-OK THEN
               MOVE WS-ID-ALUNO-INF TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-ALUNO-ATIVO THEN
                           SET ALUNO-VALIDO TO TRUE
                           DISPLAY "ALUNO: " NM-ALUNO
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF
           .

      *> Contas e movimento abertos I-O, criados na primeira vez.
       P460-ABRE-CONTAS.
           SET FS-CT-OK TO TRUE
           OPEN I-O CANTCTA
           IF WS-FS-CT EQUAL 35 THEN
               OPEN OUTPUT CANTCTA
               CLOSE CANTCTA
               SET FS-CT-OK TO TRUE
               OPEN I-O CANTCTA
           END-IF
           IF NOT FS-CT-OK THEN
               DISPLAY "ERRO AO ABRIR CANTCTA.DAT - FILE STATUS: "
                       WS-FS-CT
           ELSE
               SET FS-CM-OK TO TRUE
               OPEN I-O CANTMOV
               IF WS-FS-CM EQUAL 35 THEN
                   OPEN OUTPUT CANTMOV
                   CLOSE CANTMOV
                   SET FS-CM-OK TO TRUE
                   OPEN I-O CANTMOV
               END-IF
               IF NOT FS-CM-OK THEN
                   DISPLAY "ERRO AO ABRIR CANTMOV.DAT - FILE STATUS: "
                           WS-FS-CM
                   CLOSE CANTCTA
                   MOVE WS-FS-CM TO WS-FS-CT
               END-IF
           END-IF
           .

      *> Movimento da conta em REG-CANTCTA (ja atualizada): tipo,
      *> item e sessao preenchidos pelo chamador.
       P470-GRAVA-MOVIMENTO.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE CT-ID-ALUNO   TO CM-ID-ALUNO
           MOVE CT-SEQ-MOV    TO CM-SEQ
           MOVE WS-DATA-HOJE  TO CM-DATA
           MOVE WS-HORA-AGORA TO CM-HORA
           MOVE WS-VALOR-INF  TO CM-VALOR
           MOVE CT-SALDO      TO CM-SALDO-APOS
           MOVE LK-OPERADOR   TO CM-OPERADOR
           WRITE REG-CANTMOV
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO DA CANTINA"
           END-WRITE
           .

       P200-ACHA-SESSAO.
      *> Sessao de caixa aberta do operador da gaveta (mesma busca
      *> de FINPAG).
           DISPLAY "ID DO OPERADOR DA GAVETA: "
           ACCEPT WS-OPERADOR-CAIXA

           SET TEM-SESSAO  TO FALSE
           MOVE ZEROS      TO WS-SESSAO-CAIXA

           IF WS-OPERADOR-CAIXA NOT EQUAL SPACES THEN
               SET FIM-SESSOES TO FALSE
               SET FS-SES-OK   TO TRUE
               OPEN INPUT CAIXASES
               IF NOT FS-SES-OK THEN
                   SET FIM-SESSOES TO TRUE
               ELSE
                   PERFORM UNTIL FIM-SESSOES
                       READ CAIXASES NEXT RECORD
                           AT END
                               SET FIM-SESSOES TO TRUE
                           NOT AT END
                               IF CX-ABERTA AND CX-OPERADOR EQUAL
                                  WS-OPERADOR-CAIXA THEN
                                   SET TEM-SESSAO TO TRUE
                                   MOVE CX-NUM-SESSAO
                                       TO WS-SESSAO-CAIXA
                                   SET FIM-SESSOES TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAIXASES
               END-IF
           END-IF

           IF NOT TEM-SESSAO THEN
               DISPLAY "SEM SESSAO DE CAIXA ABERTA PARA O OPERADOR - "
                       "RECARGA SO PELO CAIXA (VER CAIXA)"
           END-IF
           .

       P330-CARIMBA-SESSAO.
           SET FS-MOV-OK TO TRUE
           OPEN I-O CAIXAMOV
               IF WS-FS-MOV EQUAL 35 THEN
                   OPEN OUTPUT CAIXAMOV
                   CLOSE CAIXAMOV
                   OPEN I-O CAIXAMOV
               END-IF

               IF FS-MOV-OK THEN
                   PERFORM P335-PROXIMA-SEQ-MOV
                   INITIALIZE REG-CAIXAMOV
                   MOVE WS-SESSAO-CAIXA  TO MV-NUM-SESSAO
                   MOVE WS-PROX-SEQ-MOV  TO MV-SEQ
                   MOVE ZEROS            TO MV-NUM-CONTRATO
                   MOVE ZEROS            TO MV-NUM-PARCELA
                   SET MV-TITULO-CANTINA TO TRUE
                   MOVE WS-ID-ALUNO-INF  TO MV-ID-ALUNO
                   COMPUTE MV-COMPETENCIA = WS-DATA-HOJE / 100
                   MOVE ZEROS            TO MV-SEQ-MENSAL
                   MOVE WS-VALOR-INF     TO MV-VALOR
                   MOVE WS-DATA-HOJE     TO MV-DT-BAIXA
                   SET MV-BAIXA          TO TRUE
                   WRITE REG-CAIXAMOV
                       INVALID KEY
                           DISPLAY "ERRO AO CARIMBAR A SESSAO"
                   END-WRITE
               END-IF
               CLOSE CAIXAMOV
           .

       P335-PROXIMA-SEQ-MOV.
      *> Proxima sequencia da sessao (arquivo ja aberto I-O).
           SET FIM-SESSOES TO FALSE
           MOVE ZEROS      TO WS-PROX-SEQ-MOV

           MOVE WS-SESSAO-CAIXA TO MV-NUM-SESSAO
           MOVE ZEROS           TO MV-SEQ
           START CAIXAMOV KEY IS NOT LESS MV-CHAVE
               INVALID KEY
                   SET FIM-SESSOES TO TRUE
           END-START
           PERFORM UNTIL FIM-SESSOES
               READ CAIXAMOV NEXT RECORD
                   AT END
                       SET FIM-SESSOES TO TRUE
                   NOT AT END
                       IF MV-NUM-SESSAO NOT EQUAL
                          WS-SESSAO-CAIXA THEN
                           SET FIM-SESSOES TO TRUE
                       ELSE
                           MOVE MV-SEQ TO WS-PROX-SEQ-MOV
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-SEQ-MOV
           .

      *>----------------------------------------------------------------
      *> Avisos de saldo baixo: cada conta abaixo de
      *> M4_CANTINA_SALDO_AVISO ainda nao avisada desde a ultima
      *> recarga gera um aviso ao responsavel financeiro (senao pai,
      *> senao mae) na fila de comunicacao (COMFILA, canal "R"); o
      *> COMDESP despacha por SMS, e-mail ou carta. Quem recusou mala
      *> direta no M3 nao entra na fila: sai na tela para o aviso ser
      *> dado ao aluno na cantina.
      *>----------------------------------------------------------------
       P500-AVISOS-SALDO.
           MOVE ZEROS TO WS-TOT-AVISOS
           MOVE ZEROS TO WS-TOT-BALCAO
           MOVE ZEROS TO WS-TOT-SEM-RESP
           MOVE ZEROS TO WS-TOT-FILA
           MOVE ZEROS TO WS-TOT-FILA-ERRO
           SET FS-CT-OK TO TRUE
           OPEN I-O CANTCTA
           IF NOT FS-CT-OK THEN
               DISPLAY "NENHUMA CONTA ABERTA NA CANTINA"
           ELSE
               PERFORM P530-ABRE-CADASTROS
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ CANTCTA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CT-SALDO < WS-CANT-SALDO-AVISO AND
                              CT-DT-AVISO EQUAL ZEROS THEN
                               PERFORM P510-AVISO-DA-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM P535-FECHA-CADASTROS
               DISPLAY "AVISOS NA FILA DE COMUNICACAO: " WS-TOT-AVISOS
               DISPLAY "NAO ENFILEIRADOS: " WS-TOT-FILA-ERRO
               DISPLAY "AVISAR NA CANTINA (SEM MALA DIRETA): "
                       WS-TOT-BALCAO
               DISPLAY "CONTAS SEM RESPONSAVEL LOCALIZADO: "
                       WS-TOT-SEM-RESP
               CLOSE CANTCTA
           END-IF
           .

       P510-AVISO-DA-CONTA.
           MOVE CT-ID-ALUNO TO RS-ID-ALUNO
           PERFORM P570-ACHA-RESPONSAVEL
           PERFORM P580-DADOS-DO-RESP
           PERFORM P540-NOME-DO-ALUNO
           EVALUATE TRUE
               WHEN NOT CONTATO-USAVEL
                   ADD 1 TO WS-TOT-SEM-RESP
               WHEN SEM-CONSENTIMENTO
      *>           Aviso dado em maos: a conta fica avisada.
                   ADD 1 TO WS-TOT-BALCAO
                   MOVE CT-SALDO TO WS-SALDO-EDIT
                   DISPLAY "AVISAR NA CANTINA: ALUNO " CT-ID-ALUNO
                           " " WS-NM-ALUNO-REL
                   DISPLAY "    SALDO " WS-SALDO-EDIT
                           " - RESPONSAVEL " NM-CONTATO
                   MOVE WS-DATA-HOJE TO CT-DT-AVISO
                   REWRITE REG-CANTCTA
               WHEN OTHER
                   PERFORM P515-ENFILEIRA-AVISO
                   IF WS-FC-ERRO NOT EQUAL "S" THEN
                       ADD 1 TO WS-TOT-AVISOS
                       MOVE WS-DATA-HOJE TO CT-DT-AVISO
                       REWRITE REG-CANTCTA
                   END-IF
           END-EVALUATE
           .

       P515-ENFILEIRA-AVISO.
           PERFORM P790-INICIA-MENSAGEM
           MOVE SPACES TO WS-FC-TEXTO
           STRING "CANTINA - AVISO DE SALDO BAIXO - "
                  DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE SPACES TO WS-FC-TEXTO
           STRING "A(O) SR(A). " DELIMITED BY SIZE
                  NM-CONTATO DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE CT-SALDO TO WS-SALDO-EDIT
           MOVE SPACES TO WS-FC-TEXTO
           STRING "O CREDITO DA CANTINA DE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NM-ALUNO-REL) DELIMITED BY SIZE
                  " ESTA EM " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE "A RECARGA PODE SER FEITA NO CAIXA DA ESCOLA."
               TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE "ATENCIOSAMENTE, TESOURARIA" TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE WS-ID-RESP  TO WS-FC-ID-CONTATO
           MOVE "R"         TO WS-FC-CANAL
           MOVE "CANTINA"   TO WS-FC-ORIGEM
           MOVE SPACES      TO WS-FC-REFERENCIA
           STRING "ALUNO " DELIMITED BY SIZE
                  CT-ID-ALUNO DELIMITED BY SIZE
                  INTO WS-FC-REFERENCIA
           MOVE "CANTINA - SALDO BAIXO" TO WS-FC-ASSUNTO
           PERFORM P792-ENFILEIRA
           IF WS-FC-ERRO EQUAL "S" THEN
               DISPLAY "AVISO NAO ENFILEIRADO: ALUNO " CT-ID-ALUNO
                       " - SERA TENTADO DE NOVO NA PROXIMA RODADA"
           END-IF
           .

       P530-ABRE-CADASTROS.
           SET ABERTO-RESP  TO FALSE
           SET ABERTO-CNT   TO FALSE
           SET ABERTO-CONS  TO FALSE
           SET ABERTO-ALUNO TO FALSE
           SET FS-RESP-OK   TO TRUE
           SET FS-CNT-OK    TO TRUE
           SET FS-CONS-OK   TO TRUE
           SET FS-ALUNO-OK  TO TRUE
           OPEN INPUT RESPALU
           IF FS-RESP-OK THEN
               SET ABERTO-RESP TO TRUE
           END-IF
           OPEN INPUT CONTATOS
           IF FS-CNT-OK THEN
               SET ABERTO-CNT TO TRUE
           END-IF
      *>   Sem CONSENT.DAT o canal segue liberado (opt-out).
           OPEN INPUT CONSENTIMENTOS
           IF FS-CONS-OK THEN
               SET ABERTO-CONS TO TRUE
           END-IF
           OPEN INPUT ALUNOS
           IF FS-ALUNO-OK THEN
               SET ABERTO-ALUNO TO TRUE
           END-IF
           .

       P535-FECHA-CADASTROS.
           IF ABERTO-RESP THEN
               CLOSE RESPALU
           END-IF
           IF ABERTO-CNT THEN
               CLOSE CONTATOS
           END-IF
           IF ABERTO-CONS THEN
               CLOSE CONSENTIMENTOS
           END-IF
           IF ABERTO-ALUNO THEN
               CLOSE ALUNOS
           END-IF
           .

       P540-NOME-DO-ALUNO.
           MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
           IF ABERTO-ALUNO THEN
               MOVE CT-ID-ALUNO TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-REL
               END-READ
           END-IF
           .

      *> Responsavel do aluno em RS-ID-ALUNO (financeiro, senao pai,
      *> senao mae).
       P570-ACHA-RESPONSAVEL.
           SET RESP-ACHADO TO FALSE
           SET FIM-RESP    TO FALSE
           MOVE ZEROS      TO WS-ID-RESP
           MOVE ZEROS      TO WS-RESP-PRIORIDADE
           MOVE RS-ID-ALUNO TO WS-ID-ALUNO-INF

           IF NOT ABERTO-RESP THEN
               SET FIM-RESP TO TRUE
           ELSE
               MOVE ZEROS       TO RS-ID-CONTATO
               START RESPALU KEY IS NOT LESS RS-CHAVE
                   INVALID KEY
                       SET FIM-RESP TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-RESP
               READ RESPALU NEXT RECORD
                   AT END
                       SET FIM-RESP TO TRUE
                   NOT AT END
                       IF RS-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF THEN
                           SET FIM-RESP TO TRUE
                       ELSE
                           IF RS-ATIVO THEN
                               EVALUATE RS-TIPO
                                   WHEN "F"
                                       MOVE 3 TO WS-RESP-PRIORIDADE
                                       MOVE RS-ID-CONTATO
                                           TO WS-ID-RESP
                                       SET RESP-ACHADO TO TRUE
                                   WHEN "P"
                                       IF WS-RESP-PRIORIDADE < 2
                                           MOVE 2
                                               TO WS-RESP-PRIORIDADE
                                           MOVE RS-ID-CONTATO
                                               TO WS-ID-RESP
                                           SET RESP-ACHADO TO TRUE
                                       END-IF
                                   WHEN "M"
                                       IF WS-RESP-PRIORIDADE < 1
                                           MOVE 1
                                               TO WS-RESP-PRIORIDADE
                                           MOVE RS-ID-CONTATO
                                               TO WS-ID-RESP
                                           SET RESP-ACHADO TO TRUE
                                       END-IF
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *> Nome e endereco do responsavel no M3 e o consentimento de
      *> mala direta. Contato inexistente ou anonimizado nao recebe.
       P580-DADOS-DO-RESP.
           SET CONTATO-USAVEL    TO FALSE
           SET SEM-CONSENTIMENTO TO FALSE
           IF RESP-ACHADO AND ABERTO-CNT THEN
               MOVE WS-ID-RESP TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ST-ANONIMIZADO THEN
                           SET CONTATO-USAVEL TO TRUE
                       END-IF
               END-READ
           END-IF
           IF CONTATO-USAVEL AND ABERTO-CONS THEN
               MOVE WS-ID-RESP TO CS-ID-CONTATO
               MOVE "M"        TO CS-CANAL
               READ CONSENTIMENTOS
                   KEY IS CS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-RECUSOU THEN
                           SET SEM-CONSENTIMENTO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *>----------------------------------------------------------------
      *> Extrato mensal: uma mensagem por familia (responsavel de
      *> cada aluno com conta) na fila de comunicacao (COMFILA, canal
      *> "A": e-mail principal, senao carta), com saldo anterior,
      *> recargas, compras e saldo final do mes de cada aluno; o
      *> detalhe dos movimentos fica na consulta da conta (opcao 1).
      *> Familia sem mala direta sai na tela para entrega na cantina.
      *>----------------------------------------------------------------
       P600-EXTRATO-MENSAL.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA-INF
           COMPUTE WS-DT-INI-MES = WS-COMPETENCIA-INF * 100
           COMPUTE WS-DT-FIM-MES = WS-COMPETENCIA-INF * 100 + 99
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO WS-TOT-AVISOS
           MOVE ZEROS TO WS-TOT-BALCAO
           MOVE ZEROS TO WS-TOT-SEM-RESP
           MOVE ZEROS TO WS-TOT-FILA
           MOVE ZEROS TO WS-TOT-FILA-ERRO

           SET FS-CT-OK TO TRUE
           OPEN INPUT CANTCTA
           IF NOT FS-CT-OK THEN
               DISPLAY "NENHUMA CONTA ABERTA NA CANTINA"
           ELSE
               PERFORM P530-ABRE-CADASTROS
               PERFORM P610-JUNTA-FAMILIAS
               SET ABERTO-CM TO FALSE
               SET FS-CM-OK  TO TRUE
               OPEN INPUT CANTMOV
               IF FS-CM-OK THEN
                   SET ABERTO-CM TO TRUE
               END-IF
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-ITENS
                   IF WS-TE-IMPRESSO (WS-J) EQUAL "N" THEN
                       MOVE WS-TE-CONTATO (WS-J)
                           TO WS-CONTATO-CORRENTE
                       PERFORM P620-EXTRATO-DA-FAMILIA
                   END-IF
               END-PERFORM
               IF ABERTO-CM THEN
                   CLOSE CANTMOV
               END-IF
               PERFORM P535-FECHA-CADASTROS
               DISPLAY "EXTRATOS NA FILA DE COMUNICACAO: "
                       WS-TOT-AVISOS
               DISPLAY "NAO ENFILEIRADOS: " WS-TOT-FILA-ERRO
               DISPLAY "ENTREGAR NA CANTINA (SEM MALA DIRETA): "
                       WS-TOT-BALCAO
               DISPLAY "CONTAS SEM RESPONSAVEL LOCALIZADO: "
                       WS-TOT-SEM-RESP
               CLOSE CANTCTA
           END-IF
           .

       P610-JUNTA-FAMILIAS.
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CANTCTA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE CT-ID-ALUNO TO RS-ID-ALUNO
                       PERFORM P570-ACHA-RESPONSAVEL
                       EVALUATE TRUE
                           WHEN NOT RESP-ACHADO
                               ADD 1 TO WS-TOT-SEM-RESP
                           WHEN WS-QTD-ITENS < 2000
                               ADD 1 TO WS-QTD-ITENS
                               MOVE WS-ID-RESP
                                   TO WS-TE-CONTATO (WS-QTD-ITENS)
                               MOVE CT-ID-ALUNO
                                   TO WS-TE-ALUNO (WS-QTD-ITENS)
                               MOVE "N"
                                   TO WS-TE-IMPRESSO (WS-QTD-ITENS)
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       P620-EXTRATO-DA-FAMILIA.
           MOVE WS-CONTATO-CORRENTE TO WS-ID-RESP
           SET RESP-ACHADO TO TRUE
           PERFORM P580-DADOS-DO-RESP
           EVALUATE TRUE
               WHEN NOT CONTATO-USAVEL
      *>           Contato inexistente ou anonimizado: marca os alunos
      *>           da familia para nao voltar a ele.
                   PERFORM VARYING WS-I FROM WS-J BY 1
                           UNTIL WS-I > WS-QTD-ITENS
                       IF WS-TE-CONTATO (WS-I) EQUAL
                          WS-CONTATO-CORRENTE THEN
                           MOVE "X" TO WS-TE-IMPRESSO (WS-I)
                           ADD 1 TO WS-TOT-SEM-RESP
                       END-IF
                   END-PERFORM
               WHEN SEM-CONSENTIMENTO
                   ADD 1 TO WS-TOT-BALCAO
                   DISPLAY "ENTREGAR NA CANTINA: EXTRATO DE "
                           WS-COMPETENCIA-INF " - RESPONSAVEL "
                           NM-CONTATO
                   PERFORM VARYING WS-I FROM WS-J BY 1
                           UNTIL WS-I > WS-QTD-ITENS
                       IF WS-TE-CONTATO (WS-I) EQUAL
                          WS-CONTATO-CORRENTE THEN
                           MOVE WS-TE-ALUNO (WS-I) TO CT-ID-ALUNO
                           PERFORM P630-BLOCO-DO-ALUNO
                           DISPLAY WS-FC-TEXTO
                           MOVE "S" TO WS-TE-IMPRESSO (WS-I)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   PERFORM P790-INICIA-MENSAGEM
                   MOVE SPACES TO WS-FC-TEXTO
                   STRING "CANTINA - EXTRATO MENSAL DA FAMILIA - "
                          DELIMITED BY SIZE
                          "COMPETENCIA " DELIMITED BY SIZE
                          WS-COMPETENCIA-INF DELIMITED BY SIZE
                          INTO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
                   MOVE SPACES TO WS-FC-TEXTO
                   STRING "A(O) SR(A). " DELIMITED BY SIZE
                          NM-CONTATO DELIMITED BY SIZE
                          INTO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
                   PERFORM VARYING WS-I FROM WS-J BY 1
                           UNTIL WS-I > WS-QTD-ITENS
                       IF WS-TE-CONTATO (WS-I) EQUAL
                          WS-CONTATO-CORRENTE THEN
                           MOVE WS-TE-ALUNO (WS-I) TO CT-ID-ALUNO
                           PERFORM P630-BLOCO-DO-ALUNO
                           MOVE "S" TO WS-TE-IMPRESSO (WS-I)
                       END-IF
                   END-PERFORM
                   MOVE "O DETALHE DOS MOVIMENTOS PODE SER CONSULTADO NO
      -                 " CAIXA DA ESCOLA." TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA
                   MOVE "ATENCIOSAMENTE, TESOURARIA" TO WS-FC-TEXTO
                   PERFORM P791-LINHA-NA-FILA

                   MOVE WS-ID-RESP  TO WS-FC-ID-CONTATO
                   MOVE "A"         TO WS-FC-CANAL
                   MOVE "CANTINA"   TO WS-FC-ORIGEM
                   MOVE SPACES      TO WS-FC-REFERENCIA
                   STRING "EXTRATO " DELIMITED BY SIZE
                          WS-COMPETENCIA-INF DELIMITED BY SIZE
                          INTO WS-FC-REFERENCIA
                   MOVE "CANTINA - EXTRATO MENSAL" TO WS-FC-ASSUNTO
                   PERFORM P792-ENFILEIRA
                   IF WS-FC-ERRO NOT EQUAL "S" THEN
                       ADD 1 TO WS-TOT-AVISOS
                   END-IF
           END-EVALUATE
           .

      *> Tres linhas por aluno na mensagem da familia (a ultima fica
      *> tambem em WS-FC-TEXTO para a lista da tela).
       P630-BLOCO-DO-ALUNO.
           PERFORM P540-NOME-DO-ALUNO
           MOVE SPACES TO WS-FC-TEXTO
           STRING "ALUNO " DELIMITED BY SIZE
                  CT-ID-ALUNO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NM-ALUNO-REL DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

      *>   Saldo anterior = saldo apos o ultimo movimento antes do
      *>   mes; recargas e compras somadas no mes.
           MOVE ZEROS TO WS-SALDO-INI
           MOVE ZEROS TO WS-TOT-RECARGAS
           MOVE ZEROS TO WS-TOT-COMPRAS
           SET FIM-AUX TO FALSE
           IF NOT ABERTO-CM THEN
               SET FIM-AUX TO TRUE
           ELSE
               MOVE CT-ID-ALUNO TO CM-ID-ALUNO
               MOVE ZEROS       TO CM-SEQ
               START CANTMOV KEY IS NOT LESS CM-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-AUX
               READ CANTMOV NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CM-ID-ALUNO NOT EQUAL CT-ID-ALUNO
                           WHEN CM-DATA > WS-DT-FIM-MES
                               SET FIM-AUX TO TRUE
                           WHEN CM-DATA < WS-DT-INI-MES
                               MOVE CM-SALDO-APOS TO WS-SALDO-INI
                           WHEN OTHER
                               PERFORM P635-SOMA-MOVIMENTO
                       END-EVALUATE
               END-READ
           END-PERFORM

           COMPUTE WS-SALDO-FIM =
                   WS-SALDO-INI + WS-TOT-RECARGAS - WS-TOT-COMPRAS
           MOVE WS-SALDO-INI TO WS-SALDO-EDIT
           MOVE WS-TOT-RECARGAS TO WS-VALOR-EDIT
           MOVE SPACES TO WS-FC-TEXTO
           STRING "    SALDO ANTERIOR: " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  "  RECARGAS: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE WS-TOT-COMPRAS TO WS-VALOR-EDIT
           MOVE WS-SALDO-FIM TO WS-SALDO-EDIT
           MOVE SPACES TO WS-FC-TEXTO
           STRING "    COMPRAS: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  SALDO NO FIM DO MES: " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           .

       P635-SOMA-MOVIMENTO.
           IF CM-RECARGA THEN
               ADD CM-VALOR TO WS-TOT-RECARGAS
           ELSE
               ADD CM-VALOR TO WS-TOT-COMPRAS
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-COMFILA.

       P900-FIM.

            GOBACK.
       END PROGRAM CANTINA.
