      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONTAS A PAGAR DE FORNECEDORES: O FORNECEDOR E O
      *         CONTATO PJ DO M3 (PESSOAJUR.DAT, COM CNPJ VALIDADO EM
      *         PJCNTT). LANCA O TITULO (DOCUMENTO, VENCIMENTO, VALOR
      *         E CONTA DE DESPESA) EM CONTASPAG.DAT, REGISTRA O
      *         PAGAMENTO OU O CANCELAMENTO E EMITE NO SPOOL (SPLCTL)
      *         A LISTA DOS TITULOS QUE VENCEM NA SEMANA E A DOS
      *         VENCIDOS. OS PAGAMENTOS SAEM NO LOTE DE CONTABIL E OS
      *         TITULOS EM ABERTO NAS SAIDAS PREVISTAS DE FLUXCX.
      *         TELA AUTORIZADA: EXIGE OPERADOR DE PERFIL
      *         ADMINISTRADOR (OPERADOR.DAT, VER OPECNTT). PAGAMENTO
      *         DATADO EM COMPETENCIA FECHADA NA CONTABILIDADE (PERFIN,
      *         VER FECHAFIN) E RECUSADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPAGAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTASPAG ASSIGN TO WS-CPAGAR-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-FS.

               SELECT PESSOAJUR ASSIGN TO WS-PJUR-PATH-LOCAL
      *>          COMPLEMENTO PJ DO M3 (CNPJ/RAZAO SOCIAL DO
      *>          FORNECEDOR).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PJ-ID-CONTATO
               FILE STATUS IS WS-FS-PJ.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH-LOCAL
      *>          CADASTRO DE OPERADORES DO M3 (OPECNTT), PARA A
      *>          AUTORIZACAO DE ADMINISTRADOR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD CONTASPAG.
       COPY FD_CPAGAR.

       FD PESSOAJUR.
       COPY FD_PJUR.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(120).

       FD OPERADOR.
       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-PJ     PIC 99.
           88 FS-PJ-OK VALUE 0.
       77 WS-FS-REL    PIC 99.
           88 FS-REL-OK VALUE 0.
       77 WS-FS-OPE    PIC 99.
           88 FS-OPE-OK VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRM           PIC X VALUE SPACES.

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-PJUR-PATH-LOCAL   PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".

       77 WS-FORNECEDOR-INF    PIC 9(05) VALUE ZEROS.
       77 WS-DOCUMENTO-INF     PIC X(15) VALUE SPACES.
       77 WS-VENCIMENTO-INF    PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-INF         PIC 9(07)V99 VALUE ZEROS.
       77 WS-CONTA-INF         PIC X(08) VALUE SPACES.
       77 WS-HISTORICO-INF     PIC X(40) VALUE SPACES.
       77 WS-DT-PAGTO-INF      PIC 9(08) VALUE ZEROS.
       77 WS-VL-PAGO-INF       PIC 9(07)V99 VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-SEMANA     PIC 9(08) VALUE ZEROS.

      *> Lista a emitir: "S" = vencendo na semana, "V" = vencidos.
       77 WS-TIPO-LISTA        PIC X VALUE SPACES.
           88 LISTA-SEMANA     VALUE "S".
           88 LISTA-VENCIDOS   VALUE "V".
       77 WS-QT-LISTA          PIC 9(05) VALUE ZEROS.
       77 WS-VL-LISTA          PIC 9(09)V99 VALUE ZEROS.
       77 WS-RAZAO-SOCIAL      PIC X(40) VALUE SPACES.
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.

       COPY WS_DATUTIL.
       COPY WS_PERFIN.

       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CONTAS A PAGAR DE FORNECEDORES***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P150-RESOLVE-PATH-M3.
           PERFORM P200-AUTORIZA.

           IF ACESSO-AUTORIZADO THEN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               SET EXIT-OK     TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM.

       P150-RESOLVE-PATH-M3.
      *> OPERADOR.DAT e PESSOAJUR.DAT vivem no diretorio de dados do
      *> M3 (mesma resolucao de NFSELOT, inclusive o perfil TREINO).
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
           IF WS-AMBIENTE-M4 EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-M3 TO WS-DIR-TRN
               MOVE SPACES         TO WS-BASE-DIR-M3
               STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\OPERADOR.DAT" DELIMITED BY SIZE
                  INTO WS-OPERADOR-PATH-LOCAL
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\PESSOAJUR.DAT" DELIMITED BY SIZE
                  INTO WS-PJUR-PATH-LOCAL
           .

       P200-AUTORIZA.
           SET ACESSO-AUTORIZADO TO FALSE
           SET FS-OPE-OK TO TRUE

           DISPLAY "ID DO ADMINISTRADOR: "
           ACCEPT WS-LOGIN-ID
           DISPLAY "SENHA: "
           ACCEPT WS-LOGIN-SENHA

           OPEN INPUT OPERADOR
               IF FS-OPE-OK THEN
                   MOVE WS-LOGIN-ID TO OP-ID
                   READ OPERADOR
                       KEY IS OP-ID
                       INVALID KEY
                           DISPLAY "OPERADOR NAO CADASTRADO!"
                       NOT INVALID KEY
                           MOVE "C"             TO WS-SC-OPERACAO
                           MOVE WS-LOGIN-SENHA  TO WS-SC-SENHA
                           MOVE OP-SENHA-SAL    TO WS-SC-SAL
                           MOVE OP-SENHA-HASH   TO WS-SC-HASH
                           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
                           MOVE SPACES TO WS-LOGIN-SENHA WS-SC-SENHA
                           IF SC-SENHA-CONFERE AND
                              OP-PERFIL-ADMIN AND OP-ATIVO THEN
                               SET ACESSO-AUTORIZADO TO TRUE
                           ELSE
                               DISPLAY "ACESSO RESTRITO AO PERFIL "
                                       "ADMINISTRADOR"
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "OPERADOR.DAT INDISPONIVEL - FILE STATUS: "
                           WS-FS-OPE
               END-IF
               CLOSE OPERADOR
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> LANCAR TITULO  <2> REGISTRAR PAGAMENTO"
                   "  <3> CANCELAR TITULO  <4> VENCENDO NA SEMANA"
                   "  <5> VENCIDOS  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-LANCA-TITULO
               WHEN "2"
                   PERFORM P330-REGISTRA-PAGAMENTO
               WHEN "3"
                   PERFORM P350-CANCELA-TITULO
               WHEN "4"
                   SET LISTA-SEMANA TO TRUE
                   PERFORM P500-EMITE-LISTA
               WHEN "5"
                   SET LISTA-VENCIDOS TO TRUE
                   PERFORM P500-EMITE-LISTA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-LANCA-TITULO.
           DISPLAY "CODIGO DO FORNECEDOR (CONTATO PJ): "
           ACCEPT WS-FORNECEDOR-INF
           PERFORM P320-BUSCA-FORNECEDOR
           IF WS-RAZAO-SOCIAL EQUAL SPACES THEN
               DISPLAY "FORNECEDOR NAO CADASTRADO COMO PESSOA "
                       "JURIDICA (VER PJCNTT)"
           ELSE
               DISPLAY "FORNECEDOR: " WS-RAZAO-SOCIAL
               DISPLAY "NUMERO DO DOCUMENTO (NF/FATURA): "
               ACCEPT WS-DOCUMENTO-INF
               DISPLAY "VENCIMENTO (AAAAMMDD): "
               ACCEPT WS-VENCIMENTO-INF
               DISPLAY "VALOR (EX: 0001500,00): "
               ACCEPT WS-VALOR-INF
               DISPLAY "CONTA DE DESPESA: "
               ACCEPT WS-CONTA-INF
               DISPLAY "HISTORICO: "
               ACCEPT WS-HISTORICO-INF

               MOVE "V"               TO WS-DU-OPERACAO
               MOVE WS-VENCIMENTO-INF TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM

               IF WS-DOCUMENTO-INF EQUAL SPACES OR
                  WS-DU-ERRO EQUAL "S" OR
                  WS-VALOR-INF EQUAL ZEROS OR
                  WS-CONTA-INF EQUAL SPACES THEN
                   DISPLAY "DOCUMENTO, VENCIMENTO, VALOR E CONTA DE "
                           "DESPESA SAO OBRIGATORIOS"
               ELSE
                   PERFORM P315-GRAVA-TITULO
               END-IF
           END-IF
           .

       P315-GRAVA-TITULO.
           SET FS-OK TO TRUE
           OPEN I-O CONTASPAG
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT CONTASPAG
                   CLOSE CONTASPAG
                   OPEN I-O CONTASPAG
               END-IF

               IF FS-OK THEN
                   INITIALIZE REG-CPAGAR
                   MOVE WS-FORNECEDOR-INF TO CP-ID-FORNECEDOR
                   MOVE WS-DOCUMENTO-INF  TO CP-NUM-DOCUMENTO
                   MOVE PJ-CNPJ           TO CP-CNPJ
                   MOVE WS-DATA-HOJE      TO CP-DT-EMISSAO
                   MOVE WS-VENCIMENTO-INF TO CP-DT-VENCIMENTO
                   MOVE WS-VALOR-INF      TO CP-VALOR
                   MOVE WS-CONTA-INF      TO CP-CONTA-DESPESA
                   MOVE WS-HISTORICO-INF  TO CP-HISTORICO
                   SET CP-ABERTO          TO TRUE
                   MOVE WS-LOGIN-ID       TO CP-OPERADOR
                   MOVE WS-DATA-HOJE      TO CP-DT-ATUALIZ
                   WRITE REG-CPAGAR
                       INVALID KEY
                           DISPLAY "DOCUMENTO JA LANCADO PARA ESTE "
                                   "FORNECEDOR!"
                       NOT INVALID KEY
                           DISPLAY "TITULO LANCADO!"
                   END-WRITE
               ELSE
                   DISPLAY "ERRO AO ABRIR CONTASPAG.DAT - FILE "
                           "STATUS: " WS-FS
               END-IF
               CLOSE CONTASPAG
           .

       P320-BUSCA-FORNECEDOR.
           MOVE SPACES   TO WS-RAZAO-SOCIAL
           SET FS-PJ-OK  TO TRUE
           OPEN INPUT PESSOAJUR
               IF FS-PJ-OK THEN
                   MOVE WS-FORNECEDOR-INF TO PJ-ID-CONTATO
                   READ PESSOAJUR
                       KEY IS PJ-ID-CONTATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PJ-RAZAO-SOCIAL TO WS-RAZAO-SOCIAL
                   END-READ
               ELSE
                   DISPLAY "PESSOAJUR.DAT INDISPONIVEL - FILE STATUS: "
                           WS-FS-PJ
               END-IF
               CLOSE PESSOAJUR
           .

       P325-LE-TITULO.
      *> Le o titulo informado (arquivo ja aberto I-O).
           DISPLAY "CODIGO DO FORNECEDOR: "
           ACCEPT WS-FORNECEDOR-INF
           DISPLAY "NUMERO DO DOCUMENTO: "
           ACCEPT WS-DOCUMENTO-INF
           MOVE WS-FORNECEDOR-INF TO CP-ID-FORNECEDOR
           MOVE WS-DOCUMENTO-INF  TO CP-NUM-DOCUMENTO
           READ CONTASPAG
               KEY IS CP-CHAVE
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE CP-VALOR TO WS-VALOR-EDIT
                   DISPLAY "DOCUMENTO " CP-NUM-DOCUMENTO
                           " VENCIMENTO " CP-DT-VENCIMENTO
                           " VALOR " WS-VALOR-EDIT
                           " STATUS " CP-STATUS
           END-READ
           .

       P330-REGISTRA-PAGAMENTO.
           SET FS-OK TO TRUE
           OPEN I-O CONTASPAG
               IF FS-OK THEN
                   PERFORM P325-LE-TITULO
                   IF FS-OK THEN
                       IF NOT CP-ABERTO THEN
                           DISPLAY "TITULO NAO ESTA EM ABERTO"
                       ELSE
                           PERFORM P335-BAIXA-TITULO
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "ERRO AO ABRIR CONTASPAG.DAT - FILE "
                           "STATUS: " WS-FS
               END-IF
               CLOSE CONTASPAG
           .

       P335-BAIXA-TITULO.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, ZERO = HOJE): "
           ACCEPT WS-DT-PAGTO-INF
           IF WS-DT-PAGTO-INF EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DT-PAGTO-INF
           END-IF
           DISPLAY "VALOR PAGO (ZERO = VALOR DO TITULO): "
           ACCEPT WS-VL-PAGO-INF
           IF WS-VL-PAGO-INF EQUAL ZEROS THEN
               MOVE CP-VALOR TO WS-VL-PAGO-INF
           END-IF

           MOVE "V"             TO WS-DU-OPERACAO
           MOVE WS-DT-PAGTO-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE WS-DT-PAGTO-INF TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM
           IF WS-DU-ERRO EQUAL "S" OR
              WS-DT-PAGTO-INF > WS-DATA-HOJE THEN
               DISPLAY "DATA DE PAGAMENTO INVALIDA"
           ELSE
           IF PE-PERIODO-FECHADO THEN
               DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA NA "
                       "CONTABILIDADE - PAGAMENTO RECUSADO "
                       "(REABERTURA EM FECHAFIN)"
           ELSE
               SET CP-PAGO          TO TRUE
               MOVE WS-DT-PAGTO-INF TO CP-DT-PAGAMENTO
               MOVE WS-VL-PAGO-INF  TO CP-VL-PAGO
               MOVE WS-LOGIN-ID     TO CP-OPERADOR
               MOVE WS-DATA-HOJE    TO CP-DT-ATUALIZ
               REWRITE REG-CPAGAR
                   INVALID KEY
                       DISPLAY "ERRO AO REGISTRAR O PAGAMENTO"
                   NOT INVALID KEY
                       DISPLAY "PAGAMENTO REGISTRADO!"
               END-REWRITE
           END-IF
           END-IF
           .

       P350-CANCELA-TITULO.
           SET FS-OK TO TRUE
           OPEN I-O CONTASPAG
               IF FS-OK THEN
                   PERFORM P325-LE-TITULO
                   IF FS-OK THEN
                       IF NOT CP-ABERTO THEN
                           DISPLAY "SO TITULO EM ABERTO PODE SER "
                                   "CANCELADO"
                       ELSE
                           DISPLAY "TECLE: <S> PARA CONFIRMAR O "
                                   "CANCELAMENTO"
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRM EQUAL "S" THEN
                               SET CP-CANCELADO  TO TRUE
                               MOVE WS-LOGIN-ID  TO CP-OPERADOR
                               MOVE WS-DATA-HOJE TO CP-DT-ATUALIZ
                               REWRITE REG-CPAGAR
                                   INVALID KEY
                                       DISPLAY "ERRO AO CANCELAR"
                                   NOT INVALID KEY
                                       DISPLAY "TITULO CANCELADO!"
                               END-REWRITE
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "ERRO AO ABRIR CONTASPAG.DAT - FILE "
                           "STATUS: " WS-FS
               END-IF
               CLOSE CONTASPAG
           .

       P500-EMITE-LISTA.
      *> Semana: vencimento de hoje ate hoje + 6 dias. Vencidos:
      *> vencimento anterior a hoje, ainda em aberto.
           MOVE "D"          TO WS-DU-OPERACAO
           MOVE WS-DATA-HOJE TO WS-DU-DATA-1
           MOVE 6            TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE WS-DU-RESULTADO-DATA TO WS-DT-FIM-SEMANA
           MOVE ZEROS TO WS-QT-LISTA
           MOVE ZEROS TO WS-VL-LISTA

           SET FS-OK TO TRUE
           OPEN INPUT CONTASPAG
           IF NOT FS-OK THEN
               DISPLAY "NENHUM TITULO A PAGAR LANCADO"
           ELSE
               MOVE "A"         TO WS-SP-OPERACAO
               MOVE "CPAGAR"    TO WS-SP-PROGRAMA
               MOVE WS-LOGIN-ID TO WS-SP-OPERADOR
               CALL "SPLCTL" USING WS-SPLCTL-PARM
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
               ELSE
                   STRING FUNCTION TRIM(WS-BASE-DIR-M4)
                          DELIMITED BY SIZE
                          "\CPAGAR.LST" DELIMITED BY SIZE
                          INTO WS-RELAT-PATH
               END-IF

               SET FS-REL-OK TO TRUE
               OPEN OUTPUT RELATORIO
               IF FS-REL-OK THEN
                   MOVE SPACES TO WS-LINHA-REL
                   IF LISTA-SEMANA THEN
                       STRING "CONTAS A PAGAR - VENCENDO DE "
                              DELIMITED BY SIZE
                              WS-DATA-HOJE DELIMITED BY SIZE
                              " A " DELIMITED BY SIZE
                              WS-DT-FIM-SEMANA DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                   ELSE
                       STRING "CONTAS A PAGAR - VENCIDAS EM "
                              DELIMITED BY SIZE
                              WS-DATA-HOJE DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                   END-IF
                   WRITE WS-LINHA-REL
                   MOVE ALL "=" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "VENCTO   FORNECEDOR" DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   MOVE "DOCUMENTO" TO WS-LINHA-REL(57:9)
                   MOVE "VALOR CONTA" TO WS-LINHA-REL(83:11)
                   WRITE WS-LINHA-REL

                   SET FS-PJ-OK TO TRUE
                   OPEN INPUT PESSOAJUR
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ CONTASPAG NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               PERFORM P510-SELECIONA-TITULO
                       END-READ
                   END-PERFORM
                   IF FS-PJ-OK THEN
                       CLOSE PESSOAJUR
                   END-IF

                   MOVE ALL "-" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE WS-VL-LISTA TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "TITULOS: " DELIMITED BY SIZE
                          WS-QT-LISTA DELIMITED BY SIZE
                          "  TOTAL " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   CLOSE RELATORIO

                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
                       MOVE 1   TO WS-SP-PAGINAS
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY WS-QT-LISTA " TITULO(S), TOTAL "
                           WS-VALOR-EDIT
                   DISPLAY "LISTA GRAVADA EM: " WS-RELAT-PATH
               END-IF
               CLOSE CONTASPAG
           END-IF
           .

       P510-SELECIONA-TITULO.
           IF CP-ABERTO THEN
               IF LISTA-SEMANA THEN
                   IF CP-DT-VENCIMENTO NOT < WS-DATA-HOJE AND
                      CP-DT-VENCIMENTO NOT > WS-DT-FIM-SEMANA THEN
                       PERFORM P520-LINHA-TITULO
                   END-IF
               ELSE
                   IF CP-DT-VENCIMENTO < WS-DATA-HOJE THEN
                       PERFORM P520-LINHA-TITULO
                   END-IF
               END-IF
           END-IF
           .

       P520-LINHA-TITULO.
           ADD 1        TO WS-QT-LISTA
           ADD CP-VALOR TO WS-VL-LISTA

           MOVE "(FORNECEDOR NAO ENCONTRADO)" TO WS-RAZAO-SOCIAL
           IF FS-PJ-OK THEN
               MOVE CP-ID-FORNECEDOR TO PJ-ID-CONTATO
               READ PESSOAJUR
                   KEY IS PJ-ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PJ-RAZAO-SOCIAL TO WS-RAZAO-SOCIAL
               END-READ
           END-IF

           MOVE CP-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING CP-DT-VENCIMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-ID-FORNECEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RAZAO-SOCIAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-NUM-DOCUMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-CONTA-DESPESA DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM CPAGAR.
