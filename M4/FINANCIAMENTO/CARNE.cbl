      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:IMPRESSAO DO CARNE DE PAGAMENTO DOS CONTRATOS DE
      *         FINANCIAMENTO: UM BOLETO POR PARCELA EM ABERTO DE
      *         PARCELAS.DAT, COM BENEFICIARIO (ESCOLA), PAGADOR (O
      *         RESPONSAVEL FINANCEIRO DO ALUNO EM RESPALU.DAT, COM
      *         NOME, CPF E ENDERECO DE CONTATOS.DAT DO M3; SEM ELE, O
      *         NOME DO CONTRATO), CONTRATO, VENCIMENTO E VALOR, MAIS
      *         A LINHA DIGITAVEL E OS DIGITOS DO CODIGO DE BARRAS NO
      *         PADRAO FEBRABAN (VER BOLGEN), COM O NOSSO NUMERO
      *         FORMADO POR CONTRATO + PARCELA, O MESMO IDENTIFICADOR
      *         DA REMESSA (FINREM) E DO RETORNO (FINRET). COM A CHAVE
      *         PIX CONFIGURADA O BOLETO TRAZ TAMBEM O PIX "COPIA E
      *         COLA" DA PARCELA (VER PIXGEN). IMPRIME UM CONTRATO (NO
      *         BALCAO) OU TODOS OS CONTRATOS ATIVOS DE UMA DATA DE
      *         CONTRATACAO, NO SPOOL (SPLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARNE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3, RESOLVIDO VIA
      *>          M3_DATA_DIR (MESMO DESENHO DE FINCOB).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT CARNES ASSIGN TO WS-CARNE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMP.

       DATA DIVISION.
       FILE SECTION.
       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD RESPALU.
       COPY FD_RESPALU.

       FD CONTATOS.
       COPY FD_CONTT.

       FD CARNES.
       01 WS-LINHA-CARNE           PIC X(260).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-IMP         PIC 99.
           88 FS-IMP-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-PARC          PIC X.
           88 FIM-PARCELAS     VALUE "S" FALSE "N".
       77 ES-FIM-RESP          PIC X.
           88 FIM-RESP         VALUE "S" FALSE "N".
       77 WS-RESP-ACHADO       PIC X VALUE "N".
           88 RESP-ACHADO      VALUE "S" FALSE "N".
       77 WS-CONTA-OK          PIC X VALUE "N".
           88 CONTA-COBRANCA-OK VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-CARNE-PATH        PIC X(200) VALUE SPACES.

       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONTRATO-INF      PIC 9(06) VALUE ZEROS.
       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.

      *> Boleto: codigo de barras / linha digitavel e PIX da parcela.
       COPY WS_DATUTIL.
       COPY WS_BOLGEN.
       COPY WS_PIXGEN.
       COPY WS_SPLCTL.

      *> Pagador do carne corrente.
       77 WS-PAGADOR-NOME      PIC X(40) VALUE SPACES.
       77 WS-PAGADOR-CPF       PIC 9(11) VALUE ZEROS.
       77 WS-PAGADOR-END       PIC X(70) VALUE SPACES.

       01 WS-DATA-EDIT-NUM     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EDIT-NUM.
           03 WS-DE-ANO        PIC 9(04).
           03 WS-DE-MES        PIC 9(02).
           03 WS-DE-DIA        PIC 9(02).
       77 WS-DATA-EDIT         PIC X(10) VALUE SPACES.
       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.

       77 WS-TOT-CARNES        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-BOLETOS       PIC 9(05) VALUE ZEROS.
       77 WS-BOLETOS-CONTRATO  PIC 9(03) VALUE ZEROS.
       77 WS-TOT-ERROS         PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***IMPRESSAO DO CARNE DE PAGAMENTO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M3.

           PERFORM P150-CONFERE-CONTA-COBRANCA
           IF NOT CONTA-COBRANCA-OK THEN
               DISPLAY "CONTA DE COBRANCA NAO CONFIGURADA: INFORME "
                       "M4_BANCO_COBRANCA, M4_AGENCIA_COBRANCA E "
                       "M4_CONTA_COBRANCA"
           ELSE
               DISPLAY "MODO: <1> UM CONTRATO  <2> CONTRATOS DE UMA "
                       "DATA"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "1"
                       DISPLAY "NUMERO DO CONTRATO: "
                       ACCEPT WS-CONTRATO-INF
                       PERFORM P200-ABRE-TUDO
                       IF FS-IMP-OK THEN
                           PERFORM P300-UM-CONTRATO
                           PERFORM P800-FECHA-TUDO
                       END-IF
                   WHEN "2"
                       DISPLAY "DATA DE CONTRATACAO (AAAAMMDD): "
                       ACCEPT WS-DATA-INF
                       MOVE "V"         TO WS-DU-OPERACAO
                       MOVE WS-DATA-INF TO WS-DU-DATA-1
                       CALL "DATUTIL" USING WS-DATUTIL-PARM
                       IF WS-DU-ERRO EQUAL "S" THEN
                           DISPLAY "DATA INVALIDA"
                       ELSE
                           PERFORM P200-ABRE-TUDO
                           IF FS-IMP-OK THEN
                               PERFORM P350-CONTRATOS-DA-DATA
                               PERFORM P800-FECHA-TUDO
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-IF
           PERFORM P900-FIM.

       P110-RESOLVE-PATH-M3.
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
           .

       P150-CONFERE-CONTA-COBRANCA.
           SET CONTA-COBRANCA-OK TO FALSE
           IF WS-BANCO-COBRANCA IS NUMERIC AND
              WS-AGENCIA-COBRANCA IS NUMERIC AND
              WS-CARTEIRA-COBRANCA IS NUMERIC AND
              WS-CONTA-COBRANCA IS NUMERIC THEN
               SET CONTA-COBRANCA-OK TO TRUE
               MOVE WS-BANCO-COBRANCA    TO WS-BG-BANCO
               MOVE WS-AGENCIA-COBRANCA  TO WS-BCL-AGENCIA
               MOVE WS-CARTEIRA-COBRANCA TO WS-BCL-CARTEIRA
               MOVE WS-CONTA-COBRANCA    TO WS-BCL-CONTA
           END-IF
           .

       P200-ABRE-TUDO.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "CARNE"    TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-CARNE-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\CARNE.LST" DELIMITED BY SIZE
                      INTO WS-CARNE-PATH
           END-IF

           SET FS-IMP-OK TO TRUE
           OPEN OUTPUT CARNES
           IF NOT FS-IMP-OK THEN
               DISPLAY "ERRO AO ABRIR ARQUIVO DO CARNE - FILE "
                       "STATUS: " WS-FS-IMP
           ELSE
               SET FS-FIN-OK  TO TRUE
               SET FS-PARC-OK TO TRUE
               SET FS-RESP-OK TO TRUE
               SET FS-CTT-OK  TO TRUE
               OPEN INPUT FINANCIAMENTOS
               OPEN INPUT PARCELAS
               OPEN INPUT RESPALU
               OPEN INPUT CONTATOS
           END-IF
           .

       P300-UM-CONTRATO.
           IF NOT FS-FIN-OK THEN
               DISPLAY "FINANCIAMENTOS.DAT NAO ENCONTRADO - FILE "
                       "STATUS: " WS-FS-FIN
           ELSE
               MOVE WS-CONTRATO-INF TO FI-NUM-CONTRATO
               READ FINANCIAMENTOS
                   KEY IS FI-NUM-CONTRATO
                   INVALID KEY
                       DISPLAY "CONTRATO NAO EXISTE"
                   NOT INVALID KEY
                       IF FI-CANCELADO THEN
                           DISPLAY "CONTRATO CANCELADO - SEM CARNE"
                       ELSE
                           PERFORM P400-CARNE-DO-CONTRATO
                           IF WS-BOLETOS-CONTRATO EQUAL ZEROS THEN
                               DISPLAY "CONTRATO SEM PARCELAS EM "
                                       "ABERTO"
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

       P350-CONTRATOS-DA-DATA.
           SET EOF-OK TO FALSE
           IF NOT FS-FIN-OK THEN
               DISPLAY "FINANCIAMENTOS.DAT NAO ENCONTRADO - FILE "
                       "STATUS: " WS-FS-FIN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ FINANCIAMENTOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FI-DATA-CONTRATACAO EQUAL WS-DATA-INF
                               AND NOT FI-CANCELADO THEN
                           PERFORM P400-CARNE-DO-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOT-CARNES EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTRATO ATIVO COM PARCELAS EM ABERTO "
                       "NESTA DATA"
           END-IF
           .

       P400-CARNE-DO-CONTRATO.
           MOVE ZEROS TO WS-BOLETOS-CONTRATO
           PERFORM P410-RESOLVE-PAGADOR

           SET FIM-PARCELAS TO FALSE
           IF NOT FS-PARC-OK THEN
               SET FIM-PARCELAS TO TRUE
           ELSE
               MOVE FI-NUM-CONTRATO TO PA-NUM-CONTRATO
               MOVE ZEROS           TO PA-NUM-PARCELA
               START PARCELAS KEY IS NOT LESS PA-CHAVE
                   INVALID KEY
                       SET FIM-PARCELAS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL
                          FI-NUM-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF PA-ABERTA THEN
                               PERFORM P500-IMPRIME-BOLETO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BOLETOS-CONTRATO > ZEROS THEN
               ADD 1 TO WS-TOT-CARNES
           END-IF
           .

       P410-RESOLVE-PAGADOR.
      *> Responsavel financeiro ativo do aluno (RS-TIPO "F"); sem
      *> vinculo, o pagador e o nome gravado no contrato.
           SET RESP-ACHADO TO FALSE
           MOVE FI-NOME TO WS-PAGADOR-NOME
           MOVE ZEROS   TO WS-PAGADOR-CPF
           MOVE SPACES  TO WS-PAGADOR-END

           SET FIM-RESP TO FALSE
           IF NOT FS-RESP-OK THEN
               SET FIM-RESP TO TRUE
           ELSE
               MOVE FI-ID-ALUNO TO RS-ID-ALUNO
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
                       IF RS-ID-ALUNO NOT EQUAL FI-ID-ALUNO THEN
                           SET FIM-RESP TO TRUE
                       ELSE
                           IF RS-ATIVO AND RS-TIPO EQUAL "F" THEN
                               SET RESP-ACHADO TO TRUE
                               SET FIM-RESP TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF RESP-ACHADO AND FS-CTT-OK THEN
               MOVE RS-ID-CONTATO TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-CONTATO  TO WS-PAGADOR-NOME
                       MOVE CPF-CONTATO TO WS-PAGADOR-CPF
                       STRING EN-RUA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EN-BAIRRO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EN-CIDADE DELIMITED BY SIZE
                              " - " DELIMITED BY SIZE
                              EN-UF DELIMITED BY SIZE
                              "  CEP " DELIMITED BY SIZE
                              EN-CEP DELIMITED BY SIZE
                              INTO WS-PAGADOR-END
               END-READ
           END-IF
           .

       P500-IMPRIME-BOLETO.
           MOVE PA-NUM-CONTRATO    TO WS-BCL-CONTRATO
           MOVE PA-NUM-PARCELA     TO WS-BCL-PARCELA
           MOVE WS-BOL-CAMPO-LIVRE TO WS-BG-CAMPO-LIVRE
           MOVE PA-DT-VENCIMENTO   TO WS-BG-VENCIMENTO
           MOVE PA-VALOR           TO WS-BG-VALOR
           CALL "BOLGEN" USING WS-BOLGEN-PARM
           IF WS-BG-ERRO EQUAL "S" THEN
               ADD 1 TO WS-TOT-ERROS
               DISPLAY "CONTRATO " PA-NUM-CONTRATO " PARCELA "
                       PA-NUM-PARCELA " - VENCIMENTO INVALIDO PARA "
                       "O BOLETO: " PA-DT-VENCIMENTO
           ELSE
               ADD 1 TO WS-BOLETOS-CONTRATO
               ADD 1 TO WS-TOT-BOLETOS
               PERFORM P510-GRAVA-BOLETO
           END-IF
           .

       P510-GRAVA-BOLETO.
           MOVE SPACES TO WS-LINHA-CARNE
           MOVE ALL "=" TO WS-LINHA-CARNE (1:80)
           WRITE WS-LINHA-CARNE

           MOVE SPACES TO WS-LINHA-CARNE
           STRING "BANCO " DELIMITED BY SIZE
                  WS-BANCO-COBRANCA DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-BG-LINHA-DIGITAVEL DELIMITED BY SIZE
                  INTO WS-LINHA-CARNE
           WRITE WS-LINHA-CARNE

           MOVE SPACES TO WS-LINHA-CARNE
           STRING "BENEFICIARIO: " DELIMITED BY SIZE
                  WS-NOME-ESCOLA DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  WS-CNPJ-ESCOLA DELIMITED BY SIZE
                  INTO WS-LINHA-CARNE
           WRITE WS-LINHA-CARNE

           MOVE SPACES TO WS-LINHA-CARNE
           STRING "AGENCIA/CONTA: " DELIMITED BY SIZE
                  WS-AGENCIA-COBRANCA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CONTA-COBRANCA DELIMITED BY SIZE
                  "  CARTEIRA " DELIMITED BY SIZE
                  WS-CARTEIRA-COBRANCA DELIMITED BY SIZE
                  "  NOSSO NUMERO " DELIMITED BY SIZE
                  WS-BCL-NOSSO-NUMERO DELIMITED BY SIZE
                  INTO WS-LINHA-CARNE
           WRITE WS-LINHA-CARNE

           MOVE PA-DT-VENCIMENTO TO WS-DATA-EDIT-NUM
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DE-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DE-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DE-ANO DELIMITED BY SIZE
                  INTO WS-DATA-EDIT
           MOVE PA-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-CARNE
           STRING "CONTRATO " DELIMITED BY SIZE
                  PA-NUM-CONTRATO DELIMITED BY SIZE
                  "  PARCELA " DELIMITED BY SIZE
                  PA-NUM-PARCELA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FI-NUM-PARCELAS DELIMITED BY SIZE
                  "  VENCIMENTO " DELIMITED BY SIZE
                  WS-DATA-EDIT DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-CARNE
           WRITE WS-LINHA-CARNE

           MOVE SPACES TO WS-LINHA-CARNE
           IF WS-PAGADOR-CPF > ZEROS THEN
               STRING "PAGADOR: " DELIMITED BY SIZE
                      WS-PAGADOR-NOME DELIMITED BY SIZE
                      " CPF " DELIMITED BY SIZE
                      WS-PAGADOR-CPF DELIMITED BY SIZE
                      INTO WS-LINHA-CARNE
           ELSE
               STRING "PAGADOR: " DELIMITED BY SIZE
                      WS-PAGADOR-NOME DELIMITED BY SIZE
                      INTO WS-LINHA-CARNE
           END-IF
           WRITE WS-LINHA-CARNE

           IF WS-PAGADOR-END NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-LINHA-CARNE
               STRING "         " DELIMITED BY SIZE
                      WS-PAGADOR-END DELIMITED BY SIZE
                      INTO WS-LINHA-CARNE
               WRITE WS-LINHA-CARNE
           END-IF

           MOVE "APOS O VENCIMENTO: MULTA E JUROS CONFORME O CONTRATO."
               TO WS-LINHA-CARNE
           WRITE WS-LINHA-CARNE

           MOVE SPACES TO WS-LINHA-CARNE
           STRING "CODIGO DE BARRAS: " DELIMITED BY SIZE
                  WS-BG-CODIGO-BARRAS DELIMITED BY SIZE
                  INTO WS-LINHA-CARNE
           WRITE WS-LINHA-CARNE

           PERFORM P520-PIX-DO-BOLETO

           MOVE SPACES TO WS-LINHA-CARNE
           MOVE ALL "- " TO WS-LINHA-CARNE (1:80)
           WRITE WS-LINHA-CARNE
           .

       P520-PIX-DO-BOLETO.
      *> Sem chave PIX configurada o boleto sai sem o BR Code.
           MOVE WS-CHAVE-PIX        TO WS-PX-CHAVE
           MOVE WS-NOME-ESCOLA      TO WS-PX-NOME
           MOVE WS-CIDADE-ESCOLA    TO WS-PX-CIDADE
           MOVE PA-VALOR            TO WS-PX-VALOR
           MOVE PA-NUM-CONTRATO     TO WS-PXT-CONTRATO
           MOVE PA-NUM-PARCELA      TO WS-PXT-PARCELA
           MOVE WS-PIX-TXID-PARCELA TO WS-PX-TXID
           CALL "PIXGEN" USING WS-PIXGEN-PARM
           IF WS-PX-ERRO NOT EQUAL "S" THEN
               MOVE SPACES TO WS-LINHA-CARNE
               STRING "PIX COPIA E COLA: " DELIMITED BY SIZE
                      WS-PX-PAYLOAD (1:WS-PX-TAMANHO)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CARNE
               WRITE WS-LINHA-CARNE
           END-IF
           .

       P800-FECHA-TUDO.
           IF FS-CTT-OK THEN
               CLOSE CONTATOS
           END-IF
           IF FS-RESP-OK THEN
               CLOSE RESPALU
           END-IF
           IF FS-PARC-OK THEN
               CLOSE PARCELAS
           END-IF
           IF FS-FIN-OK THEN
               CLOSE FINANCIAMENTOS
           END-IF
           CLOSE CARNES
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F"           TO WS-SP-OPERACAO
               MOVE WS-TOT-CARNES TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "CARNES IMPRESSOS:          " WS-TOT-CARNES
           DISPLAY "BOLETOS IMPRESSOS:         " WS-TOT-BOLETOS
           DISPLAY "PARCELAS SEM BOLETO:       " WS-TOT-ERROS
           DISPLAY "CARNE GRAVADO EM: " WS-CARNE-PATH
           DISPLAY "========================================"

            GOBACK.
       END PROGRAM CARNE.
