      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:RETORNO DA AGENCIA DE COBRANCA EXTERNA (RETCOB.TXT):
      *         SO VALE PARA CONTRATO CEDIDO EM COBEXT.DAT (VER
      *         CEDCOB). DETALHE DE PAGAMENTO BAIXA A PARCELA NO VALOR
      *         RECEBIDO PELA AGENCIA E APURA A COMISSAO DEVIDA
      *         (PERCENTUAL M4_PCT_COMISSAO_COB); CONTRATO SEM MAIS
      *         NADA EM ABERTO FICA QUITADO. DETALHE DE ACORDO
      *         CONSOLIDA AS PARCELAS EM ABERTO NUM CONTRATO NOVO COMO
      *         RENEGOC FAZ (NUMERO DE FINCTRL.DAT, PARCELAS "R" E
      *         ANTES/DEPOIS EM RENEGLOG.DAT), QUE CONTINUA NA AGENCIA.
      *         CADA PAGAMENTO E ACORDO VAI PARA A TRILHA COBMOV.DAT,
      *         BASE DO RELATORIO MENSAL DA COMISSAO; O QUE NAO CASAR
      *         OU CAIR EM COMPETENCIA FECHADA NA CONTABILIDADE
      *         (PERFIN, VER FECHAFIN) SAI NA LISTA DE EXCECOES. AS
      *         LISTAS SAEM NO SPOOL (SPLCTL). VENCIMENTO DO ACORDO
      *         EM DIA SEM EXPEDIENTE BANCARIO (FERBANC.DAT) VAI PARA
      *         O PROXIMO DIA UTIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCOB.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT COBEXT ASSIGN TO WS-COBEXT-PATH
      *>          CONTRATOS CEDIDOS A AGENCIA (VER CEDCOB).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-NUM-CONTRATO
               FILE STATUS IS WS-FS-CED.

               SELECT FINCTRL ASSIGN TO WS-FINCTRL-PATH
      *>          CONTADOR DO PROXIMO NUMERO DE CONTRATO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT RENEGLOG ASSIGN TO WS-RENEGLOG-PATH
      *>          TRILHA DE AUDITORIA COM O ANTES/DEPOIS (RENEGOC).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT COBMOV ASSIGN TO WS-COBMOV-PATH
      *>          RECEBIMENTOS E ACORDOS DA AGENCIA, COM A COMISSAO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.

               SELECT RETORNO ASSIGN TO WS-RETCOB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD COBEXT.
       COPY FD_COBEXT.

       FD FINCTRL.
       01 REG-FINCTRL.
           03 FC-PROX-CONTRATO     PIC 9(06).

       FD RENEGLOG.
       01 WS-LINHA-LOG             PIC X(120).

       FD COBMOV.
       COPY FD_COBMOV.

       FD RETORNO.
       01 WS-LINHA-RETORNO         PIC X(100).

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-CED         PIC 99.
           88 FS-CED-OK     VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.
       77 WS-FS-LOG         PIC 99.
           88 FS-LOG-OK     VALUE 0.
       77 WS-FS-MOV         PIC 99.
           88 FS-MOV-OK     VALUE 0.
       77 WS-FS-RET         PIC 99.
           88 FS-RET-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-PARC          PIC X.
           88 FIM-PARCELAS     VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-CONTRATO-CORR     PIC 9(06) VALUE ZEROS.
       77 WS-CEDIDO            PIC X VALUE "N".
           88 CONTRATO-CEDIDO  VALUE "S" FALSE "N".

      *> Data de lancamento contra o fechamento contabil.
       COPY WS_PERFIN.
       COPY WS_DATUTIL.

      *> Layout do detalhe do retorno acordado com a agencia: "2" =
      *> pagamento de parcela, "3" = acordo fechado (valores em
      *> centavos).
       01 WS-RET-DETALHE.
           03 RT-TIPO              PIC X.
           03 RT-CONTRATO          PIC 9(06).
           03 RT-DADOS             PIC X(93).
           03 RT-PAGAMENTO REDEFINES RT-DADOS.
               05 RT-PARCELA       PIC 9(03).
               05 RT-DT-PAGAMENTO  PIC 9(08).
               05 RT-VL-PAGO       PIC 9(09).
               05 FILLER           PIC X(73).
           03 RT-ACORDO REDEFINES RT-DADOS.
               05 RT-QTD-PARCELAS  PIC 9(03).
               05 RT-DT-PRIMEIRO-VENC PIC 9(08).
               05 RT-VL-ACORDO     PIC 9(09).
               05 FILLER           PIC X(73).

       77 WS-VL-PAGO-REAIS     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-COMISSAO       PIC 9(07)V99 VALUE ZEROS.

      *> Acordo: divida em aberto consolidada e contrato novo.
       77 WS-QTD-ABERTAS       PIC 9(03) VALUE ZEROS.
       77 WS-VL-ABERTO         PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-ACORDO         PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-PARCELA-NOVA   PIC 9(05)V99 VALUE ZEROS.
       77 WS-VL-ULTIMA         PIC 9(07)V99 VALUE ZEROS.
       77 WS-NUM-CONTRATO-NOVO PIC 9(06) VALUE ZEROS.
       77 WS-ID-ALUNO-VELHO    PIC 9(05) VALUE ZEROS.
       77 WS-NOME-VELHO        PIC X(18) VALUE SPACES.
       77 WS-IND               PIC 9(03) VALUE ZEROS.
       77 WS-DATA-VENC         PIC 9(08) VALUE ZEROS.

      *> Listas no spool.
       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       77 WS-PAGINAS           PIC 9(04) VALUE 1.
       77 WS-VALOR-EDIT        PIC ZZ.ZZZ.ZZ9,99.
       77 WS-PCT-EDIT          PIC Z9,99.

       77 WS-TOT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BAIXADAS      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ACORDOS       PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXCECOES      PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-EXC        PIC X(34) VALUE SPACES.

      *> Relatorio de comissao da competencia.
       77 WS-COMPETENCIA-INF   PIC 9(06) VALUE ZEROS.
       77 WS-QT-PAGTOS         PIC 9(05) VALUE ZEROS.
       77 WS-VL-RECEBIDO-MES   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-COMISSAO-MES   PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-ACORDOS-MES    PIC 9(05) VALUE ZEROS.
       77 WS-VL-ACORDOS-MES    PIC 9(09)V99 VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***RETORNO DA COBRANCA EXTERNA***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "RETCOB" TO JR-PROGRAMA

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> PROCESSAR RETORNO DA AGENCIA  "
                   "<2> RELATORIO DE COMISSAO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P200-ABRE-EXCECOES
                   PERFORM P310-PROCESSA-RETORNO
                   PERFORM P800-FECHA-EXCECOES
               WHEN "2"
                   PERFORM P500-RELATORIO-COMISSAO
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P200-ABRE-EXCECOES.
      *> Membro numerado do spool para a lista de excecoes.
           MOVE ZEROS      TO WS-TOT-LIDOS
           MOVE ZEROS      TO WS-TOT-BAIXADAS
           MOVE ZEROS      TO WS-TOT-ACORDOS
           MOVE ZEROS      TO WS-TOT-EXCECOES

           PERFORM P210-ALOCA-SPOOL

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF FS-REL-OK THEN
               MOVE "EXCECOES DO RETORNO DA COBRANCA EXTERNA"
                   TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P210-ALOCA-SPOOL.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "RETCOB"   TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\RETCOB.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF
           .

       P310-PROCESSA-RETORNO.
           SET EOF-OK      TO FALSE
           SET FS-RET-OK   TO TRUE

           OPEN INPUT RETORNO
           IF NOT FS-RET-OK THEN
               DISPLAY "RETCOB.TXT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-RET
           ELSE
               SET FS-CED-OK  TO TRUE
               SET FS-PARC-OK TO TRUE
               SET FS-FIN-OK  TO TRUE
               OPEN I-O COBEXT
               OPEN I-O PARCELAS
               OPEN I-O FINANCIAMENTOS
               IF NOT FS-CED-OK OR NOT FS-PARC-OK
                       OR NOT FS-FIN-OK THEN
                   DISPLAY "COBEXT/PARCELAS/FINANCIAMENTOS "
                           "INDISPONIVEL - FILE STATUS: " WS-FS-CED
                           " " WS-FS-PARC " " WS-FS-FIN
               ELSE
                   SET FS-MOV-OK TO TRUE
                   OPEN EXTEND COBMOV
                   IF WS-FS-MOV EQUAL 35 THEN
                       OPEN OUTPUT COBMOV
                   END-IF
                   PERFORM UNTIL EOF-OK
                       READ RETORNO
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-RETORNO TO WS-RET-DETALHE
                               EVALUATE RT-TIPO
                                   WHEN "2"
                                       ADD 1 TO WS-TOT-LIDOS
                                       PERFORM P320-PAGAMENTO
                                   WHEN "3"
                                       ADD 1 TO WS-TOT-LIDOS
                                       PERFORM P340-ACORDO
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   IF FS-MOV-OK THEN
                       CLOSE COBMOV
                   END-IF
               END-IF
               CLOSE FINANCIAMENTOS
               CLOSE PARCELAS
               CLOSE COBEXT
               CLOSE RETORNO
           END-IF
           .

       P315-LE-CESSAO.
      *> O retorno so mexe em contrato que esta na agencia.
           SET CONTRATO-CEDIDO TO FALSE
           MOVE RT-CONTRATO TO CE-NUM-CONTRATO
           READ COBEXT
               KEY IS CE-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CE-EM-COBRANCA THEN
                       SET CONTRATO-CEDIDO TO TRUE
                   END-IF
           END-READ
           .

       P320-PAGAMENTO.
           MOVE SPACES TO WS-MOTIVO-EXC

           IF RT-PARCELA IS NOT NUMERIC
                   OR RT-CONTRATO IS NOT NUMERIC
                   OR RT-DT-PAGAMENTO IS NOT NUMERIC
                   OR RT-VL-PAGO IS NOT NUMERIC THEN
               MOVE "LINHA INVALIDA (NAO NUMERICA)" TO WS-MOTIVO-EXC
               PERFORM P380-GRAVA-EXCECAO
           ELSE
               PERFORM P315-LE-CESSAO
               MOVE RT-DT-PAGAMENTO TO WS-PE-DATA
               CALL "PERFIN" USING WS-PERFIN-PARM
               IF NOT CONTRATO-CEDIDO THEN
                   MOVE "CONTRATO NAO ESTA NA AGENCIA"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
               IF PE-PERIODO-FECHADO THEN
                   MOVE "PAGAMENTO EM COMPETENCIA FECHADA"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
               MOVE RT-CONTRATO TO PA-NUM-CONTRATO
               MOVE RT-PARCELA  TO PA-NUM-PARCELA
               READ PARCELAS
                   KEY IS PA-CHAVE
                   INVALID KEY
                       MOVE "PARCELA NAO ENCONTRADA" TO WS-MOTIVO-EXC
                       PERFORM P380-GRAVA-EXCECAO
                   NOT INVALID KEY
                       IF PA-PAGA THEN
                           MOVE "PARCELA JA ESTAVA PAGA"
                               TO WS-MOTIVO-EXC
                           PERFORM P380-GRAVA-EXCECAO
                       ELSE
                       IF PA-RENEGOCIADA THEN
                           MOVE "PARCELA QUITADA POR RENEGOCIACAO"
                               TO WS-MOTIVO-EXC
                           PERFORM P380-GRAVA-EXCECAO
                       ELSE
                       IF PA-BAIXADA-PERDA THEN
                           MOVE "PARCELA BAIXADA COMO PERDA"
                               TO WS-MOTIVO-EXC
                           PERFORM P380-GRAVA-EXCECAO
                       ELSE
                           PERFORM P325-BAIXA-PARCELA
                       END-IF
                       END-IF
                       END-IF
               END-READ
               END-IF
               END-IF
           END-IF
           .

       P325-BAIXA-PARCELA.
      *> A agencia negocia multa e desconto com o devedor: a parcela
      *> baixa pelo valor que ela recebeu, sem encargos apartados.
           COMPUTE WS-VL-PAGO-REAIS = RT-VL-PAGO / 100
           SET PA-PAGA           TO TRUE
           MOVE RT-DT-PAGAMENTO  TO PA-DT-PAGAMENTO
           MOVE WS-VL-PAGO-REAIS TO PA-VL-PAGO
           MOVE ZEROS            TO PA-VL-MULTA
           MOVE ZEROS            TO PA-VL-JUROS
           REWRITE REG-PARCELA
               INVALID KEY
                   MOVE "ERRO NA REGRAVACAO" TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               NOT INVALID KEY
                   MOVE "R" TO JR-OPERACAO
                   MOVE REG-PARCELA TO JR-IMAGEM
                   PERFORM P785-GRAVA-JORNAL
                   ADD 1 TO WS-TOT-BAIXADAS
                   COMPUTE WS-VL-COMISSAO ROUNDED =
                           WS-VL-PAGO-REAIS * WS-PCT-COMISSAO-COB / 100
                   ADD WS-VL-PAGO-REAIS TO CE-VL-RECEBIDO
                   ADD WS-VL-COMISSAO   TO CE-VL-COMISSAO
                   PERFORM P330-CONFERE-QUITACAO
                   REWRITE REG-COBEXT
                   MOVE RT-DT-PAGAMENTO TO CM-DT-MOVIMENTO
                   MOVE RT-PARCELA      TO CM-NUM-PARCELA
                   MOVE ZEROS           TO CM-CONTRATO-ACORDO
                   SET CM-PAGAMENTO     TO TRUE
                   PERFORM P390-GRAVA-MOVIMENTO
           END-REWRITE
           .

       P330-CONFERE-QUITACAO.
      *> Nada mais em aberto no contrato: a agencia quitou.
           PERFORM P335-SOMA-ABERTAS
           IF WS-QTD-ABERTAS EQUAL ZEROS THEN
               SET CE-QUITADO    TO TRUE
               MOVE WS-DATA-HOJE TO CE-DT-SITUACAO
           END-IF
           .

       P335-SOMA-ABERTAS.
           SET FIM-PARCELAS TO FALSE
           MOVE ZEROS       TO WS-QTD-ABERTAS
           MOVE ZEROS       TO WS-VL-ABERTO

           MOVE RT-CONTRATO TO PA-NUM-CONTRATO
           MOVE ZEROS       TO PA-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   SET FIM-PARCELAS TO TRUE
           END-START
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL RT-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF PA-ABERTA THEN
                               ADD 1        TO WS-QTD-ABERTAS
                               ADD PA-VALOR TO WS-VL-ABERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P340-ACORDO.
           MOVE SPACES TO WS-MOTIVO-EXC

           IF RT-CONTRATO IS NOT NUMERIC
                   OR RT-QTD-PARCELAS IS NOT NUMERIC
                   OR RT-DT-PRIMEIRO-VENC IS NOT NUMERIC
                   OR RT-VL-ACORDO IS NOT NUMERIC THEN
               MOVE "LINHA INVALIDA (NAO NUMERICA)" TO WS-MOTIVO-EXC
               PERFORM P380-GRAVA-EXCECAO
           ELSE
               COMPUTE WS-VL-ACORDO = RT-VL-ACORDO / 100
               PERFORM P315-LE-CESSAO
               MOVE WS-DATA-HOJE TO WS-PE-DATA
               CALL "PERFIN" USING WS-PERFIN-PARM
               MOVE "V"                 TO WS-DU-OPERACAO
               MOVE RT-DT-PRIMEIRO-VENC TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF NOT CONTRATO-CEDIDO THEN
                   MOVE "CONTRATO NAO ESTA NA AGENCIA"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
               IF PE-PERIODO-FECHADO THEN
                   MOVE "ACORDO EM COMPETENCIA FECHADA"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
               IF RT-QTD-PARCELAS EQUAL ZEROS
                       OR RT-QTD-PARCELAS > 420 THEN
                   MOVE "NUMERO DE PARCELAS INVALIDO"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
               IF WS-VL-ACORDO EQUAL ZEROS
                       OR WS-VL-ACORDO > 999999,99 THEN
                   MOVE "VALOR DO ACORDO INVALIDO" TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
               IF WS-DU-ERRO EQUAL "S"
                       OR RT-DT-PRIMEIRO-VENC < WS-DATA-HOJE THEN
                   MOVE "PRIMEIRO VENCIMENTO INVALIDO"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
                   PERFORM P345-CONFERE-DIVIDA
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

       P345-CONFERE-DIVIDA.
           PERFORM P335-SOMA-ABERTAS
           MOVE ZEROS TO WS-ID-ALUNO-VELHO
           MOVE RT-CONTRATO TO FI-NUM-CONTRATO
           READ FINANCIAMENTOS
               KEY IS FI-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FI-ID-ALUNO TO WS-ID-ALUNO-VELHO
                   MOVE FI-NOME     TO WS-NOME-VELHO
           END-READ

           IF WS-ID-ALUNO-VELHO EQUAL ZEROS THEN
               MOVE "CONTRATO NAO ENCONTRADO" TO WS-MOTIVO-EXC
               PERFORM P380-GRAVA-EXCECAO
           ELSE
           IF WS-QTD-ABERTAS EQUAL ZEROS THEN
               MOVE "CONTRATO SEM PARCELA EM ABERTO" TO WS-MOTIVO-EXC
               PERFORM P380-GRAVA-EXCECAO
           ELSE
               COMPUTE WS-VL-PARCELA-NOVA ROUNDED =
                       WS-VL-ACORDO / RT-QTD-PARCELAS
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-VL-PARCELA-NOVA
               END-COMPUTE
               IF WS-VL-PARCELA-NOVA EQUAL ZEROS THEN
                   MOVE "VALOR DA PARCELA DO ACORDO INVALIDO"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
               ELSE
                   PERFORM P350-EFETIVA-ACORDO
               END-IF
           END-IF
           END-IF
           .

       P350-EFETIVA-ACORDO.
           PERFORM P410-PROXIMO-CONTRATO
           PERFORM P420-GRAVA-CONTRATO-NOVO
           PERFORM P430-GERA-PARCELAS-NOVAS
           PERFORM P440-BAIXA-ABERTAS
           PERFORM P450-GRAVA-LOG

      *>   O cedido sai como acordo; o contrato novo continua na
      *>   agencia, que recebe as parcelas do acordo.
           MOVE RT-CONTRATO          TO CE-NUM-CONTRATO
           READ COBEXT
               KEY IS CE-NUM-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CE-ACORDO             TO TRUE
                   MOVE WS-DATA-HOJE         TO CE-DT-SITUACAO
                   MOVE WS-NUM-CONTRATO-NOVO TO CE-CONTRATO-ACORDO
                   REWRITE REG-COBEXT
           END-READ

           MOVE WS-NUM-CONTRATO-NOVO TO CE-NUM-CONTRATO
           MOVE WS-ID-ALUNO-VELHO    TO CE-ID-ALUNO
           MOVE WS-DATA-HOJE         TO CE-DT-CESSAO
           MOVE ZEROS                TO CE-SEQ-REMESSA
           MOVE WS-VL-ACORDO         TO CE-VL-CEDIDO
           MOVE RT-QTD-PARCELAS      TO CE-QTD-PARCELAS
           SET CE-EM-COBRANCA        TO TRUE
           MOVE WS-DATA-HOJE         TO CE-DT-SITUACAO
           MOVE RT-CONTRATO          TO CE-CONTRATO-ORIGEM
           MOVE ZEROS                TO CE-CONTRATO-ACORDO
           MOVE ZEROS                TO CE-VL-RECEBIDO
           MOVE ZEROS                TO CE-VL-COMISSAO
           WRITE REG-COBEXT
               INVALID KEY
                   REWRITE REG-COBEXT
           END-WRITE

           ADD 1 TO WS-TOT-ACORDOS
           MOVE WS-VL-ACORDO         TO WS-VL-PAGO-REAIS
           MOVE ZEROS                TO WS-VL-COMISSAO
           MOVE WS-DATA-HOJE         TO CM-DT-MOVIMENTO
           MOVE ZEROS                TO CM-NUM-PARCELA
           MOVE WS-NUM-CONTRATO-NOVO TO CM-CONTRATO-ACORDO
           SET CM-ACORDO             TO TRUE
           PERFORM P390-GRAVA-MOVIMENTO
           .

       P380-GRAVA-EXCECAO.
           ADD 1 TO WS-TOT-EXCECOES
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               IF RT-TIPO EQUAL "3" THEN
                   STRING "CONTRATO " DELIMITED BY SIZE
                          RT-CONTRATO DELIMITED BY SIZE
                          " ACORDO - " DELIMITED BY SIZE
                          WS-MOTIVO-EXC DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               ELSE
                   STRING "CONTRATO " DELIMITED BY SIZE
                          RT-CONTRATO DELIMITED BY SIZE
                          " PARCELA " DELIMITED BY SIZE
                          RT-PARCELA DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-MOTIVO-EXC DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               END-IF
               WRITE WS-LINHA-REL
           END-IF
           .

       P390-GRAVA-MOVIMENTO.
           IF FS-MOV-OK THEN
               MOVE WS-DATA-HOJE        TO CM-DT-PROCESSO
               MOVE RT-CONTRATO         TO CM-NUM-CONTRATO
               MOVE WS-VL-PAGO-REAIS    TO CM-VALOR
               MOVE WS-PCT-COMISSAO-COB TO CM-PCT-COMISSAO
               MOVE WS-VL-COMISSAO      TO CM-VL-COMISSAO
               WRITE REG-COBMOV
           END-IF
           .

       P410-PROXIMO-CONTRATO.
      *> Mesmo contador persistido que FINANC usa (FINCTRL.DAT).
           MOVE ZEROS      TO FC-PROX-CONTRATO
           SET FS-CTL-OK   TO TRUE
           OPEN INPUT FINCTRL
               IF FS-CTL-OK THEN
                   READ FINCTRL
                       AT END CONTINUE
                   END-READ
               END-IF
               CLOSE FINCTRL

           IF FC-PROX-CONTRATO IS NOT NUMERIC THEN
               MOVE ZEROS TO FC-PROX-CONTRATO
           END-IF
           COMPUTE WS-NUM-CONTRATO-NOVO = FC-PROX-CONTRATO + 1

           SET FS-CTL-OK   TO TRUE
           OPEN OUTPUT FINCTRL
               IF FS-CTL-OK THEN
                   MOVE WS-NUM-CONTRATO-NOVO TO FC-PROX-CONTRATO
                   WRITE REG-FINCTRL
               END-IF
               CLOSE FINCTRL
           .

       P420-GRAVA-CONTRATO-NOVO.
           MOVE WS-NUM-CONTRATO-NOVO TO FI-NUM-CONTRATO
           MOVE WS-ID-ALUNO-VELHO    TO FI-ID-ALUNO
           MOVE WS-NOME-VELHO        TO FI-NOME
      *>   Produto fixo para os relatorios separarem o acordo da
      *>   agencia do financiado comum e da renegociacao interna.
           MOVE "ACORDO COB EXTERNA" TO FI-NM-PRODUTO
           MOVE WS-VL-ACORDO         TO FI-VALOR
           MOVE RT-QTD-PARCELAS      TO FI-NUM-PARCELAS
           MOVE WS-VL-PARCELA-NOVA   TO FI-VL-PARCELA
           MOVE WS-DATA-HOJE         TO FI-DATA-CONTRATACAO
           MOVE ZEROS                TO FI-TAXA
           SET FI-ATIVO              TO TRUE
           MOVE ZEROS                TO FI-TAXA-VIGENCIA
           MOVE ZEROS                TO FI-CET-MENSAL
           MOVE ZEROS                TO FI-CET-ANUAL
           MOVE "P"                  TO FI-SISTEMA-AMORT
           WRITE REG-FINANCIAMENTO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CONTRATO NOVO"
                       TO WS-MOTIVO-EXC
                   PERFORM P380-GRAVA-EXCECAO
           END-WRITE
           .

       P430-GERA-PARCELAS-NOVAS.
      *> Vencimentos mensais a partir do primeiro combinado pela
      *> agencia; a ultima parcela absorve o arredondamento.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > RT-QTD-PARCELAS
               MOVE "M"                 TO WS-DU-OPERACAO
               MOVE RT-DT-PRIMEIRO-VENC TO WS-DU-DATA-1
               MOVE ZEROS               TO WS-DU-DATA-2
               COMPUTE WS-DU-QTD = WS-IND - 1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO EQUAL "S" THEN
                   MOVE RT-DT-PRIMEIRO-VENC TO WS-DATA-VENC
               ELSE
                   MOVE "U"                  TO WS-DU-OPERACAO
                   MOVE WS-DU-RESULTADO-DATA TO WS-DU-DATA-1
                   CALL "DATUTIL" USING WS-DATUTIL-PARM
                   MOVE WS-DU-RESULTADO-DATA TO WS-DATA-VENC
               END-IF

               MOVE WS-NUM-CONTRATO-NOVO TO PA-NUM-CONTRATO
               MOVE WS-IND               TO PA-NUM-PARCELA
               MOVE WS-DATA-VENC         TO PA-DT-VENCIMENTO
               IF WS-IND EQUAL RT-QTD-PARCELAS THEN
                   COMPUTE WS-VL-ULTIMA = WS-VL-ACORDO -
                           WS-VL-PARCELA-NOVA * (RT-QTD-PARCELAS - 1)
                   MOVE WS-VL-ULTIMA      TO PA-VALOR
               ELSE
                   MOVE WS-VL-PARCELA-NOVA TO PA-VALOR
               END-IF
               SET PA-ABERTA             TO TRUE
               MOVE ZEROS                TO PA-DT-PAGAMENTO
               MOVE ZEROS                TO PA-VL-PAGO
               MOVE ZEROS                TO PA-VL-MULTA
               MOVE ZEROS                TO PA-VL-JUROS
               MOVE PA-VALOR             TO PA-VALOR-ORIG
               WRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A PARCELA " WS-IND
                               " DO CONTRATO " WS-NUM-CONTRATO-NOVO
                   NOT INVALID KEY
                       MOVE "W" TO JR-OPERACAO
                       MOVE REG-PARCELA TO JR-IMAGEM
                       PERFORM P785-GRAVA-JORNAL
               END-WRITE
           END-PERFORM
           .

       P440-BAIXA-ABERTAS.
      *> Todas as parcelas em aberto do cedido saem como "R" (quitadas
      *> por renegociacao), sem contar como recebimento.
           SET FIM-PARCELAS TO FALSE
           MOVE RT-CONTRATO TO PA-NUM-CONTRATO
           MOVE ZEROS       TO PA-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   SET FIM-PARCELAS TO TRUE
           END-START
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL RT-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF PA-ABERTA THEN
                               SET PA-RENEGOCIADA TO TRUE
                               MOVE WS-DATA-HOJE TO PA-DT-PAGAMENTO
                               REWRITE REG-PARCELA
                               IF FS-PARC-OK THEN
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-PARCELA TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                               END-IF
                               PERFORM P445-LOG-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P445-LOG-PARCELA.
           SET FS-LOG-OK TO TRUE
           OPEN EXTEND RENEGLOG
               IF WS-FS-LOG EQUAL 35 THEN
                   OPEN OUTPUT RENEGLOG
               END-IF
               IF FS-LOG-OK THEN
                   MOVE SPACES TO WS-LINHA-LOG
                   STRING WS-DATA-HOJE DELIMITED BY SIZE
                          " ANTES: CONTRATO " DELIMITED BY SIZE
                          PA-NUM-CONTRATO DELIMITED BY SIZE
                          " PARCELA " DELIMITED BY SIZE
                          PA-NUM-PARCELA DELIMITED BY SIZE
                          " VENC " DELIMITED BY SIZE
                          PA-DT-VENCIMENTO DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          PA-VALOR DELIMITED BY SIZE
                          " -> QUITADA POR ACORDO DA AGENCIA"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-LOG
                   WRITE WS-LINHA-LOG
               END-IF
               CLOSE RENEGLOG
           .

       P450-GRAVA-LOG.
           SET FS-LOG-OK TO TRUE
           OPEN EXTEND RENEGLOG
               IF WS-FS-LOG EQUAL 35 THEN
                   OPEN OUTPUT RENEGLOG
               END-IF
               IF FS-LOG-OK THEN
                   MOVE SPACES TO WS-LINHA-LOG
                   STRING WS-DATA-HOJE DELIMITED BY SIZE
                          " DEPOIS: CONTRATO " DELIMITED BY SIZE
                          RT-CONTRATO DELIMITED BY SIZE
                          " CONSOLIDADO NO CONTRATO "
                          DELIMITED BY SIZE
                          WS-NUM-CONTRATO-NOVO DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-VL-ACORDO DELIMITED BY SIZE
                          " (ACORDO DA COBRANCA EXTERNA EM "
                          DELIMITED BY SIZE
                          RT-QTD-PARCELAS DELIMITED BY SIZE
                          " PARCELAS)" DELIMITED BY SIZE
                          INTO WS-LINHA-LOG
                   WRITE WS-LINHA-LOG
               END-IF
               CLOSE RENEGLOG
           .

       P500-RELATORIO-COMISSAO.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT WS-COMPETENCIA-INF

           MOVE ZEROS TO WS-QT-PAGTOS
           MOVE ZEROS TO WS-VL-RECEBIDO-MES
           MOVE ZEROS TO WS-VL-COMISSAO-MES
           MOVE ZEROS TO WS-QT-ACORDOS-MES
           MOVE ZEROS TO WS-VL-ACORDOS-MES

           SET FS-MOV-OK TO TRUE
           OPEN INPUT COBMOV
           IF NOT FS-MOV-OK THEN
               DISPLAY "NENHUM RETORNO DA AGENCIA PROCESSADO (SEM "
                       "ARQUIVO)"
           ELSE
               PERFORM P210-ALOCA-SPOOL
               SET FS-REL-OK TO TRUE
               OPEN OUTPUT RELATORIO
               IF NOT FS-REL-OK THEN
                   DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                           WS-FS-REL
               ELSE
                   PERFORM P510-CABECALHO
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ COBMOV
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF CM-DT-MOVIMENTO (1:6) EQUAL
                                  WS-COMPETENCIA-INF THEN
                                   PERFORM P520-LINHA-MOVIMENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM P530-TOTAIS
                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F"        TO WS-SP-OPERACAO
                       MOVE WS-PAGINAS TO WS-SP-PAGINAS
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY "RELATORIO DE COMISSAO EM: " WS-RELAT-PATH
               END-IF
               CLOSE COBMOV
           END-IF
           .

       P510-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL
           STRING "COMISSAO DA COBRANCA EXTERNA - COMPETENCIA "
                  DELIMITED BY SIZE
                  WS-COMPETENCIA-INF DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "CONTRATO PARC DATA         VALOR RECEBIDO  PCT "
             TO WS-LINHA-REL
           MOVE "       COMISSAO" TO WS-LINHA-REL (50:15)
           WRITE WS-LINHA-REL
           .

       P520-LINHA-MOVIMENTO.
           MOVE SPACES TO WS-LINHA-REL
           IF CM-ACORDO THEN
               ADD 1        TO WS-QT-ACORDOS-MES
               ADD CM-VALOR TO WS-VL-ACORDOS-MES
               MOVE CM-VALOR TO WS-VALOR-EDIT
               STRING CM-NUM-CONTRATO DELIMITED BY SIZE
                      " ACORDO " DELIMITED BY SIZE
                      CM-DT-MOVIMENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      " -> CONTRATO " DELIMITED BY SIZE
                      CM-CONTRATO-ACORDO DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               ADD 1              TO WS-QT-PAGTOS
               ADD CM-VALOR       TO WS-VL-RECEBIDO-MES
               ADD CM-VL-COMISSAO TO WS-VL-COMISSAO-MES
               MOVE CM-VALOR        TO WS-VALOR-EDIT
               MOVE CM-PCT-COMISSAO TO WS-PCT-EDIT
               STRING CM-NUM-CONTRATO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CM-NUM-PARCELA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CM-DT-MOVIMENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PCT-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               MOVE CM-VL-COMISSAO TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT  TO WS-LINHA-REL (51:13)
           END-IF
           WRITE WS-LINHA-REL
           .

       P530-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE WS-VL-RECEBIDO-MES TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "PARCELAS RECEBIDAS PELA AGENCIA: " DELIMITED BY SIZE
                  WS-QT-PAGTOS DELIMITED BY SIZE
                  " - TOTAL " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE WS-VL-COMISSAO-MES TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "COMISSAO DEVIDA A AGENCIA:      " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE WS-VL-ACORDOS-MES TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "ACORDOS FECHADOS (SEM COMISSAO): " DELIMITED BY SIZE
                  WS-QT-ACORDOS-MES DELIMITED BY SIZE
                  " - TOTAL " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE WS-VL-COMISSAO-MES TO WS-VALOR-EDIT
           DISPLAY "COMISSAO DEVIDA NA COMPETENCIA "
                   WS-COMPETENCIA-INF ": " WS-VALOR-EDIT
           .

       P800-FECHA-EXCECOES.
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "TOTAL DE EXCECOES: " DELIMITED BY SIZE
                      WS-TOT-EXCECOES DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F"        TO WS-SP-OPERACAO
                   MOVE WS-PAGINAS TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
           END-IF
           DISPLAY "========================================"
           DISPLAY "DETALHES LIDOS DO RETORNO: " WS-TOT-LIDOS
           DISPLAY "PARCELAS BAIXADAS:         " WS-TOT-BAIXADAS
           DISPLAY "ACORDOS EFETIVADOS:        " WS-TOT-ACORDOS
           DISPLAY "EXCECOES:                  " WS-TOT-EXCECOES
           DISPLAY "LISTA DE EXCECOES EM: " WS-RELAT-PATH
           DISPLAY "========================================"
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM RETCOB.
