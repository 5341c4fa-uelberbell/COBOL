      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD): MANTEM
      *         OS PERCENTUAIS DE PROVISAO POR FAIXA DE ATRASO
      *         (PDDFAIXA.DAT, AS MESMAS FAIXAS DE FINAGE) E, NO
      *         FECHAMENTO DO MES, ENVELHECE A CARTEIRA EM ABERTO NO
      *         ULTIMO DIA DA COMPETENCIA (PARCELAS E MENSALIDADES/
      *         TAXAS), APLICA OS PERCENTUAIS E GRAVA A PROVISAO DA
      *         COMPETENCIA EM PDDHIST.DAT, COM A DA COMPETENCIA
      *         ANTERIOR PARA CONTABIL LANCAR O AJUSTE (CONSTITUICAO
      *         OU REVERSAO). O DEMONSTRATIVO SAI NO SPOOL (SPLCTL).
      *         TELA AUTORIZADA: EXIGE OPERADOR DE PERFIL
      *         ADMINISTRADOR (OPERADOR.DAT, VER OPECNTT). COMPETENCIA
      *         FECHADA NA CONTABILIDADE (PERFIN, VER FECHAFIN) NAO E
      *         REAPURADA ATE A REABERTURA. O ATRASO DE TITULO
      *         VENCIDO EM DIA SEM EXPEDIENTE BANCARIO CONTA DO
      *         PRIMEIRO DIA UTIL SEGUINTE, COMO EM FINAGE. TEMPO E
      *         VOLUME DE CADA APURACAO VAO PARA O HISTORICO DE
      *         ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDMES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PDDFAIXA ASSIGN TO WS-PDDFAIXA-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-FAIXA
               FILE STATUS IS WS-FS-FX.

               SELECT PDDHIST ASSIGN TO WS-PDDHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-COMPETENCIA
               FILE STATUS IS WS-FS-HIST.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

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
       FD PDDFAIXA.
       COPY FD_PDDFAIXA.

       FD PDDHIST.
       COPY FD_PDDHIST.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       FD OPERADOR.
       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-FX     PIC 99.
           88 FS-FX-OK VALUE 0.
       77 WS-FS-HIST   PIC 99.
           88 FS-HIST-OK VALUE 0.
       77 WS-FS-PARC   PIC 99.
           88 FS-PARC-OK VALUE 0.
       77 WS-FS-MENS   PIC 99.
           88 FS-MENS-OK VALUE 0.
       77 WS-FS-REL    PIC 99.
           88 FS-REL-OK VALUE 0.
       77 WS-FS-OPE    PIC 99.
           88 FS-OPE-OK VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".

       77 WS-FAIXA-INF         PIC 9(01) VALUE ZEROS.
       77 WS-PERCENTUAL-INF    PIC 9(03)V99 VALUE ZEROS.
       77 WS-COMPETENCIA-INF   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DT-INICIO-COMPET  PIC 9(08) VALUE ZEROS.
       77 WS-DT-REFERENCIA     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(06) VALUE ZEROS.
       77 WS-DT-VENC-TITULO    PIC 9(08) VALUE ZEROS.
       77 WS-VL-TITULO         PIC 9(05)V99 VALUE ZEROS.
       77 WS-F                 PIC 9(01) VALUE ZEROS.
       77 WS-TOT-PARCELAS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-MENSALIDADES  PIC 9(05) VALUE ZEROS.
       77 WS-FAIXAS-SEM-PCT    PIC 9(01) VALUE ZEROS.

      *> Dias de atraso na data-base pela sub-rotina DATUTIL.
       COPY WS_DATUTIL.
       COPY WS_PERFIN.

      *> Nome das faixas de atraso (mesma ordem de FINAGE).
       01 WS-NOMES-FAIXAS.
           03 FILLER               PIC X(10) VALUE "A VENCER  ".
           03 FILLER               PIC X(10) VALUE "ATE 30    ".
           03 FILLER               PIC X(10) VALUE "31-60     ".
           03 FILLER               PIC X(10) VALUE "61-90     ".
           03 FILLER               PIC X(10) VALUE "90+       ".
       01 WS-TAB-NOMES REDEFINES WS-NOMES-FAIXAS.
           03 WS-NOME-FAIXA        PIC X(10) OCCURS 5 TIMES.

      *> Apuracao da competencia, montada antes de gravar o
      *> historico.
       01 WS-APURACAO.
           03 WS-AP-FAIXA OCCURS 5 TIMES.
               05 WS-AP-SALDO      PIC 9(09)V99.
               05 WS-AP-PCT        PIC 9(03)V99.
               05 WS-AP-PROVISAO   PIC 9(09)V99.
       77 WS-PROV-TOTAL        PIC 9(09)V99 VALUE ZEROS.
       77 WS-PROV-ANTERIOR     PIC 9(09)V99 VALUE ZEROS.
       77 WS-AJUSTE            PIC S9(09)V99 VALUE ZEROS.
       77 WS-SALDO-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-AJUSTE-EDIT       PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-EDIT          PIC ZZ9,99.

       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P150-RESOLVE-OPERADOR.
           PERFORM P200-AUTORIZA.

           IF ACESSO-AUTORIZADO THEN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               SET EXIT-OK     TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM.

       P150-RESOLVE-OPERADOR.
      *> OPERADOR.DAT vive no diretorio de dados do M3 (mesmo padrao
      *> de resolucao de TAXMNT).
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\OPERADOR.DAT" DELIMITED BY SIZE
                  INTO WS-OPERADOR-PATH-LOCAL
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
           DISPLAY "OPCOES: <1> PERCENTUAIS POR FAIXA  "
                   "<2> APURAR PDD DO MES  <3> HISTORICO  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-MANTEM-PERCENTUAIS
               WHEN "2"
                   PERFORM P400-APURA-PDD
               WHEN "3"
                   PERFORM P500-LISTA-HISTORICO
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-MANTEM-PERCENTUAIS.
           PERFORM P410-CARREGA-PERCENTUAIS
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
               MOVE WS-AP-PCT (WS-F) TO WS-PCT-EDIT
               DISPLAY "  FAIXA " WS-F " - " WS-NOME-FAIXA (WS-F)
                       ": " WS-PCT-EDIT "%"
           END-PERFORM

           DISPLAY "FAIXA (1=A VENCER 2=ATE 30 3=31-60 4=61-90 "
                   "5=90+): "
           ACCEPT WS-FAIXA-INF
           DISPLAY "PERCENTUAL A PROVISIONAR (EX: 050,00): "
           ACCEPT WS-PERCENTUAL-INF

           IF WS-FAIXA-INF < 1 OR WS-FAIXA-INF > 5 OR
              WS-PERCENTUAL-INF > 100 THEN
               DISPLAY "FAIXA OU PERCENTUAL INVALIDO"
           ELSE
               SET FS-FX-OK TO TRUE
               OPEN I-O PDDFAIXA
                   IF WS-FS-FX EQUAL 35 THEN
                       OPEN OUTPUT PDDFAIXA
                       CLOSE PDDFAIXA
                       OPEN I-O PDDFAIXA
                   END-IF
                   IF FS-FX-OK THEN
                       MOVE WS-FAIXA-INF      TO PF-FAIXA
                       MOVE WS-PERCENTUAL-INF TO PF-PERCENTUAL
                       MOVE WS-LOGIN-ID       TO PF-OPERADOR
                       MOVE WS-DATA-HOJE      TO PF-DT-ATUALIZ
                       WRITE REG-PDDFAIXA
                           INVALID KEY
                               REWRITE REG-PDDFAIXA
                               DISPLAY "PERCENTUAL DA FAIXA "
                                       "ATUALIZADO!"
                           NOT INVALID KEY
                               DISPLAY "PERCENTUAL DA FAIXA GRAVADO!"
                       END-WRITE
                   ELSE
                       DISPLAY "Erro ao abrir PDDFAIXA.DAT."
                       DISPLAY "FILE STATUS: " WS-FS-FX
                   END-IF
                   CLOSE PDDFAIXA
           END-IF
           .

       P400-APURA-PDD.
           DISPLAY "COMPETENCIA A APURAR (AAAAMM): "
           ACCEPT WS-COMPETENCIA-INF
           IF WS-COMPETENCIA-INF < 190001 THEN
               DISPLAY "COMPETENCIA INVALIDA"
           ELSE
               PERFORM P405-DATA-REFERENCIA
               MOVE WS-DT-INICIO-COMPET TO WS-PE-DATA
               CALL "PERFIN" USING WS-PERFIN-PARM
               IF WS-DU-ERRO EQUAL "S" THEN
                   DISPLAY "COMPETENCIA INVALIDA"
               ELSE
               IF PE-PERIODO-FECHADO THEN
                   DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA "
                           "NA CONTABILIDADE - APURACAO RECUSADA "
                           "(REABERTURA EM FECHAFIN)"
               ELSE
                   MOVE "PDDMES  " TO WS-RT-PROG
                   MOVE WS-LOGIN-ID TO WS-RT-OPERADOR
                   PERFORM P170-INICIA-RUNSTAT
                   PERFORM P410-CARREGA-PERCENTUAIS
                   IF WS-FAIXAS-SEM-PCT > ZEROS THEN
                       DISPLAY "AVISO: " WS-FAIXAS-SEM-PCT
                               " FAIXA(S) SEM PERCENTUAL CADASTRADO "
                               "- PROVISAO ZERO NELAS"
                   END-IF
                   PERFORM P420-ENVELHECE-PARCELAS
                   PERFORM P430-ENVELHECE-MENSALIDADES
                   PERFORM P440-CALCULA-PROVISAO
                   PERFORM P450-PROVISAO-ANTERIOR
                   PERFORM P460-GRAVA-HISTORICO
                   PERFORM P470-IMPRIME-DEMONSTRATIVO
                   COMPUTE WS-RT-LIDOS = WS-TOT-PARCELAS
                                       + WS-TOT-MENSALIDADES
                   PERFORM P180-GRAVA-RUNSTAT
               END-IF
               END-IF
           END-IF
           .

       P405-DATA-REFERENCIA.
      *> Data-base: ultimo dia da competencia (dia 1 do mes seguinte
      *> menos um dia).
           COMPUTE WS-DT-INICIO-COMPET = WS-COMPETENCIA-INF * 100 + 1
           MOVE "M"                 TO WS-DU-OPERACAO
           MOVE WS-DT-INICIO-COMPET TO WS-DU-DATA-1
           MOVE 1                   TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO NOT EQUAL "S" THEN
               MOVE "D"                  TO WS-DU-OPERACAO
               MOVE WS-DU-RESULTADO-DATA TO WS-DU-DATA-1
               MOVE -1                   TO WS-DU-QTD
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               MOVE WS-DU-RESULTADO-DATA TO WS-DT-REFERENCIA
           END-IF
           .

       P410-CARREGA-PERCENTUAIS.
           MOVE ZEROS TO WS-FAIXAS-SEM-PCT
           INITIALIZE WS-APURACAO
           SET FS-FX-OK TO TRUE
           OPEN INPUT PDDFAIXA
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
               IF FS-FX-OK THEN
                   MOVE WS-F TO PF-FAIXA
                   READ PDDFAIXA
                       KEY IS PF-FAIXA
                       INVALID KEY
                           ADD 1 TO WS-FAIXAS-SEM-PCT
                       NOT INVALID KEY
                           MOVE PF-PERCENTUAL TO WS-AP-PCT (WS-F)
                   END-READ
               ELSE
                   ADD 1 TO WS-FAIXAS-SEM-PCT
               END-IF
           END-PERFORM
           IF FS-FX-OK THEN
               CLOSE PDDFAIXA
           END-IF
           .

       P420-ENVELHECE-PARCELAS.
      *> Aberta na data-base: ainda em aberto, ou paga depois dela.
           SET EOF-OK     TO FALSE
           SET FS-PARC-OK TO TRUE
           MOVE ZEROS     TO WS-TOT-PARCELAS

           OPEN INPUT PARCELAS
           IF NOT FS-PARC-OK THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-PARC
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               PERFORM UNTIL EOF-OK
                   READ PARCELAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF PA-ABERTA OR (PA-PAGA AND
                              PA-DT-PAGAMENTO > WS-DT-REFERENCIA) THEN
                               ADD 1 TO WS-TOT-PARCELAS
                               MOVE PA-DT-VENCIMENTO
                                   TO WS-DT-VENC-TITULO
                               MOVE PA-VALOR TO WS-VL-TITULO
                               PERFORM P425-FAIXA-DO-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELAS
           END-IF
           .

       P425-FAIXA-DO-TITULO.
      *> Mesmas faixas de FINAGE, contadas na data-base.
           MOVE "A"               TO WS-DU-OPERACAO
           MOVE WS-DT-REFERENCIA  TO WS-DU-DATA-1
           MOVE WS-DT-VENC-TITULO TO WS-DU-DATA-2
           MOVE ZEROS             TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               MOVE ZEROS TO WS-DIAS-ATRASO
           ELSE
               MOVE WS-DU-RESULTADO-DIAS TO WS-DIAS-ATRASO
           END-IF

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= ZEROS
                   MOVE 1 TO WS-F
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 2 TO WS-F
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 3 TO WS-F
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 4 TO WS-F
               WHEN OTHER
                   MOVE 5 TO WS-F
           END-EVALUATE
           ADD WS-VL-TITULO TO WS-AP-SALDO (WS-F)
           .

       P430-ENVELHECE-MENSALIDADES.
      *> Cobrancas ate a competencia apurada, abertas na data-base.
           SET EOF-OK     TO FALSE
           SET FS-MENS-OK TO TRUE
           MOVE ZEROS     TO WS-TOT-MENSALIDADES

           OPEN INPUT MENSALIDADES
           IF FS-MENS-OK THEN
               PERFORM UNTIL EOF-OK
                   READ MENSALIDADES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MN-COMPETENCIA NOT > WS-COMPETENCIA-INF
                              AND (MN-ABERTA OR (MN-PAGA AND
                              MN-DT-PAGAMENTO > WS-DT-REFERENCIA))
                              THEN
                               ADD 1 TO WS-TOT-MENSALIDADES
                               MOVE MN-DT-VENCIMENTO
                                   TO WS-DT-VENC-TITULO
                               MOVE MN-VALOR TO WS-VL-TITULO
                               PERFORM P425-FAIXA-DO-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES
           END-IF
           .

       P440-CALCULA-PROVISAO.
           MOVE ZEROS TO WS-PROV-TOTAL
           MOVE ZEROS TO WS-SALDO-TOTAL
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
               COMPUTE WS-AP-PROVISAO (WS-F) ROUNDED =
                       WS-AP-SALDO (WS-F) * WS-AP-PCT (WS-F) / 100
               ADD WS-AP-PROVISAO (WS-F) TO WS-PROV-TOTAL
               ADD WS-AP-SALDO (WS-F)    TO WS-SALDO-TOTAL
           END-PERFORM
           .

       P450-PROVISAO-ANTERIOR.
      *> Ultima competencia apurada antes desta (a chave ordena as
      *> competencias).
           MOVE ZEROS     TO WS-PROV-ANTERIOR
           SET EOF-OK     TO FALSE
           SET FS-HIST-OK TO TRUE

           OPEN INPUT PDDHIST
           IF FS-HIST-OK THEN
               PERFORM UNTIL EOF-OK
                   READ PDDHIST NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF PH-COMPETENCIA < WS-COMPETENCIA-INF THEN
                               MOVE PH-PROV-TOTAL TO WS-PROV-ANTERIOR
                           ELSE
                               SET EOF-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PDDHIST
           END-IF
           COMPUTE WS-AJUSTE = WS-PROV-TOTAL - WS-PROV-ANTERIOR
           .

       P460-GRAVA-HISTORICO.
           SET FS-HIST-OK TO TRUE
           OPEN I-O PDDHIST
               IF WS-FS-HIST EQUAL 35 THEN
                   OPEN OUTPUT PDDHIST
                   CLOSE PDDHIST
                   OPEN I-O PDDHIST
               END-IF

               IF FS-HIST-OK THEN
                   INITIALIZE REG-PDDHIST
                   MOVE WS-COMPETENCIA-INF TO PH-COMPETENCIA
                   MOVE WS-DT-REFERENCIA   TO PH-DT-REFERENCIA
                   MOVE WS-DATA-HOJE       TO PH-DT-APURACAO
                   MOVE WS-LOGIN-ID        TO PH-OPERADOR
                   PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
                       MOVE WS-AP-SALDO (WS-F)    TO PH-SALDO (WS-F)
                       MOVE WS-AP-PCT (WS-F)
                           TO PH-PERCENTUAL (WS-F)
                       MOVE WS-AP-PROVISAO (WS-F)
                           TO PH-PROVISAO (WS-F)
                   END-PERFORM
                   MOVE WS-PROV-TOTAL      TO PH-PROV-TOTAL
                   MOVE WS-PROV-ANTERIOR   TO PH-PROV-ANTERIOR
                   WRITE REG-PDDHIST
                       INVALID KEY
      *>                 Competencia reapurada: regrava.
                           REWRITE REG-PDDHIST
                           DISPLAY "PDD DA COMPETENCIA REAPURADA"
                       NOT INVALID KEY
                           DISPLAY "PDD DA COMPETENCIA GRAVADA"
                   END-WRITE
                   MOVE 1 TO WS-RT-GRAVADOS
               ELSE
                   DISPLAY "ERRO AO ABRIR PDDHIST.DAT - FILE STATUS: "
                           WS-FS-HIST
                   MOVE "99" TO WS-RT-RETORNO
               END-IF
               CLOSE PDDHIST
           .

       P470-IMPRIME-DEMONSTRATIVO.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "PDDMES"   TO WS-SP-PROGRAMA
           MOVE WS-LOGIN-ID TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\PDDMES.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - "
                      DELIMITED BY SIZE
                      "COMPETENCIA " DELIMITED BY SIZE
                      WS-COMPETENCIA-INF DELIMITED BY SIZE
                      "  DATA-BASE " DELIMITED BY SIZE
                      WS-DT-REFERENCIA DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "FAIXA       " DELIMITED BY SIZE
                      "    SALDO EM ABERTO" DELIMITED BY SIZE
                      "       %" DELIMITED BY SIZE
                      "           PROVISAO" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL

               PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
                   PERFORM P475-LINHA-FAIXA
               END-PERFORM

               MOVE ALL "-" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE WS-SALDO-TOTAL TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "CARTEIRA EM ABERTO.....: " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE WS-PROV-TOTAL TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "PROVISAO DA COMPETENCIA: " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE WS-PROV-ANTERIOR TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-REL
               STRING "PROVISAO ANTERIOR......: " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE WS-AJUSTE TO WS-AJUSTE-EDIT
               MOVE SPACES TO WS-LINHA-REL
               IF WS-AJUSTE < ZEROS THEN
                   STRING "REVERSAO DO MES........:" DELIMITED BY SIZE
                          WS-AJUSTE-EDIT DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               ELSE
                   STRING "CONSTITUICAO DO MES....:" DELIMITED BY SIZE
                          WS-AJUSTE-EDIT DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               END-IF
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "TITULOS: " DELIMITED BY SIZE
                      WS-TOT-PARCELAS DELIMITED BY SIZE
                      " PARCELA(S), " DELIMITED BY SIZE
                      WS-TOT-MENSALIDADES DELIMITED BY SIZE
                      " MENSALIDADE(S)/TAXA(S)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL

               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "DEMONSTRATIVO GRAVADO EM: " WS-RELAT-PATH
           END-IF

           MOVE WS-PROV-TOTAL TO WS-VALOR-EDIT
           DISPLAY "PROVISAO DA COMPETENCIA: " WS-VALOR-EDIT
           MOVE WS-AJUSTE TO WS-AJUSTE-EDIT
           DISPLAY "AJUSTE DO MES:          " WS-AJUSTE-EDIT
           .

       P475-LINHA-FAIXA.
           MOVE WS-AP-SALDO (WS-F) TO WS-VALOR-EDIT
           MOVE WS-AP-PCT (WS-F)   TO WS-PCT-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-NOME-FAIXA (WS-F) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           MOVE WS-AP-PROVISAO (WS-F) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA-REL(45:15)
           WRITE WS-LINHA-REL
           .

       P500-LISTA-HISTORICO.
           SET EOF-OK     TO FALSE
           SET FS-HIST-OK TO TRUE

           OPEN INPUT PDDHIST
           IF FS-HIST-OK THEN
               PERFORM UNTIL EOF-OK
                   READ PDDHIST NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           COMPUTE WS-AJUSTE = PH-PROV-TOTAL -
                                   PH-PROV-ANTERIOR
                           MOVE PH-PROV-TOTAL TO WS-VALOR-EDIT
                           MOVE WS-AJUSTE     TO WS-AJUSTE-EDIT
                           DISPLAY PH-COMPETENCIA " PROVISAO "
                                   WS-VALOR-EDIT " AJUSTE "
                                   WS-AJUSTE-EDIT " (" PH-OPERADOR
                                   " EM " PH-DT-APURACAO ")"
                   END-READ
               END-PERFORM
               CLOSE PDDHIST
           ELSE
               DISPLAY "NENHUMA PDD APURADA AINDA"
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-RUNSTAT.

       P900-FIM.

            GOBACK.
       END PROGRAM PDDMES.
