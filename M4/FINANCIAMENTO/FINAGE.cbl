      *         61-90 / MAIS DE 90 DIAS), COM TOTAIS POR CONTRATO E
      *         GERAIS, EM FINAGE.LST - O RELATORIO QUE O CONTADOR DA
      *         ESCOLA PEDE TODO MES.
      * Update: AS MENSALIDADES E TAXAS EM ABERTO DE MENSALIDADES.DAT
      *         ENTRAM NO MESMO RELATORIO, AGRUPADAS POR ALUNO NAS
      *         MESMAS FAIXAS, E OS TOTAIS GERAIS COBREM A CARTEIRA
      *         INTEIRA (PARCELAS + MENSALIDADES).
      * Update: TITULO VENCIDO EM SABADO, DOMINGO OU FERIADO BANCARIO
      *         (FERBANC.DAT) SO ENTRA EM ATRASO DEPOIS DO PRIMEIRO
      *         DIA UTIL SEGUINTE (DATUTIL "A").
      * Update: LIMITES DAS FAIXAS DE ATRASO (PADRAO 30/60/90) LIDOS
      *         DOS PARAMETROS ATRASO-FAIXA-1/2/3 DE PARAMS.DAT
      *         (PARMLKP, MANTIDOS EM PARMMNT), COM OS ROTULOS DO
      *         RELATORIO MONTADOS A PARTIR DELES.
      * Update: TEMPO E VOLUME DE CADA EXECUCAO VAO PARA O HISTORICO
      *         DE ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT RELATORIO ASSIGN TO WS-FINAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

           88 FS-OK    VALUE 0.
       77 WS-FS-REL    PIC 99.
           88 FS-REL-OK VALUE 0.
       77 WS-FS-MENS   PIC 99.
           88 FS-MENS-OK VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       01 WS-FAIXAS-GERAL.
           03 WS-FG-VALOR      PIC 9(08)V99 OCCURS 5 TIMES.
       77 WS-F                 PIC 9(01) VALUE ZEROS.

      *> Limites (dias) das faixas 2, 3 e 4 - padrao 30/60/90, ou os
      *> parametros ATRASO-FAIXA-1/2/3 em vigor hoje quando formam uma
      *> sequencia crescente - e os rotulos correspondentes.
       01 WS-LIMITES-PADRAO.
           03 FILLER           PIC 9(03) VALUE 030.
           03 FILLER           PIC 9(03) VALUE 060.
           03 FILLER           PIC 9(03) VALUE 090.
       01 WS-LIMITES-FAIXA REDEFINES WS-LIMITES-PADRAO.
           03 WS-LIM-FAIXA     PIC 9(03) OCCURS 3 TIMES.
       77 WS-L                 PIC 9(01) VALUE ZEROS.
       77 WS-LIM-DE            PIC ZZ9.
       77 WS-LIM-ATE           PIC ZZ9.
       77 WS-ROT-FAIXA-2       PIC X(09) VALUE " ATE 30:".
       77 WS-ROT-FAIXA-3       PIC X(09) VALUE " 31-60:".
       77 WS-ROT-FAIXA-4       PIC X(09) VALUE " 61-90:".
       77 WS-ROT-FAIXA-5       PIC X(09) VALUE " 90+:".
       77 WS-TOT-ABERTAS       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-MENS-ABERTAS  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIDOS         PIC 9(07) VALUE ZEROS.

      *> Titulo sendo classificado (parcela ou mensalidade).
       77 WS-DT-VENC-TITULO    PIC 9(08) VALUE ZEROS.
       77 WS-VL-TITULO         PIC 9(05)V99 VALUE ZEROS.
       77 WS-ALUNO-CORRENTE    PIC 9(05) VALUE ZEROS.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.

           DISPLAY "***ENVELHECIMENTO DE PARCELAS EM ABERTO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-CARREGA-FAIXAS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE "FINAGE  " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           PERFORM P300-ENVELHECE

           MOVE WS-TOT-LIDOS TO WS-RT-LIDOS
           COMPUTE WS-RT-GRAVADOS = WS-TOT-ABERTAS
                                  + WS-TOT-MENS-ABERTAS
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P300-ENVELHECE.
           IF NOT FS-OK THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN OUTPUT RELATORIO
               IF FS-REL-OK THEN
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               IF PA-ABERTA THEN
                                   PERFORM P310-CLASSIFICA-PARCELA
                               END-IF
                   IF TEM-CONTRATO THEN
                       PERFORM P330-TOTAL-CONTRATO
                   END-IF
                   PERFORM P350-ENVELHECE-MENSAL
                   PERFORM P340-TOTAL-GERAL
               ELSE
                   DISPLAY "Erro ao abrir arquivo de relatorio."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   MOVE "99" TO WS-RT-RETORNO
               END-IF
               CLOSE RELATORIO
           END-IF
           END-IF

           ADD 1 TO WS-TOT-ABERTAS
           MOVE PA-DT-VENCIMENTO TO WS-DT-VENC-TITULO
           MOVE PA-VALOR         TO WS-VL-TITULO
           PERFORM P320-FAIXA-DO-TITULO

           MOVE SPACES TO WS-LINHA-REL
           STRING "  PARCELA " PA-NUM-PARCELA
                  " VENC " PA-DT-VENCIMENTO
                  " VALOR " PA-VALOR
                  " ATRASO " WS-DIAS-ATRASO " DIA(S)"
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P320-FAIXA-DO-TITULO.
      *>   Dias de atraso = hoje - vencimento, pela sub-rotina
      *>   compartilhada de datas (zero ate o primeiro dia util
      *>   depois de um vencimento sem expediente bancario).
           MOVE "A"              TO WS-DU-OPERACAO
           MOVE WS-DATA-HOJE     TO WS-DU-DATA-1
           MOVE WS-DT-VENC-TITULO TO WS-DU-DATA-2
           MOVE ZEROS            TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= ZEROS
                   MOVE 1 TO WS-F
               WHEN WS-DIAS-ATRASO <= WS-LIM-FAIXA(1)
                   MOVE 2 TO WS-F
               WHEN WS-DIAS-ATRASO <= WS-LIM-FAIXA(2)
                   MOVE 3 TO WS-F
               WHEN WS-DIAS-ATRASO <= WS-LIM-FAIXA(3)
                   MOVE 4 TO WS-F
               WHEN OTHER
                   MOVE 5 TO WS-F
           END-EVALUATE
           ADD WS-VL-TITULO TO WS-FX-VALOR(WS-F)
           ADD WS-VL-TITULO TO WS-FG-VALOR(WS-F)
           .

       P330-TOTAL-CONTRATO.
           MOVE SPACES TO WS-LINHA-REL
           STRING "  TOTAIS - A VENCER:" WS-FX-VALOR(1)
                  WS-ROT-FAIXA-2 WS-FX-VALOR(2)
                  WS-ROT-FAIXA-3 WS-FX-VALOR(3)
                  WS-ROT-FAIXA-4 WS-FX-VALOR(4)
                  WS-ROT-FAIXA-5 WS-FX-VALOR(5)
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P350-ENVELHECE-MENSAL.
      *> Mensalidades/taxas em aberto, em ordem de aluno +
      *> competencia: quebra por aluno com as mesmas faixas.
           SET EOF-OK       TO FALSE
           SET FS-MENS-OK   TO TRUE
           SET TEM-CONTRATO TO FALSE

           OPEN INPUT MENSALIDADES
           IF NOT FS-MENS-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "MENSALIDADES E TAXAS EM ABERTO" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           PERFORM UNTIL EOF-OK
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LIDOS
                       IF MN-ABERTA THEN
                           PERFORM P360-CLASSIFICA-MENSAL
                       END-IF
               END-READ
           END-PERFORM
           IF FS-MENS-OK THEN
               IF TEM-CONTRATO THEN
                   PERFORM P330-TOTAL-CONTRATO
               END-IF
               CLOSE MENSALIDADES
           END-IF
           .

       P360-CLASSIFICA-MENSAL.
           IF NOT TEM-CONTRATO OR
              MN-ID-ALUNO NOT EQUAL WS-ALUNO-CORRENTE THEN
               IF TEM-CONTRATO THEN
                   PERFORM P330-TOTAL-CONTRATO
               END-IF
               MOVE MN-ID-ALUNO TO WS-ALUNO-CORRENTE
               SET TEM-CONTRATO TO TRUE
               PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
                   MOVE ZEROS TO WS-FX-VALOR(WS-F)
               END-PERFORM
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "ALUNO " DELIMITED BY SIZE
                      MN-ID-ALUNO DELIMITED BY SIZE
                      " (RESP. FINANCEIRO " DELIMITED BY SIZE
                      MN-ID-RESP-FIN DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF

           ADD 1 TO WS-TOT-MENS-ABERTAS
           MOVE MN-DT-VENCIMENTO TO WS-DT-VENC-TITULO
           MOVE MN-VALOR         TO WS-VL-TITULO
           PERFORM P320-FAIXA-DO-TITULO

           MOVE SPACES TO WS-LINHA-REL
           STRING "  COMPETENCIA " MN-COMPETENCIA "/" MN-SEQ
                  " VENC " MN-DT-VENCIMENTO
                  " VALOR " MN-VALOR
                  " ATRASO " WS-DIAS-ATRASO " DIA(S)"
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "  A VENCER:" WS-FG-VALOR(1)
                  WS-ROT-FAIXA-2 WS-FG-VALOR(2)
                  WS-ROT-FAIXA-3 WS-FG-VALOR(3)
                  WS-ROT-FAIXA-4 WS-FG-VALOR(4)
                  WS-ROT-FAIXA-5 WS-FG-VALOR(5)
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "  PARCELAS EM ABERTO: " WS-TOT-ABERTAS
                  "  MENSALIDADES/TAXAS EM ABERTO: "
                  WS-TOT-MENS-ABERTAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       COPY P-RESOLVE-PATH-M4.

       P110-CARREGA-FAIXAS.
      *>   Limites em vigor hoje; se nao ficarem estritamente
      *>   crescentes valem os padroes 30/60/90.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 3
               MOVE SPACES TO WS-PM-CODIGO
               STRING "ATRASO-FAIXA-" WS-L DELIMITED BY SIZE
                      INTO WS-PM-CODIGO
               MOVE ZEROS TO WS-PM-DATA
               CALL "PARMLKP" USING WS-PARAM-PARM
               IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                           AND WS-PM-VALOR-NUM < 999 THEN
                   MOVE WS-PM-VALOR-NUM TO WS-LIM-FAIXA(WS-L)
               END-IF
           END-PERFORM
           IF WS-LIM-FAIXA(2) NOT > WS-LIM-FAIXA(1) OR
              WS-LIM-FAIXA(3) NOT > WS-LIM-FAIXA(2) THEN
               DISPLAY "FAIXAS DE ATRASO INCOERENTES EM PARAMS.DAT - "
                       "USANDO 30/60/90."
               MOVE 030 TO WS-LIM-FAIXA(1)
               MOVE 060 TO WS-LIM-FAIXA(2)
               MOVE 090 TO WS-LIM-FAIXA(3)
           END-IF

           MOVE WS-LIM-FAIXA(1) TO WS-LIM-ATE
           MOVE SPACES TO WS-ROT-FAIXA-2
           STRING " ATE " FUNCTION TRIM(WS-LIM-ATE) ":"
                  DELIMITED BY SIZE INTO WS-ROT-FAIXA-2
           COMPUTE WS-LIM-DE = WS-LIM-FAIXA(1) + 1
           MOVE WS-LIM-FAIXA(2) TO WS-LIM-ATE
           MOVE SPACES TO WS-ROT-FAIXA-3
           STRING " " FUNCTION TRIM(WS-LIM-DE) "-"
                  FUNCTION TRIM(WS-LIM-ATE) ":"
                  DELIMITED BY SIZE INTO WS-ROT-FAIXA-3
           COMPUTE WS-LIM-DE = WS-LIM-FAIXA(2) + 1
           MOVE WS-LIM-FAIXA(3) TO WS-LIM-ATE
           MOVE SPACES TO WS-ROT-FAIXA-4
           STRING " " FUNCTION TRIM(WS-LIM-DE) "-"
                  FUNCTION TRIM(WS-LIM-ATE) ":"
                  DELIMITED BY SIZE INTO WS-ROT-FAIXA-4
           MOVE SPACES TO WS-ROT-FAIXA-5
           STRING " " FUNCTION TRIM(WS-LIM-ATE) "+:"
                  DELIMITED BY SIZE INTO WS-ROT-FAIXA-5
           .

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "RELATORIO DE ENVELHECIMENTO EM " WS-FINAGE-PATH
           DISPLAY "PARCELAS EM ABERTO: " WS-TOT-ABERTAS
           DISPLAY "MENSALIDADES/TAXAS EM ABERTO: " WS-TOT-MENS-ABERTAS

            GOBACK.
       END PROGRAM FINAGE.
