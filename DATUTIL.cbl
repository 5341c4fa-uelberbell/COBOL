      *           "D" = DU-DATA-1 + DU-QTD DIAS -> DU-RESULTADO-DATA
      *           "F" = DU-DATA-1 - DU-DATA-2 EM DIAS ->
      *                 DU-RESULTADO-DIAS
      *           "U" = PROXIMO DIA UTIL BANCARIO A PARTIR DE DU-DATA-1
      *                 (ELA MESMA SE JA FOR UTIL) -> DU-RESULTADO-
      *                 DATA; DU-RESULTADO-DIAS = DIAS ADIADOS
      *           "A" = DIAS DE ATRASO DE UM PAGAMENTO EM DU-DATA-1
      *                 PARA O VENCIMENTO DU-DATA-2: COMO "F", MAS
      *                 ZERO QUANDO O PAGAMENTO CAI ATE O PRIMEIRO DIA
      *                 UTIL DEPOIS DE UM VENCIMENTO SEM EXPEDIENTE
      *                 (VENCIMENTO UTIL EM DU-RESULTADO-DATA)
      *           "S" = DIA DA SEMANA DE DU-DATA-1 EM DU-RESULTADO-
      *                 DIAS: 1 = SEGUNDA ... 6 = SABADO, 7 = DOMINGO
      *                 (A NUMERACAO DA GRADE HORARIO.DAT)
      *         DIA UTIL = SEGUNDA A SEXTA FORA DO CALENDARIO DE
      *         FERIADOS BANCARIOS FERBANC.DAT (VER FERBANC), LIDO NO
      *         DIRETORIO DO M4 (M4_DATA_DIR, SUBPASTA \TREINO NO
      *         PERFIL TREINO); SEM O ARQUIVO SO O FIM DE SEMANA CONTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FERBANC ASSIGN TO WS-FERBANC-PATH
      *>          CALENDARIO DE FERIADOS BANCARIOS (VER FERBANC).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FB-DATA
               FILE STATUS IS WS-FS-FER.

       DATA DIVISION.
       FILE SECTION.
       FD FERBANC.
       COPY FD_FERBANC.

       WORKING-STORAGE SECTION.

       01 WS-DATA-TRAB         PIC 9(08) VALUE ZEROS.
       77 WS-CALC-E            PIC 9(06) VALUE ZEROS.
       77 WS-CALC-M            PIC 9(06) VALUE ZEROS.
       77 WS-CALC-Y            PIC 9(06) VALUE ZEROS.
      *> Quocientes inteiros do algoritmo: cada divisao e guardada
      *> truncada antes de entrar na soma.
       77 WS-CALC-Q1           PIC 9(08) VALUE ZEROS.
       77 WS-CALC-Q2           PIC 9(08) VALUE ZEROS.
       77 WS-CALC-Q3           PIC 9(08) VALUE ZEROS.
       77 WS-CALC-Q4           PIC 9(08) VALUE ZEROS.

      *> Calendario bancario: aberto na primeira consulta de dia util
      *> e mantido aberto entre as chamadas.
       77 WS-FS-FER            PIC 99.
           88 FS-FER-OK        VALUE 0.
       77 WS-FERBANC-ESTADO    PIC X VALUE SPACES.
           88 FERBANC-ABERTO   VALUE "A".
           88 FERBANC-AUSENTE  VALUE "X".
       77 WS-BASE-DIR-FER      PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-AMBIENTE-FER      PIC X(10) VALUE SPACES.
       77 WS-FERBANC-PATH      PIC X(200) VALUE SPACES.
       77 WS-DIA-SEMANA        PIC 9(01) VALUE ZEROS.
       77 WS-DIA-UTIL          PIC X VALUE "N".
           88 DIA-UTIL         VALUE "S" FALSE "N".
       77 WS-DIAS-ADIADOS      PIC 9(03) VALUE ZEROS.
       77 WS-VENC-UTIL         PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARM-DATUTIL.
                   IF DU-ERRO NOT EQUAL "S" THEN
                       PERFORM P500-DIFERENCA-DIAS
                   END-IF
               WHEN "U"
                   PERFORM P200-VALIDA-DATA-1
                   IF DU-ERRO NOT EQUAL "S" THEN
                       MOVE DU-DATA-1 TO WS-DATA-TRAB
                       PERFORM P800-PROXIMO-DIA-UTIL
                       MOVE WS-DATA-TRAB    TO DU-RESULTADO-DATA
                       MOVE WS-DIAS-ADIADOS TO DU-RESULTADO-DIAS
                   END-IF
               WHEN "A"
                   PERFORM P200-VALIDA-DATA-1
                   PERFORM P210-VALIDA-DATA-2
                   IF DU-ERRO NOT EQUAL "S" THEN
                       PERFORM P550-DIAS-ATRASO
                   END-IF
               WHEN "S"
                   PERFORM P200-VALIDA-DATA-1
                   IF DU-ERRO NOT EQUAL "S" THEN
                       PERFORM P600-DATA-PARA-SERIAL
                       COMPUTE DU-RESULTADO-DIAS =
                               FUNCTION MOD(WS-SERIAL, 7) + 1
                   END-IF
               WHEN OTHER
                   MOVE "S" TO DU-ERRO
           END-EVALUATE
           COMPUTE DU-RESULTADO-DIAS = WS-SERIAL-1 - WS-SERIAL-2
           .

       P550-DIAS-ATRASO.
      *> Vencimento em sabado, domingo ou feriado bancario so se
      *> paga no dia util seguinte: ate la nao ha atraso. Passado
      *> esse dia, o atraso conta do vencimento original.
           PERFORM P500-DIFERENCA-DIAS
           MOVE DU-DATA-2 TO WS-DATA-TRAB
           PERFORM P800-PROXIMO-DIA-UTIL
           MOVE WS-DATA-TRAB TO WS-VENC-UTIL
           MOVE WS-VENC-UTIL TO DU-RESULTADO-DATA
           IF DU-RESULTADO-DIAS > ZEROS AND
              DU-DATA-1 NOT > WS-VENC-UTIL THEN
               MOVE ZEROS TO DU-RESULTADO-DIAS
           END-IF
           .

       P600-DATA-PARA-SERIAL.
      *> Numero do dia juliano a partir de WS-DATA-TRAB (AAAAMMDD):
      *> algoritmo classico do calendario gregoriano, em aritmetica
           COMPUTE WS-CALC-A = (14 - WS-TRAB-MES) / 12
           COMPUTE WS-CALC-Y = WS-TRAB-ANO + 4800 - WS-CALC-A
           COMPUTE WS-CALC-M = WS-TRAB-MES + (12 * WS-CALC-A) - 3
           COMPUTE WS-CALC-Q1 = (153 * WS-CALC-M + 2) / 5
           COMPUTE WS-CALC-Q2 = WS-CALC-Y / 4
           COMPUTE WS-CALC-Q3 = WS-CALC-Y / 100
           COMPUTE WS-CALC-Q4 = WS-CALC-Y / 400
           COMPUTE WS-SERIAL = WS-TRAB-DIA
                             + WS-CALC-Q1
                             + (365 * WS-CALC-Y)
                             + WS-CALC-Q2
                             - WS-CALC-Q3
                             + WS-CALC-Q4
                             - 32045
           .

      *> WS-DATA-TRAB (AAAAMMDD).
           COMPUTE WS-CALC-C = WS-SERIAL + 32044
           COMPUTE WS-CALC-B = ((4 * WS-CALC-C) + 3) / 146097
           COMPUTE WS-CALC-Q1 = (146097 * WS-CALC-B) / 4
           COMPUTE WS-CALC-C = WS-CALC-C - WS-CALC-Q1
           COMPUTE WS-CALC-D = ((4 * WS-CALC-C) + 3) / 1461
           COMPUTE WS-CALC-Q1 = (1461 * WS-CALC-D) / 4
           COMPUTE WS-CALC-E = WS-CALC-C - WS-CALC-Q1
           COMPUTE WS-CALC-M = ((5 * WS-CALC-E) + 2) / 153
           COMPUTE WS-CALC-Q1 = ((153 * WS-CALC-M) + 2) / 5
           COMPUTE WS-CALC-Q2 = WS-CALC-M / 10
           COMPUTE WS-TRAB-DIA = WS-CALC-E - WS-CALC-Q1 + 1
           COMPUTE WS-TRAB-MES = WS-CALC-M + 3
                               - (12 * WS-CALC-Q2)
           COMPUTE WS-TRAB-ANO = (100 * WS-CALC-B) + WS-CALC-D
                               - 4800 + WS-CALC-Q2
           .

       P800-PROXIMO-DIA-UTIL.
      *> Anda dia a dia a partir de WS-DATA-TRAB ate um dia util; a
      *> data resultante volta em WS-DATA-TRAB. O limite de 30 dias
      *> so protege contra um calendario cadastrado errado.
           PERFORM P810-ABRE-FERBANC
           MOVE ZEROS TO WS-DIAS-ADIADOS
           PERFORM P600-DATA-PARA-SERIAL
           PERFORM P820-CONFERE-DIA
           PERFORM UNTIL DIA-UTIL OR WS-DIAS-ADIADOS > 30
               ADD 1 TO WS-SERIAL
               ADD 1 TO WS-DIAS-ADIADOS
               PERFORM P700-SERIAL-PARA-DATA
               PERFORM P820-CONFERE-DIA
           END-PERFORM
           .

       P810-ABRE-FERBANC.
      *> Mesmo diretorio dos arquivos do M4 (ver P-RESOLVE-PATH-M4),
      *> resolvido aqui como SPLCTL faz com o spool.
           IF NOT FERBANC-ABERTO AND NOT FERBANC-AUSENTE THEN
               ACCEPT WS-BASE-DIR-FER FROM ENVIRONMENT "M4_DATA_DIR"
               IF WS-BASE-DIR-FER EQUAL SPACES THEN
                   MOVE "C:\Users\escrtorio\Documents\COBOL\M4"
                       TO WS-BASE-DIR-FER
               END-IF
               ACCEPT WS-AMBIENTE-FER FROM ENVIRONMENT "SIS_AMBIENTE"
               IF WS-AMBIENTE-FER EQUAL "TREINO" THEN
                   MOVE WS-BASE-DIR-FER TO WS-DIR-TRN
                   MOVE SPACES          TO WS-BASE-DIR-FER
                   STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                          "\TREINO" DELIMITED BY SIZE
                          INTO WS-BASE-DIR-FER
               END-IF
               MOVE SPACES TO WS-FERBANC-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-FER) DELIMITED BY SIZE
                      "\FERBANC.DAT" DELIMITED BY SIZE
                      INTO WS-FERBANC-PATH
               SET FS-FER-OK TO TRUE
               OPEN INPUT FERBANC
               IF FS-FER-OK THEN
                   SET FERBANC-ABERTO  TO TRUE
               ELSE
                   SET FERBANC-AUSENTE TO TRUE
               END-IF
           END-IF
           .

       P820-CONFERE-DIA.
      *> Dia juliano 0 foi uma segunda-feira: resto 5 = sabado,
      *> 6 = domingo.
           SET DIA-UTIL TO TRUE
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-SERIAL, 7)
           IF WS-DIA-SEMANA > 4 THEN
               SET DIA-UTIL TO FALSE
           ELSE
               IF FERBANC-ABERTO THEN
                   MOVE WS-DATA-TRAB TO FB-DATA
                   READ FERBANC
                       KEY IS FB-DATA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DIA-UTIL TO FALSE
                   END-READ
               END-IF
           END-IF
           .
       END PROGRAM DATUTIL.
