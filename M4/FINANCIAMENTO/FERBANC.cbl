      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CALENDARIO DE FERIADOS BANCARIOS (FERBANC.DAT), A
      *         PARTE DO CALENDARIO LETIVO DE CALLET: CADASTRA E
      *         EXCLUI DATAS SEM EXPEDIENTE BANCARIO (NACIONAL, LOCAL
      *         OU SO DO BANCO) E CARREGA DE UMA VEZ OS FERIADOS
      *         NACIONAIS DE UM ANO - OS FIXOS E OS MOVEIS CONTADOS DA
      *         PASCOA (CARNAVAL, SEXTA-FEIRA SANTA E CORPUS CHRISTI).
      *         DATUTIL CONSULTA O ARQUIVO PARA ROLAR VENCIMENTOS
      *         PARA O PROXIMO DIA UTIL (FINANC, MENSAL, RENEGOC,
      *         PROPMNT, RETCOB) E PARA NAO CONTAR ATRASO DE QUEM
      *         PAGOU NO PRIMEIRO DIA UTIL (FINAGE, FINCOB, PDDMES E
      *         OS ENCARGOS DE FINPAG/FINRET/PIXRET). A LISTA DO ANO
      *         SAI NO SPOOL (SPLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERBANC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FERBANC ASSIGN TO WS-FERBANC-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-DATA
               FILE STATUS IS WS-FS.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD FERBANC.
       COPY FD_FERBANC.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRMA          PIC X VALUE SPACES.

       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.
       77 WS-TIPO-INF          PIC X VALUE SPACES.
       77 WS-DESCRICAO-INF     PIC X(30) VALUE SPACES.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-ANO-REG           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FERIADOS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GRAVADOS      PIC 9(03) VALUE ZEROS.

      *> Feriados nacionais de data fixa (MMDD + descricao).
       01 WS-TAB-FIXOS-DADOS.
           03 FILLER PIC X(34) VALUE "0101CONFRATERNIZACAO UNIVERSAL".
           03 FILLER PIC X(34) VALUE "0421TIRADENTES".
           03 FILLER PIC X(34) VALUE "0501DIA DO TRABALHO".
           03 FILLER PIC X(34) VALUE "0907INDEPENDENCIA DO BRASIL".
           03 FILLER PIC X(34) VALUE "1012NOSSA SENHORA APARECIDA".
           03 FILLER PIC X(34) VALUE "1102FINADOS".
           03 FILLER PIC X(34) VALUE "1115PROCLAMACAO DA REPUBLICA".
           03 FILLER PIC X(34) VALUE "1120DIA DA CONSCIENCIA NEGRA".
           03 FILLER PIC X(34) VALUE "1225NATAL".
       01 WS-TAB-FIXOS REDEFINES WS-TAB-FIXOS-DADOS.
           03 WS-FIXO OCCURS 9 TIMES.
               05 WS-FIXO-MMDD     PIC 9(04).
               05 WS-FIXO-DESCR    PIC X(30).
       77 WS-IND               PIC 9(02) VALUE ZEROS.

      *> Feriados moveis: deslocamento em dias a partir da Pascoa.
       01 WS-TAB-MOVEIS-DADOS.
           03 FILLER PIC X(34) VALUE "-048CARNAVAL (SEGUNDA-FEIRA)".
           03 FILLER PIC X(34) VALUE "-047CARNAVAL (TERCA-FEIRA)".
           03 FILLER PIC X(34) VALUE "-002SEXTA-FEIRA SANTA".
           03 FILLER PIC X(34) VALUE "+060CORPUS CHRISTI".
       01 WS-TAB-MOVEIS REDEFINES WS-TAB-MOVEIS-DADOS.
           03 WS-MOVEL OCCURS 4 TIMES.
               05 WS-MOVEL-SINAL   PIC X.
               05 WS-MOVEL-DIAS    PIC 9(03).
               05 WS-MOVEL-DESCR   PIC X(30).

      *> Calculo da Pascoa (algoritmo gregoriano anonimo, em
      *> divisoes inteiras com resto).
       77 WS-PA-A              PIC 9(04) VALUE ZEROS.
       77 WS-PA-B              PIC 9(04) VALUE ZEROS.
       77 WS-PA-C              PIC 9(04) VALUE ZEROS.
       77 WS-PA-D              PIC 9(04) VALUE ZEROS.
       77 WS-PA-E              PIC 9(04) VALUE ZEROS.
       77 WS-PA-F              PIC 9(04) VALUE ZEROS.
       77 WS-PA-G              PIC 9(04) VALUE ZEROS.
       77 WS-PA-H              PIC 9(04) VALUE ZEROS.
       77 WS-PA-I              PIC 9(04) VALUE ZEROS.
       77 WS-PA-K              PIC 9(04) VALUE ZEROS.
       77 WS-PA-L              PIC 9(04) VALUE ZEROS.
       77 WS-PA-M              PIC 9(04) VALUE ZEROS.
       77 WS-PA-N              PIC 9(04) VALUE ZEROS.
       77 WS-PA-TRAB           PIC 9(06) VALUE ZEROS.
       77 WS-PA-MES            PIC 9(02) VALUE ZEROS.
       77 WS-PA-DIA            PIC 9(02) VALUE ZEROS.
       77 WS-DT-PASCOA         PIC 9(08) VALUE ZEROS.

       COPY WS_DATUTIL.
       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CALENDARIO DE FERIADOS BANCARIOS***".
           PERFORM P100-RESOLVE-PATH.

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> CADASTRAR FERIADO  "
                   "<2> EXCLUIR FERIADO  "
                   "<3> CARREGAR FERIADOS NACIONAIS DO ANO"
           DISPLAY "        <4> LISTA DO ANO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-CADASTRA
               WHEN "2"
                   PERFORM P400-EXCLUI
               WHEN "3"
                   PERFORM P500-CARGA-NACIONAIS
               WHEN "4"
                   PERFORM P600-LISTA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-CADASTRA.
           DISPLAY "DATA (AAAAMMDD): "
           ACCEPT WS-DATA-INF
           DISPLAY "TIPO (N=NACIONAL L=LOCAL B=SO BANCARIO): "
           ACCEPT WS-TIPO-INF
           DISPLAY "DESCRICAO: "
           ACCEPT WS-DESCRICAO-INF

           MOVE "V"         TO WS-DU-OPERACAO
           MOVE WS-DATA-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE WS-TIPO-INF TO FB-TIPO
           IF WS-DU-ERRO EQUAL "S" THEN
               DISPLAY "DATA INVALIDA"
           ELSE
               IF NOT FB-NACIONAL AND NOT FB-LOCAL AND
                  NOT FB-BANCARIO THEN
                   DISPLAY "TIPO INVALIDO"
               ELSE
                   PERFORM P320-ABRE-CALENDARIO
                   IF FS-OK THEN
                       PERFORM P330-GRAVA-FERIADO
                       IF FS-OK THEN
                           DISPLAY "FERIADO GRAVADO!"
                       END-IF
                   END-IF
                   CLOSE FERBANC
               END-IF
           END-IF
           .

       P320-ABRE-CALENDARIO.
           SET FS-OK TO TRUE
           OPEN I-O FERBANC
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT FERBANC
               CLOSE FERBANC
               OPEN I-O FERBANC
           END-IF
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR FERBANC.DAT - FILE "
                       "STATUS: " WS-FS
           END-IF
           .

       P330-GRAVA-FERIADO.
           MOVE WS-DATA-INF      TO FB-DATA
           MOVE WS-TIPO-INF      TO FB-TIPO
           MOVE WS-DESCRICAO-INF TO FB-DESCRICAO
           WRITE REG-FERBANC
               INVALID KEY
                   REWRITE REG-FERBANC
           END-WRITE
           .

       P400-EXCLUI.
      *> Data cadastrada por engano volta a ser dia util.
           DISPLAY "DATA A EXCLUIR (AAAAMMDD): "
           ACCEPT WS-DATA-INF

           SET FS-OK TO TRUE
           OPEN I-O FERBANC
           IF NOT FS-OK THEN
               DISPLAY "CALENDARIO VAZIO (SEM ARQUIVO)"
           ELSE
               MOVE WS-DATA-INF TO FB-DATA
               READ FERBANC
                   KEY IS FB-DATA
                   INVALID KEY
                       DISPLAY "DATA NAO CADASTRADA"
                   NOT INVALID KEY
                       DISPLAY FB-DATA " " FB-DESCRICAO
                       DISPLAY "CONFIRMA A EXCLUSAO? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                           DELETE FERBANC
                               INVALID KEY
                                   DISPLAY "ERRO NA EXCLUSAO"
                               NOT INVALID KEY
                                   DISPLAY "FERIADO EXCLUIDO!"
                           END-DELETE
                       END-IF
               END-READ
               CLOSE FERBANC
           END-IF
           .

       P500-CARGA-NACIONAIS.
      *> Fixos pela tabela; moveis contados da Pascoa via DATUTIL
      *> "D". Datas ja cadastradas sao regravadas com o nome padrao.
           DISPLAY "ANO (AAAA): "
           ACCEPT WS-ANO-INF

           IF WS-ANO-INF IS NOT NUMERIC OR WS-ANO-INF < 1900 THEN
               DISPLAY "ANO INVALIDO"
           ELSE
               MOVE ZEROS TO WS-QTD-GRAVADOS
               PERFORM P320-ABRE-CALENDARIO
               IF FS-OK THEN
                   MOVE "N" TO WS-TIPO-INF
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > 9
                       COMPUTE WS-DATA-INF = WS-ANO-INF * 10000
                                           + WS-FIXO-MMDD(WS-IND)
                       MOVE WS-FIXO-DESCR(WS-IND) TO WS-DESCRICAO-INF
                       PERFORM P330-GRAVA-FERIADO
                       ADD 1 TO WS-QTD-GRAVADOS
                   END-PERFORM

                   PERFORM P510-CALCULA-PASCOA
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > 4
                       MOVE "D"          TO WS-DU-OPERACAO
                       MOVE WS-DT-PASCOA TO WS-DU-DATA-1
                       MOVE ZEROS        TO WS-DU-DATA-2
                       IF WS-MOVEL-SINAL(WS-IND) EQUAL "-" THEN
                           COMPUTE WS-DU-QTD =
                                   ZEROS - WS-MOVEL-DIAS(WS-IND)
                       ELSE
                           MOVE WS-MOVEL-DIAS(WS-IND) TO WS-DU-QTD
                       END-IF
                       CALL "DATUTIL" USING WS-DATUTIL-PARM
                       IF WS-DU-ERRO NOT EQUAL "S" THEN
                           MOVE WS-DU-RESULTADO-DATA TO WS-DATA-INF
                           MOVE WS-MOVEL-DESCR(WS-IND)
                               TO WS-DESCRICAO-INF
                           PERFORM P330-GRAVA-FERIADO
                           ADD 1 TO WS-QTD-GRAVADOS
                       END-IF
                   END-PERFORM
                   DISPLAY "PASCOA EM " WS-DT-PASCOA " - FERIADOS "
                           "NACIONAIS GRAVADOS: " WS-QTD-GRAVADOS
                   DISPLAY "CADASTRE NA OPCAO <1> OS FERIADOS LOCAIS "
                           "DO MUNICIPIO E DO ESTADO"
               END-IF
               CLOSE FERBANC
           END-IF
           .

       P510-CALCULA-PASCOA.
           DIVIDE WS-ANO-INF BY 19  GIVING WS-PA-TRAB
                  REMAINDER WS-PA-A
           DIVIDE WS-ANO-INF BY 100 GIVING WS-PA-B
                  REMAINDER WS-PA-C
           DIVIDE WS-PA-B BY 4 GIVING WS-PA-D REMAINDER WS-PA-E
           COMPUTE WS-PA-TRAB = WS-PA-B + 8
           DIVIDE WS-PA-TRAB BY 25 GIVING WS-PA-F
           COMPUTE WS-PA-TRAB = WS-PA-B + 1
           SUBTRACT WS-PA-F FROM WS-PA-TRAB
           DIVIDE WS-PA-TRAB BY 3 GIVING WS-PA-G
           COMPUTE WS-PA-TRAB = 19 * WS-PA-A + WS-PA-B + 15
           SUBTRACT WS-PA-D FROM WS-PA-TRAB
           SUBTRACT WS-PA-G FROM WS-PA-TRAB
           DIVIDE WS-PA-TRAB BY 30 GIVING WS-PA-N
                  REMAINDER WS-PA-H
           DIVIDE WS-PA-C BY 4 GIVING WS-PA-I REMAINDER WS-PA-K
           COMPUTE WS-PA-TRAB = 32 + 2 * WS-PA-E + 2 * WS-PA-I
           SUBTRACT WS-PA-H FROM WS-PA-TRAB
           SUBTRACT WS-PA-K FROM WS-PA-TRAB
           DIVIDE WS-PA-TRAB BY 7 GIVING WS-PA-N
                  REMAINDER WS-PA-L
           COMPUTE WS-PA-TRAB = WS-PA-A + 11 * WS-PA-H + 22 * WS-PA-L
           DIVIDE WS-PA-TRAB BY 451 GIVING WS-PA-M
           COMPUTE WS-PA-TRAB = WS-PA-H + WS-PA-L + 114
           COMPUTE WS-PA-N = 7 * WS-PA-M
           SUBTRACT WS-PA-N FROM WS-PA-TRAB
           DIVIDE WS-PA-TRAB BY 31 GIVING WS-PA-MES
                  REMAINDER WS-PA-DIA
           ADD 1 TO WS-PA-DIA
           COMPUTE WS-DT-PASCOA = WS-ANO-INF * 10000
                                + WS-PA-MES * 100 + WS-PA-DIA
           .

       P600-LISTA.
           DISPLAY "ANO (AAAA): "
           ACCEPT WS-ANO-INF

           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "FERBANC"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\FERBANC.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET EOF-OK    TO FALSE
           SET FS-OK     TO TRUE
           SET FS-REL-OK TO TRUE
           MOVE ZEROS    TO WS-QTD-FERIADOS

           OPEN INPUT FERBANC
           IF NOT FS-OK THEN
               DISPLAY "CALENDARIO VAZIO (SEM ARQUIVO)"
           ELSE
               OPEN OUTPUT RELATORIO
               IF FS-REL-OK THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "FERIADOS BANCARIOS " DELIMITED BY SIZE
                          WS-ANO-INF DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE ALL "-" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL

                   COMPUTE FB-DATA = WS-ANO-INF * 10000 + 101
                   START FERBANC KEY IS NOT LESS FB-DATA
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ FERBANC NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               COMPUTE WS-ANO-REG = FB-DATA / 10000
                               IF WS-ANO-REG NOT EQUAL WS-ANO-INF THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   ADD 1 TO WS-QTD-FERIADOS
                                   PERFORM P610-LINHA-FERIADO
                               END-IF
                       END-READ
                   END-PERFORM

                   MOVE SPACES TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "DIAS SEM EXPEDIENTE BANCARIO (FORA FINS DE "
                          DELIMITED BY SIZE
                          "SEMANA): " DELIMITED BY SIZE
                          WS-QTD-FERIADOS DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL

                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
                       MOVE 1   TO WS-SP-PAGINAS
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY "LISTA GRAVADA EM: " WS-RELAT-PATH
               END-IF
               CLOSE FERBANC
           END-IF
           .

       P610-LINHA-FERIADO.
           MOVE SPACES TO WS-LINHA-REL
           STRING FB-DATA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FB-TIPO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FB-DESCRICAO DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM FERBANC.
