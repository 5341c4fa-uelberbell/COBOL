      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA COMPARTILHADA DE CONSULTA AOS PARAMETROS DO
      *         SISTEMA (PARAMS.DAT, MANTIDO EM PARMMNT), CHAMAVEL DE
      *         TODO O M3 E M4 (mesmo padrao de DATUTIL): DEVOLVE O
      *         VALOR DO PARAMETRO PM-CODIGO EM VIGOR NA DATA PM-DATA
      *         (ZEROS = HOJE), OU SEJA, O REGISTRO DE MAIOR DATA DE
      *         VIGENCIA NAO POSTERIOR A ELA. SEM REGISTRO OU SEM O
      *         ARQUIVO, PM-ACHOU = "N" E O CHAMADOR FICA COM O SEU
      *         PADRAO. PARAMS.DAT FICA NO DIRETORIO REAL DO M3
      *         (M3_DATA_DIR): OS LIMITES SAO OS MESMOS NO PERFIL
      *         TREINO. O ARQUIVO E ABERTO E FECHADO A CADA CONSULTA
      *         (SO NA CARGA DOS PROGRAMAS), PARA QUE UMA MUDANCA EM
      *         PARMMNT VALHA NA PROXIMA EXECUCAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLKP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMS ASSIGN TO WS-PARAMS-PATH
      *>          PARAMETROS DO SISTEMA (VER PARMMNT).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PAR.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMS.
       COPY FD_PARAM.

       WORKING-STORAGE SECTION.

       77 WS-FS-PAR            PIC 99.
           88 FS-PAR-OK        VALUE 0.
       77 WS-BASE-DIR-PAR      PIC X(150) VALUE SPACES.
       77 WS-PARAMS-PATH       PIC X(200) VALUE SPACES.
       77 WS-DATA-REF          PIC 9(08) VALUE ZEROS.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       LINKAGE SECTION.
       01 PARM-PARMLKP.
           02 PM-CODIGO            PIC X(20).
      *>      Data de referencia AAAAMMDD; ZEROS = hoje.
           02 PM-DATA              PIC 9(08).
           02 PM-TIPO              PIC X.
           02 PM-VALOR-NUM         PIC 9(07)V99.
           02 PM-VALOR-ALFA        PIC X(40).
           02 PM-DT-VIGENCIA       PIC 9(08).
      *>      "S" QUANDO HA VALOR EM VIGOR NA DATA.
           02 PM-ACHOU             PIC X.

       PROCEDURE DIVISION USING PARM-PARMLKP.
       MAIN-PROCEDURE.

           MOVE "N"    TO PM-ACHOU
           MOVE SPACES TO PM-TIPO
           MOVE ZEROS  TO PM-VALOR-NUM
           MOVE SPACES TO PM-VALOR-ALFA
           MOVE ZEROS  TO PM-DT-VIGENCIA

           IF PM-DATA EQUAL ZEROS THEN
               ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           ELSE
               MOVE PM-DATA TO WS-DATA-REF
           END-IF

           PERFORM P100-RESOLVE-PARAMS
           PERFORM P200-CONSULTA

           GOBACK.

       P100-RESOLVE-PARAMS.
      *> Mesmo diretorio dos arquivos do M3 (ver P-RESOLVE-PATH),
      *> resolvido aqui como DATUTIL faz com FERBANC.DAT.
           ACCEPT WS-BASE-DIR-PAR FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-PAR EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-PAR
           END-IF
           MOVE SPACES TO WS-PARAMS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-PAR) DELIMITED BY SIZE
                  "\PARAMS.DAT" DELIMITED BY SIZE
                  INTO WS-PARAMS-PATH
           .

       P200-CONSULTA.
      *> Posiciona na primeira vigencia do codigo e avanca enquanto a
      *> vigencia nao passar da data de referencia: a ultima lida e
      *> a que vale.
           SET FS-PAR-OK TO TRUE
           OPEN INPUT PARAMS
           IF FS-PAR-OK THEN
               MOVE PM-CODIGO TO PR-CODIGO
               MOVE ZEROS     TO PR-DT-VIGENCIA
               SET EOF-OK     TO FALSE
               START PARAMS KEY IS NOT LESS THAN PR-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ PARAMS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF PR-CODIGO NOT EQUAL PM-CODIGO OR
                              PR-DT-VIGENCIA > WS-DATA-REF THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               MOVE "S"            TO PM-ACHOU
                               MOVE PR-TIPO        TO PM-TIPO
                               MOVE PR-VALOR-NUM   TO PM-VALOR-NUM
                               MOVE PR-VALOR-ALFA  TO PM-VALOR-ALFA
                               MOVE PR-DT-VIGENCIA TO PM-DT-VIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS
           END-IF
           .
       END PROGRAM PARMLKP.
