      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:FECHAMENTO CONTABIL DO FINANCEIRO POR COMPETENCIA:
      *         DEPOIS QUE CONTABIL EXPORTA O MES E O CONTADOR FECHA O
      *         BALANCETE, O ADMINISTRADOR FECHA A COMPETENCIA EM
      *         PERFECH.DAT E A PARTIR DAI FINPAG, FINRET, PIXRET,
      *         CAIXA, RENEGOC, ESTORNO, BAIXAPER, CPAGAR, PDDMES,
      *         FINANC, PROPMNT E O CANCELAMENTO DE FINCONS RECUSAM
      *         MOVIMENTO DATADO DENTRO DELA (CONSULTA VIA PERFIN). A
      *         REABERTURA EXIGE JUSTIFICATIVA E FICA REGISTRADA EM
      *         PERFLOG.DAT, COMO O FECHAMENTO - MESMO RACIOCINIO DE
      *         FECHABIM PARA AS NOTAS DO BIMESTRE.
      *         TELA AUTORIZADA: EXIGE OPERADOR DE PERFIL
      *         ADMINISTRADOR (OPERADOR.DAT, VER OPECNTT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERFECH ASSIGN TO WS-PERFECH-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-COMPETENCIA
               FILE STATUS IS WS-FS.

               SELECT PERFLOG ASSIGN TO WS-PERFLOG-PATH
      *>          TRILHA DE AUDITORIA DO FECHAMENTO/REABERTURA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH-LOCAL
      *>          CADASTRO DE OPERADORES DO M3 (OPECNTT), PARA A
      *>          AUTORIZACAO DE ADMINISTRADOR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD PERFECH.
       COPY FD_PERFECH.

       FD PERFLOG.
       01 WS-LINHA-PERFLOG         PIC X(150).

       FD OPERADOR.
       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-LOG    PIC 99.
           88 FS-LOG-OK VALUE 0.
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
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".

       01 WS-COMPETENCIA-INF   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-COMPETENCIA-INF.
           03 WS-COMP-ANO      PIC 9(04).
           03 WS-COMP-MES      PIC 9(02).
       77 WS-COMPETENCIA-ATUAL PIC 9(06) VALUE ZEROS.
       77 WS-JUSTIFICATIVA     PIC X(60) VALUE SPACES.
       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU-COMPETENCIA VALUE "S" FALSE "N".
       77 WS-QTD-LISTADAS      PIC 9(04) VALUE ZEROS.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-LOG-HORA          PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***FECHAMENTO CONTABIL DO FINANCEIRO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P150-RESOLVE-PATH-M3.
           PERFORM P200-AUTORIZA.

           IF ACESSO-AUTORIZADO THEN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA-ATUAL
               SET EXIT-OK     TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM.

       P150-RESOLVE-PATH-M3.
      *> OPERADOR.DAT vive no diretorio de dados do M3 (mesma
      *> resolucao de CPAGAR, inclusive o perfil TREINO).
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
           DISPLAY "OPCOES: <1> FECHAR COMPETENCIA  <2> REABRIR "
                   "COMPETENCIA (COM JUSTIFICATIVA)  <3> CONSULTAR  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-FECHA
               WHEN "2"
                   PERFORM P320-REABRE
               WHEN "3"
                   PERFORM P330-CONSULTA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-FECHA.
      *> Competencia futura nao fecha; a corrente fecha com
      *> confirmacao (trava os lancamentos de hoje em diante).
           PERFORM P340-PEDE-COMPETENCIA
           MOVE SPACES TO WS-CONFIRM

           IF WS-COMPETENCIA-INF > WS-COMPETENCIA-ATUAL THEN
               DISPLAY "COMPETENCIA FUTURA NAO PODE SER FECHADA"
           ELSE
               PERFORM P350-LE-COMPETENCIA
               IF FM-FECHADA THEN
                   DISPLAY "COMPETENCIA " WS-COMPETENCIA-INF
                           " JA ESTA FECHADA DESDE " FM-DT-ALTERACAO
               ELSE
                   IF WS-COMPETENCIA-INF EQUAL
                      WS-COMPETENCIA-ATUAL THEN
                       DISPLAY "ATENCAO: COMPETENCIA CORRENTE - "
                               "NENHUM LANCAMENTO DATADO NESTE MES "
                               "SERA ACEITO"
                   END-IF
                   DISPLAY "TECLE: <S> PARA CONFIRMAR O FECHAMENTO "
                           "OU <QUALQUER TECLA> PARA CANCELAR"
                   ACCEPT WS-CONFIRM
               END-IF
           END-IF

           IF WS-CONFIRM EQUAL "S" THEN
               SET FM-FECHADA       TO TRUE
               MOVE WS-DATA-HOJE    TO FM-DT-ALTERACAO
               MOVE WS-LOGIN-ID     TO FM-OPERADOR
               PERFORM P360-GRAVA-COMPETENCIA
               IF FS-OK THEN
                   DISPLAY "COMPETENCIA " WS-COMPETENCIA-INF
                           " FECHADA"
                   MOVE "FECHAMENTO" TO WS-JUSTIFICATIVA
                   PERFORM P370-GRAVA-PERFLOG
               END-IF
           END-IF
           .

       P320-REABRE.
           PERFORM P340-PEDE-COMPETENCIA
           PERFORM P350-LE-COMPETENCIA

           IF NOT FM-FECHADA THEN
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-INF
                       " NAO ESTA FECHADA"
           ELSE
               DISPLAY "JUSTIFICATIVA DA REABERTURA: "
               ACCEPT WS-JUSTIFICATIVA
               PERFORM UNTIL WS-JUSTIFICATIVA NOT EQUAL SPACES
                   DISPLAY "A JUSTIFICATIVA E OBRIGATORIA: "
                   ACCEPT WS-JUSTIFICATIVA
               END-PERFORM

               SET FM-REABERTA      TO TRUE
               MOVE WS-DATA-HOJE    TO FM-DT-ALTERACAO
               MOVE WS-LOGIN-ID     TO FM-OPERADOR
               PERFORM P360-GRAVA-COMPETENCIA
               IF FS-OK THEN
                   DISPLAY "COMPETENCIA " WS-COMPETENCIA-INF
                           " REABERTA"
                   PERFORM P370-GRAVA-PERFLOG
               END-IF
           END-IF
           .

       P330-CONSULTA.
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           MOVE ZEROS      TO WS-QTD-LISTADAS

           OPEN INPUT PERFECH
           IF NOT FS-OK THEN
               DISPLAY "NENHUM FECHAMENTO REGISTRADO"
           ELSE
               PERFORM UNTIL EOF-OK
                   READ PERFECH NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-LISTADAS
                           IF FM-FECHADA THEN
                               DISPLAY "COMPETENCIA " FM-COMPETENCIA
                                       " FECHADA  EM " FM-DT-ALTERACAO
                                       " POR " FM-OPERADOR
                           ELSE
                               DISPLAY "COMPETENCIA " FM-COMPETENCIA
                                       " REABERTA EM " FM-DT-ALTERACAO
                                       " POR " FM-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERFECH
               IF WS-QTD-LISTADAS EQUAL ZEROS THEN
                   DISPLAY "NENHUM FECHAMENTO REGISTRADO"
               END-IF
           END-IF
           .

       P340-PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA-INF
           PERFORM UNTIL WS-COMP-ANO > 1900 AND
                   WS-COMP-MES >= 1 AND WS-COMP-MES <= 12
               DISPLAY "COMPETENCIA INVALIDA! INFORME AAAAMM: "
               ACCEPT WS-COMPETENCIA-INF
           END-PERFORM
           .

       P350-LE-COMPETENCIA.
           SET ACHOU-COMPETENCIA TO FALSE
           MOVE WS-COMPETENCIA-INF TO FM-COMPETENCIA
           MOVE SPACES             TO FM-SITUACAO
           MOVE ZEROS              TO FM-DT-ALTERACAO
           MOVE SPACES             TO FM-OPERADOR
           SET FS-OK TO TRUE

           OPEN INPUT PERFECH
               IF FS-OK THEN
                   READ PERFECH
                       KEY IS FM-COMPETENCIA
                       INVALID KEY
                           MOVE WS-COMPETENCIA-INF TO FM-COMPETENCIA
                           MOVE SPACES             TO FM-SITUACAO
                       NOT INVALID KEY
                           SET ACHOU-COMPETENCIA TO TRUE
                   END-READ
               END-IF
               CLOSE PERFECH
           .

       P360-GRAVA-COMPETENCIA.
           SET FS-OK TO TRUE
           OPEN I-O PERFECH
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT PERFECH
               END-IF

               IF FS-OK THEN
                   WRITE REG-PERFECH
                       INVALID KEY
                           REWRITE REG-PERFECH
                   END-WRITE
               ELSE
                   DISPLAY "ERRO AO ABRIR PERFECH.DAT - FILE STATUS: "
                           WS-FS
               END-IF
               CLOSE PERFECH
           .

       P370-GRAVA-PERFLOG.
           ACCEPT WS-LOG-HORA FROM TIME

           SET FS-LOG-OK TO TRUE
           OPEN EXTEND PERFLOG
               IF WS-FS-LOG EQUAL 35 THEN
                   OPEN OUTPUT PERFLOG
               END-IF

               IF FS-LOG-OK THEN
                   MOVE SPACES TO WS-LINHA-PERFLOG
                   STRING WS-DATA-HOJE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LOG-HORA DELIMITED BY SIZE
                          " COMPETENCIA " DELIMITED BY SIZE
                          WS-COMPETENCIA-INF DELIMITED BY SIZE
                          " -> " DELIMITED BY SIZE
                          FM-SITUACAO DELIMITED BY SIZE
                          " ADMINISTRADOR:" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LOGIN-ID)
                              DELIMITED BY SIZE
                          " MOTIVO:[" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JUSTIFICATIVA)
                              DELIMITED BY SIZE
                          "]" DELIMITED BY SIZE
                          INTO WS-LINHA-PERFLOG
                   WRITE WS-LINHA-PERFLOG
               ELSE
                   DISPLAY "ERRO AO GRAVAR PERFLOG.DAT - FILE STATUS: "
                           WS-FS-LOG
               END-IF
               CLOSE PERFLOG
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM FECHAFIN.
