      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:ESTORNO DE BAIXA: DESFAZ O PAGAMENTO LANCADO NO TITULO
      *         ERRADO EM FINPAG OU O CREDITO DO RETORNO BANCARIO
      *         (FINRET) QUE VOLTOU. REABRE A PARCELA (PA-ABERTA, COM
      *         DATA, VALOR PAGO E ENCARGOS ZERADOS) OU A MENSALIDADE,
      *         LANCA O MOVIMENTO NEGATIVO NA SESSAO DE CAIXA ABERTA
      *         (CAIXAMOV.DAT, VER CAIXA) E GRAVA A TRILHA EM
      *         ESTORNOS.DAT, QUE CONTABIL LANCA NA COMPETENCIA DO
      *         ESTORNO. TELA AUTORIZADA: EXIGE OPERADOR DE PERFIL
      *         ADMINISTRADOR (OPERADOR.DAT, VER OPECNTT) E
      *         JUSTIFICATIVA; ACABA A EDICAO DE PARCELAS.DAT NA MAO.
      *         COM A COMPETENCIA DO DIA FECHADA NA CONTABILIDADE
      *         (PERFIN, VER FECHAFIN) O ESTORNO E RECUSADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT CAIXASES ASSIGN TO WS-CAIXASES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-NUM-SESSAO
               FILE STATUS IS WS-FS-SES.

               SELECT CAIXAMOV ASSIGN TO WS-CAIXAMOV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-FS-MOV.

               SELECT ESTORNOS ASSIGN TO WS-ESTORNOS-PATH
      *>          TRILHA DOS ESTORNOS, LIDA POR CONTABIL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EST.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH-LOCAL
      *>          CADASTRO DE OPERADORES DO M3 (OPECNTT), PARA A
      *>          AUTORIZACAO DE ADMINISTRADOR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD CAIXASES.
       COPY FD_CAIXASES.

       FD CAIXAMOV.
       COPY FD_CAIXAMOV.

       FD ESTORNOS.
       COPY FD_ESTORNO.

       FD OPERADOR.
       COPY FD_OPERADOR.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-MENS   PIC 99.
           88 FS-MENS-OK VALUE 0.
       77 WS-FS-SES    PIC 99.
           88 FS-SES-OK VALUE 0.
       77 WS-FS-MOV    PIC 99.
           88 FS-MOV-OK VALUE 0.
       77 WS-FS-EST    PIC 99.
           88 FS-EST-OK VALUE 0.
       77 WS-FS-OPE    PIC 99.
           88 FS-OPE-OK VALUE 0.

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-CONFIRM           PIC X VALUE SPACES.

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".

      *> Titulo a estornar: parcela de financiamento (contrato +
      *> parcela) ou mensalidade/taxa (aluno + competencia + seq).
       77 WS-TIPO-TITULO       PIC X VALUE SPACES.
           88 TITULO-PARCELA   VALUE "P" "p".
           88 TITULO-MENSAL    VALUE "M" "m".
       77 WS-CONTRATO-INF      PIC 9(06) VALUE ZEROS.
       77 WS-PARCELA-INF       PIC 9(03) VALUE ZEROS.
       77 WS-ALUNO-INF         PIC 9(05) VALUE ZEROS.
       77 WS-COMPETENCIA-INF   PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-INF           PIC 9(02) VALUE ZEROS.
       77 WS-JUSTIFICATIVA     PIC X(60) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-TOT-ESTORNADOS    PIC 9(04) VALUE ZEROS.

      *> Sessao de caixa aberta do operador da gaveta (ver CAIXA).
       77 ES-FIM-SES           PIC X.
           88 FIM-SESSOES      VALUE "S" FALSE "N".
       77 WS-OPERADOR-CAIXA    PIC X(10) VALUE SPACES.
       77 WS-SESSAO-CAIXA      PIC 9(06) VALUE ZEROS.
       77 WS-TEM-SESSAO        PIC X VALUE "N".
           88 TEM-SESSAO       VALUE "S" FALSE "N".
       77 WS-PROX-SEQ-MOV      PIC 9(04) VALUE ZEROS.

      *> Registro de estorno montado antes de reabrir o titulo; o
      *> movimento de caixa e a trilha saem dele.
       01 WS-ESTORNO           PIC X(150) VALUE SPACES.

       COPY WS_PERFIN.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***ESTORNO DE BAIXA DE PARCELAS E MENSALIDADES***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "ESTORNO" TO JR-PROGRAMA
           PERFORM P150-RESOLVE-OPERADOR.
           PERFORM P200-AUTORIZA.

           IF ACESSO-AUTORIZADO THEN
               PERFORM P250-ACHA-SESSAO
               SET EXIT-OK     TO FALSE
               PERFORM P300-ESTORNA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM.

       P150-RESOLVE-OPERADOR.
      *> OPERADOR.DAT vive no diretorio de dados do M3 (mesmo padrao
      *> de resolucao de P-RESOLVE-PATH.cpy do lado dos contatos).
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

       P250-ACHA-SESSAO.
      *> Gaveta que devolve o dinheiro; sem sessao (ex.: credito do
      *> banco que voltou) o titulo e reaberto sem movimento de caixa.
           DISPLAY "ID DO OPERADOR DA GAVETA (BRANCO = SEM CAIXA): "
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
               IF NOT TEM-SESSAO THEN
                   DISPLAY "AVISO: OPERADOR SEM SESSAO DE CAIXA "
                           "ABERTA - ESTORNOS SEM MOVIMENTO DE CAIXA"
               END-IF
           END-IF

           IF TEM-SESSAO THEN
               DISPLAY "ESTORNOS SERAO LANCADOS NA SESSAO "
                       WS-SESSAO-CAIXA
           END-IF
           .

       P300-ESTORNA.
           MOVE SPACES     TO WS-CONFIRM

           DISPLAY "TITULO: <P> PARCELA DE FINANCIAMENTO  "
                   "<M> MENSALIDADE/TAXA ESCOLAR"
           ACCEPT WS-TIPO-TITULO

           PERFORM P290-CONFERE-PERIODO
           EVALUATE TRUE
               WHEN PE-PERIODO-FECHADO
                   CONTINUE
               WHEN TITULO-PARCELA
                   PERFORM P305-ESTORNA-PARCELA
               WHEN TITULO-MENSAL
                   PERFORM P340-ESTORNA-MENSALIDADE
               WHEN OTHER
                   DISPLAY "TIPO DE TITULO INVALIDO!"
           END-EVALUATE

           DISPLAY
               "Tecle: "
               "<Qualquer tecla> para continuar, ou <f> para finalizar"
           ACCEPT WS-EXIT
           .
       P300-FIM.

       P290-CONFERE-PERIODO.
      *> O estorno entra na competencia do dia (ver CONTABIL): fechada,
      *> so depois da reabertura.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM
           IF PE-PERIODO-FECHADO THEN
               DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA NA "
                       "CONTABILIDADE - ESTORNO RECUSADO (REABERTURA "
                       "EM FECHAFIN)"
           END-IF
           .

       P305-ESTORNA-PARCELA.
           SET FS-OK       TO TRUE

           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO-INF
           DISPLAY "NUMERO DA PARCELA: "
           ACCEPT WS-PARCELA-INF

           OPEN I-O PARCELAS
               IF FS-OK THEN
                   MOVE WS-CONTRATO-INF TO PA-NUM-CONTRATO
                   MOVE WS-PARCELA-INF  TO PA-NUM-PARCELA
                   READ PARCELAS
                       KEY IS PA-CHAVE
                       INVALID KEY
                           DISPLAY "PARCELA NAO ENCONTRADA"
                       NOT INVALID KEY
                           IF NOT PA-PAGA THEN
                               DISPLAY "PARCELA NAO ESTA PAGA - "
                                       "NADA A ESTORNAR"
                           ELSE
                               PERFORM P310-REABRE-PARCELA
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "ERRO AO ABRIR PARCELAS.DAT - FILE "
                           "STATUS: " WS-FS
               END-IF
               CLOSE PARCELAS
           .

       P310-REABRE-PARCELA.
           DISPLAY "PARCELA " PA-NUM-PARCELA " DO CONTRATO "
                   PA-NUM-CONTRATO " - PAGA EM " PA-DT-PAGAMENTO
                   " VALOR " PA-VL-PAGO
           DISPLAY "  (MULTA " PA-VL-MULTA " JUROS " PA-VL-JUROS ")"

           PERFORM P320-PEDE-JUSTIFICATIVA
           IF WS-CONFIRM EQUAL "S" THEN
               INITIALIZE REG-ESTORNO
               SET ES-TITULO-PARCELA TO TRUE
               MOVE PA-NUM-CONTRATO TO ES-NUM-CONTRATO
               MOVE PA-NUM-PARCELA  TO ES-NUM-PARCELA
               MOVE PA-DT-PAGAMENTO TO ES-DT-PAGAMENTO
               MOVE PA-VL-PAGO      TO ES-VL-PAGO
               MOVE PA-VL-MULTA     TO ES-VL-MULTA
               MOVE PA-VL-JUROS     TO ES-VL-JUROS
               MOVE REG-ESTORNO     TO WS-ESTORNO

               SET PA-ABERTA        TO TRUE
               MOVE ZEROS           TO PA-DT-PAGAMENTO
               MOVE ZEROS           TO PA-VL-PAGO
               MOVE ZEROS           TO PA-VL-MULTA
               MOVE ZEROS           TO PA-VL-JUROS
               REWRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY "ERRO AO REABRIR A PARCELA"
                   NOT INVALID KEY
                       MOVE "R" TO JR-OPERACAO
                       MOVE REG-PARCELA TO JR-IMAGEM
                       PERFORM P785-GRAVA-JORNAL
                       PERFORM P360-EFETIVA-ESTORNO
                       DISPLAY "PARCELA REABERTA!"
               END-REWRITE
           ELSE
               DISPLAY "ESTORNO NAO REALIZADO"
           END-IF
           .

       P320-PEDE-JUSTIFICATIVA.
      *> Sem justificativa nao ha estorno.
           MOVE SPACES TO WS-CONFIRM
           DISPLAY "JUSTIFICATIVA DO ESTORNO: "
           ACCEPT WS-JUSTIFICATIVA
           IF WS-JUSTIFICATIVA EQUAL SPACES THEN
               DISPLAY "JUSTIFICATIVA OBRIGATORIA!"
           ELSE
               DISPLAY "TECLE: <S> PARA CONFIRMAR O ESTORNO OU "
                       "<QUALQUER TECLA> PARA CANCELAR"
               ACCEPT WS-CONFIRM
           END-IF
           .

       P340-ESTORNA-MENSALIDADE.
      *> Mesmo fluxo da parcela, sobre a cobranca de MENSALIDADES.DAT.
           SET FS-MENS-OK  TO TRUE

           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ALUNO-INF
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA-INF
           DISPLAY "SEQUENCIAL (01 = MENSALIDADE, DEMAIS = TAXAS): "
           ACCEPT WS-SEQ-INF
           IF WS-SEQ-INF EQUAL ZEROS THEN
               MOVE 01 TO WS-SEQ-INF
           END-IF

           OPEN I-O MENSALIDADES
               IF FS-MENS-OK THEN
                   MOVE WS-ALUNO-INF       TO MN-ID-ALUNO
                   MOVE WS-COMPETENCIA-INF TO MN-COMPETENCIA
                   MOVE WS-SEQ-INF         TO MN-SEQ
                   READ MENSALIDADES
                       KEY IS MN-CHAVE
                       INVALID KEY
                           DISPLAY "MENSALIDADE NAO ENCONTRADA"
                       NOT INVALID KEY
                           IF NOT MN-PAGA THEN
                               DISPLAY "MENSALIDADE NAO ESTA PAGA - "
                                       "NADA A ESTORNAR"
                           ELSE
                               PERFORM P345-REABRE-MENSALIDADE
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "ERRO AO ABRIR MENSALIDADES.DAT - FILE "
                           "STATUS: " WS-FS-MENS
               END-IF
               CLOSE MENSALIDADES
           .

       P345-REABRE-MENSALIDADE.
           DISPLAY "ALUNO " MN-ID-ALUNO " COMPETENCIA "
                   MN-COMPETENCIA " SEQ " MN-SEQ " - PAGA EM "
                   MN-DT-PAGAMENTO " VALOR " MN-VL-PAGO

           PERFORM P320-PEDE-JUSTIFICATIVA
           IF WS-CONFIRM EQUAL "S" THEN
               INITIALIZE REG-ESTORNO
               SET ES-TITULO-MENSAL TO TRUE
               MOVE MN-ID-ALUNO     TO ES-ID-ALUNO
               MOVE MN-COMPETENCIA  TO ES-COMPETENCIA
               MOVE MN-SEQ          TO ES-SEQ-MENSAL
               MOVE MN-DT-PAGAMENTO TO ES-DT-PAGAMENTO
               MOVE MN-VL-PAGO      TO ES-VL-PAGO
               MOVE REG-ESTORNO     TO WS-ESTORNO

               SET MN-ABERTA        TO TRUE
               MOVE ZEROS           TO MN-DT-PAGAMENTO
               MOVE ZEROS           TO MN-VL-PAGO
               REWRITE REG-MENSALIDADE
                   INVALID KEY
                       DISPLAY "ERRO AO REABRIR A MENSALIDADE"
                   NOT INVALID KEY
                       PERFORM P360-EFETIVA-ESTORNO
                       DISPLAY "MENSALIDADE REABERTA!"
               END-REWRITE
           ELSE
               DISPLAY "ESTORNO NAO REALIZADO"
           END-IF
           .

       P360-EFETIVA-ESTORNO.
      *> Titulo ja reaberto: movimento negativo na gaveta e trilha.
           ADD 1 TO WS-TOT-ESTORNADOS
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           IF TEM-SESSAO THEN
               PERFORM P370-MOVIMENTO-NEGATIVO
           END-IF
           PERFORM P380-GRAVA-TRILHA
           .

       P370-MOVIMENTO-NEGATIVO.
           SET FS-MOV-OK TO TRUE
           OPEN I-O CAIXAMOV
               IF WS-FS-MOV EQUAL 35 THEN
                   OPEN OUTPUT CAIXAMOV
                   CLOSE CAIXAMOV
                   OPEN I-O CAIXAMOV
               END-IF

               IF FS-MOV-OK THEN
                   PERFORM P375-PROXIMA-SEQ-MOV
                   MOVE WS-ESTORNO       TO REG-ESTORNO
                   INITIALIZE REG-CAIXAMOV
                   MOVE WS-SESSAO-CAIXA  TO MV-NUM-SESSAO
                   MOVE WS-PROX-SEQ-MOV  TO MV-SEQ
                   MOVE ES-TIPO-TITULO   TO MV-TIPO-TITULO
                   MOVE ES-NUM-CONTRATO  TO MV-NUM-CONTRATO
                   MOVE ES-NUM-PARCELA   TO MV-NUM-PARCELA
                   MOVE ES-ID-ALUNO      TO MV-ID-ALUNO
                   MOVE ES-COMPETENCIA   TO MV-COMPETENCIA
                   MOVE ES-SEQ-MENSAL    TO MV-SEQ-MENSAL
                   COMPUTE MV-VALOR = ZEROS - ES-VL-PAGO
                   MOVE WS-DATA-HOJE     TO MV-DT-BAIXA
                   SET MV-ESTORNO        TO TRUE
                   WRITE REG-CAIXAMOV
                       INVALID KEY
                           DISPLAY "ERRO AO LANCAR O ESTORNO NA SESSAO"
                   END-WRITE
               END-IF
               CLOSE CAIXAMOV
           .

       P375-PROXIMA-SEQ-MOV.
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

       P380-GRAVA-TRILHA.
           SET FS-EST-OK TO TRUE
           OPEN EXTEND ESTORNOS
               IF WS-FS-EST EQUAL 35 THEN
                   OPEN OUTPUT ESTORNOS
               END-IF

               IF FS-EST-OK THEN
                   MOVE WS-ESTORNO         TO REG-ESTORNO
                   MOVE WS-DATA-HOJE       TO ES-DT-ESTORNO
                   MOVE WS-HORA-AGORA(1:6) TO ES-HR-ESTORNO
                   MOVE WS-LOGIN-ID        TO ES-OPERADOR
                   MOVE WS-SESSAO-CAIXA    TO ES-NUM-SESSAO
                   MOVE WS-JUSTIFICATIVA   TO ES-JUSTIFICATIVA
                   WRITE REG-ESTORNO
               ELSE
                   DISPLAY "ERRO AO GRAVAR ESTORNOS.DAT - FILE "
                           "STATUS: " WS-FS-EST
               END-IF
               CLOSE ESTORNOS
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "TITULOS ESTORNADOS NESTA SESSAO: "
                   WS-TOT-ESTORNADOS

            GOBACK.
       END PROGRAM ESTORNO.
