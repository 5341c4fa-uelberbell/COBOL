      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:BAIXA DE TITULOS INCOBRAVEIS COMO PERDA: MARCA A
      *         PARCELA (PA-BAIXADA-PERDA) OU A MENSALIDADE/TAXA
      *         (MN-BAIXADA-PERDA) VENCIDA COMO BAIXADA, O QUE A TIRA
      *         DA CARTEIRA EM ABERTO (FINAGE, PDDMES, COBRANCA), E
      *         GRAVA A TRILHA EM BAIXAPER.DAT, QUE CONTABIL LANCA
      *         CONTRA A PDD NA COMPETENCIA DA BAIXA. A REVERSAO
      *         DEVOLVE O TITULO AO ABERTO (EX.: ACORDO COM A FAMILIA)
      *         E TAMBEM FICA NA TRILHA; A LISTA DE AUDITORIA SAI NO
      *         SPOOL (SPLCTL). TELA AUTORIZADA: EXIGE OPERADOR DE
      *         PERFIL ADMINISTRADOR (OPERADOR.DAT, VER OPECNTT) E
      *         JUSTIFICATIVA. COM A COMPETENCIA DO DIA FECHADA NA
      *         CONTABILIDADE (PERFIN, VER FECHAFIN) A BAIXA E A
      *         REVERSAO SAO RECUSADAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPER.

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

               SELECT BAIXAS ASSIGN TO WS-BAIXAPER-PATH
      *>          TRILHA DAS BAIXAS COMO PERDA, LIDA POR CONTABIL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BP.

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

       FD BAIXAS.
       COPY FD_BAIXAPER.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(132).

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
       77 WS-FS-BP     PIC 99.
           88 FS-BP-OK VALUE 0.
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
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".

      *> Operacao da tela: baixa como perda ou reversao da baixa.
       77 WS-OPERACAO          PIC X VALUE SPACES.
           88 OPER-BAIXA       VALUE "B".
           88 OPER-REVERSAO    VALUE "R".

      *> Titulo: parcela de financiamento (contrato + parcela) ou
      *> mensalidade/taxa (aluno + competencia + seq), como em ESTORNO.
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
       77 WS-DIAS-ATRASO       PIC S9(06) VALUE ZEROS.
       77 WS-TOT-BAIXADOS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REVERTIDOS    PIC 9(04) VALUE ZEROS.

      *> Atraso do titulo na data da baixa pela sub-rotina DATUTIL.
       COPY WS_DATUTIL.
       COPY WS_PERFIN.

      *> Registro da trilha montado antes de alterar o titulo.
       01 WS-BAIXA             PIC X(132) VALUE SPACES.

      *> Lista de auditoria.
       77 WS-QT-BAIXAS-LST     PIC 9(05) VALUE ZEROS.
       77 WS-QT-REVERS-LST     PIC 9(05) VALUE ZEROS.
       77 WS-VL-BAIXAS-LST     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-REVERS-LST     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TITULO-EDIT       PIC X(20) VALUE SPACES.

       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***BAIXA DE TITULOS INCOBRAVEIS COMO PERDA***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "BAIXAPER" TO JR-PROGRAMA
           PERFORM P150-RESOLVE-OPERADOR.
           PERFORM P200-AUTORIZA.

           IF ACESSO-AUTORIZADO THEN
               SET EXIT-OK     TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM.

       P150-RESOLVE-OPERADOR.
      *> OPERADOR.DAT vive no diretorio de dados do M3 (mesmo padrao
      *> de resolucao de ESTORNO).
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
           MOVE SPACES     TO WS-CONFIRM
           MOVE SPACES     TO WS-OPERACAO

           DISPLAY "OPCOES: <1> BAIXAR COMO PERDA  <2> REVERTER BAIXA"
                   "  <3> LISTA DE AUDITORIA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   SET OPER-BAIXA TO TRUE
                   PERFORM P310-ESCOLHE-TITULO
               WHEN "2"
                   SET OPER-REVERSAO TO TRUE
                   PERFORM P310-ESCOLHE-TITULO
               WHEN "3"
                   PERFORM P500-LISTA-AUDITORIA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-ESCOLHE-TITULO.
           DISPLAY "TITULO: <P> PARCELA DE FINANCIAMENTO  "
                   "<M> MENSALIDADE/TAXA ESCOLAR"
           ACCEPT WS-TIPO-TITULO

           PERFORM P315-CONFERE-PERIODO
           EVALUATE TRUE
               WHEN PE-PERIODO-FECHADO
                   CONTINUE
               WHEN TITULO-PARCELA
                   PERFORM P320-PARCELA
               WHEN TITULO-MENSAL
                   PERFORM P340-MENSALIDADE
               WHEN OTHER
                   DISPLAY "TIPO DE TITULO INVALIDO!"
           END-EVALUATE
           .

       P315-CONFERE-PERIODO.
      *> Baixa e reversao entram na competencia do dia (ver CONTABIL):
      *> fechada, so depois da reabertura.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM
           IF PE-PERIODO-FECHADO THEN
               DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA NA "
                       "CONTABILIDADE - LANCAMENTO RECUSADO "
                       "(REABERTURA EM FECHAFIN)"
           END-IF
           .

       P320-PARCELA.
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
                           PERFORM P325-ALTERA-PARCELA
                   END-READ
               ELSE
                   DISPLAY "ERRO AO ABRIR PARCELAS.DAT - FILE "
                           "STATUS: " WS-FS
               END-IF
               CLOSE PARCELAS
           .

       P325-ALTERA-PARCELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE PA-DT-VENCIMENTO TO WS-DU-DATA-2
           PERFORM P360-CALCULA-ATRASO

           DISPLAY "PARCELA " PA-NUM-PARCELA " DO CONTRATO "
                   PA-NUM-CONTRATO " - VENCIMENTO " PA-DT-VENCIMENTO
                   " VALOR " PA-VALOR " STATUS " PA-STATUS
           DISPLAY "  DIAS DE ATRASO: " WS-DIAS-ATRASO

           IF OPER-BAIXA THEN
               IF NOT PA-ABERTA THEN
                   DISPLAY "SO PARCELA EM ABERTO PODE SER BAIXADA"
               ELSE
                   IF WS-DIAS-ATRASO NOT > ZEROS THEN
                       DISPLAY "PARCELA NAO VENCIDA - NAO PODE SER "
                               "BAIXADA COMO PERDA"
                   ELSE
                       PERFORM P370-PEDE-JUSTIFICATIVA
                   END-IF
               END-IF
           ELSE
               IF NOT PA-BAIXADA-PERDA THEN
                   DISPLAY "PARCELA NAO ESTA BAIXADA COMO PERDA"
               ELSE
                   PERFORM P370-PEDE-JUSTIFICATIVA
               END-IF
           END-IF

           IF WS-CONFIRM EQUAL "S" THEN
               INITIALIZE REG-BAIXAPER
               SET BP-TITULO-PARCELA TO TRUE
               MOVE PA-NUM-CONTRATO  TO BP-NUM-CONTRATO
               MOVE PA-NUM-PARCELA   TO BP-NUM-PARCELA
               MOVE PA-DT-VENCIMENTO TO BP-DT-VENCIMENTO
               MOVE PA-VALOR         TO BP-VALOR
               MOVE REG-BAIXAPER     TO WS-BAIXA

               IF OPER-BAIXA THEN
                   SET PA-BAIXADA-PERDA TO TRUE
               ELSE
                   SET PA-ABERTA        TO TRUE
               END-IF
               REWRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR A PARCELA"
                   NOT INVALID KEY
                       MOVE "R" TO JR-OPERACAO
                       MOVE REG-PARCELA TO JR-IMAGEM
                       PERFORM P785-GRAVA-JORNAL
                       PERFORM P380-GRAVA-TRILHA
               END-REWRITE
           ELSE
               DISPLAY "NENHUMA ALTERACAO REALIZADA"
           END-IF
           .

       P340-MENSALIDADE.
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
                           PERFORM P345-ALTERA-MENSALIDADE
                   END-READ
               ELSE
                   DISPLAY "ERRO AO ABRIR MENSALIDADES.DAT - FILE "
                           "STATUS: " WS-FS-MENS
               END-IF
               CLOSE MENSALIDADES
           .

       P345-ALTERA-MENSALIDADE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE MN-DT-VENCIMENTO TO WS-DU-DATA-2
           PERFORM P360-CALCULA-ATRASO

           DISPLAY "ALUNO " MN-ID-ALUNO " COMPETENCIA "
                   MN-COMPETENCIA " SEQ " MN-SEQ " - VENCIMENTO "
                   MN-DT-VENCIMENTO " VALOR " MN-VALOR
                   " STATUS " MN-STATUS
           DISPLAY "  DIAS DE ATRASO: " WS-DIAS-ATRASO

           IF OPER-BAIXA THEN
               IF NOT MN-ABERTA THEN
                   DISPLAY "SO MENSALIDADE EM ABERTO PODE SER BAIXADA"
               ELSE
                   IF WS-DIAS-ATRASO NOT > ZEROS THEN
                       DISPLAY "MENSALIDADE NAO VENCIDA - NAO PODE SER"
                               " BAIXADA COMO PERDA"
                   ELSE
                       PERFORM P370-PEDE-JUSTIFICATIVA
                   END-IF
               END-IF
           ELSE
               IF NOT MN-BAIXADA-PERDA THEN
                   DISPLAY "MENSALIDADE NAO ESTA BAIXADA COMO PERDA"
               ELSE
                   PERFORM P370-PEDE-JUSTIFICATIVA
               END-IF
           END-IF

           IF WS-CONFIRM EQUAL "S" THEN
               INITIALIZE REG-BAIXAPER
               SET BP-TITULO-MENSAL  TO TRUE
               MOVE MN-ID-ALUNO      TO BP-ID-ALUNO
               MOVE MN-COMPETENCIA   TO BP-COMPETENCIA
               MOVE MN-SEQ           TO BP-SEQ-MENSAL
               MOVE MN-DT-VENCIMENTO TO BP-DT-VENCIMENTO
               MOVE MN-VALOR         TO BP-VALOR
               MOVE REG-BAIXAPER     TO WS-BAIXA

               IF OPER-BAIXA THEN
                   SET MN-BAIXADA-PERDA TO TRUE
               ELSE
                   SET MN-ABERTA        TO TRUE
               END-IF
               REWRITE REG-MENSALIDADE
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR A MENSALIDADE"
                   NOT INVALID KEY
                       PERFORM P380-GRAVA-TRILHA
               END-REWRITE
           ELSE
               DISPLAY "NENHUMA ALTERACAO REALIZADA"
           END-IF
           .

       P360-CALCULA-ATRASO.
      *> Hoje menos o vencimento (WS-DU-DATA-2 ja preenchida).
           MOVE "F"          TO WS-DU-OPERACAO
           MOVE WS-DATA-HOJE TO WS-DU-DATA-1
           MOVE ZEROS        TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               MOVE ZEROS TO WS-DIAS-ATRASO
           ELSE
               MOVE WS-DU-RESULTADO-DIAS TO WS-DIAS-ATRASO
           END-IF
           .

       P370-PEDE-JUSTIFICATIVA.
      *> Sem justificativa nao ha baixa nem reversao.
           MOVE SPACES TO WS-CONFIRM
           DISPLAY "JUSTIFICATIVA: "
           ACCEPT WS-JUSTIFICATIVA
           IF WS-JUSTIFICATIVA EQUAL SPACES THEN
               DISPLAY "JUSTIFICATIVA OBRIGATORIA!"
           ELSE
               DISPLAY "TECLE: <S> PARA CONFIRMAR OU "
                       "<QUALQUER TECLA> PARA CANCELAR"
               ACCEPT WS-CONFIRM
           END-IF
           .

       P380-GRAVA-TRILHA.
           ACCEPT WS-HORA-AGORA FROM TIME
           SET FS-BP-OK TO TRUE
           OPEN EXTEND BAIXAS
               IF WS-FS-BP EQUAL 35 THEN
                   OPEN OUTPUT BAIXAS
               END-IF

               IF FS-BP-OK THEN
                   MOVE WS-BAIXA           TO REG-BAIXAPER
                   MOVE WS-DATA-HOJE       TO BP-DT-BAIXA
                   MOVE WS-HORA-AGORA(1:6) TO BP-HR-BAIXA
                   MOVE WS-OPERACAO        TO BP-OPERACAO
                   IF WS-DIAS-ATRASO > ZEROS THEN
                       MOVE WS-DIAS-ATRASO TO BP-DIAS-ATRASO
                   END-IF
                   MOVE WS-LOGIN-ID        TO BP-OPERADOR
                   MOVE WS-JUSTIFICATIVA   TO BP-JUSTIFICATIVA
                   WRITE REG-BAIXAPER
               ELSE
                   DISPLAY "ERRO AO GRAVAR BAIXAPER.DAT - FILE "
                           "STATUS: " WS-FS-BP
               END-IF
               CLOSE BAIXAS

           IF OPER-BAIXA THEN
               ADD 1 TO WS-TOT-BAIXADOS
               DISPLAY "TITULO BAIXADO COMO PERDA!"
           ELSE
               ADD 1 TO WS-TOT-REVERTIDOS
               DISPLAY "BAIXA REVERTIDA - TITULO EM ABERTO!"
           END-IF
           .

       P500-LISTA-AUDITORIA.
           MOVE ZEROS TO WS-QT-BAIXAS-LST
           MOVE ZEROS TO WS-QT-REVERS-LST
           MOVE ZEROS TO WS-VL-BAIXAS-LST
           MOVE ZEROS TO WS-VL-REVERS-LST

           SET FS-BP-OK TO TRUE
           OPEN INPUT BAIXAS
           IF NOT FS-BP-OK THEN
               DISPLAY "NENHUMA BAIXA COMO PERDA REGISTRADA"
           ELSE
               MOVE "A"         TO WS-SP-OPERACAO
               MOVE "BAIXAPER"  TO WS-SP-PROGRAMA
               MOVE WS-LOGIN-ID TO WS-SP-OPERADOR
               CALL "SPLCTL" USING WS-SPLCTL-PARM
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
               ELSE
                   STRING FUNCTION TRIM(WS-BASE-DIR-M4)
                          DELIMITED BY SIZE
                          "\BAIXAPER.LST" DELIMITED BY SIZE
                          INTO WS-RELAT-PATH
               END-IF

               SET FS-REL-OK TO TRUE
               OPEN OUTPUT RELATORIO
               IF FS-REL-OK THEN
                   MOVE "AUDITORIA DAS BAIXAS DE TITULOS COMO PERDA"
                       TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE ALL "=" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "DATA     OP TITULO              "
                          DELIMITED BY SIZE
                          "VENCTO   ATRASO          VALOR "
                          DELIMITED BY SIZE
                          "ADMIN      JUSTIFICATIVA"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL

                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ BAIXAS
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               PERFORM P510-LINHA-AUDITORIA
                       END-READ
                   END-PERFORM

                   MOVE ALL "-" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE WS-VL-BAIXAS-LST TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "BAIXAS COMO PERDA...: " DELIMITED BY SIZE
                          WS-QT-BAIXAS-LST DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE WS-VL-REVERS-LST TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "REVERSOES DE BAIXA..: " DELIMITED BY SIZE
                          WS-QT-REVERS-LST DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
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
               CLOSE BAIXAS
           END-IF
           .

       P510-LINHA-AUDITORIA.
           MOVE SPACES TO WS-TITULO-EDIT
           IF BP-TITULO-PARCELA THEN
               STRING "CTR " DELIMITED BY SIZE
                      BP-NUM-CONTRATO DELIMITED BY SIZE
                      " PARC " DELIMITED BY SIZE
                      BP-NUM-PARCELA DELIMITED BY SIZE
                      INTO WS-TITULO-EDIT
           ELSE
               STRING "ALU " DELIMITED BY SIZE
                      BP-ID-ALUNO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BP-COMPETENCIA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      BP-SEQ-MENSAL DELIMITED BY SIZE
                      INTO WS-TITULO-EDIT
           END-IF

           IF BP-BAIXA THEN
               ADD 1        TO WS-QT-BAIXAS-LST
               ADD BP-VALOR TO WS-VL-BAIXAS-LST
           ELSE
               ADD 1        TO WS-QT-REVERS-LST
               ADD BP-VALOR TO WS-VL-REVERS-LST
           END-IF

           MOVE BP-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING BP-DT-BAIXA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BP-OPERACAO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TITULO-EDIT DELIMITED BY SIZE
                  BP-DT-VENCIMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BP-DIAS-ATRASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BP-OPERADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BP-JUSTIFICATIVA DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "TITULOS BAIXADOS NESTA SESSAO: " WS-TOT-BAIXADOS
           DISPLAY "BAIXAS REVERTIDAS NESTA SESSAO: "
                   WS-TOT-REVERTIDOS

            GOBACK.
       END PROGRAM BAIXAPER.
