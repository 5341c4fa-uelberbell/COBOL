      *         (MT-STATUS "P") QUE A SECRETARIA CONFIRMA EM MATTUR
      *         CONFORME AS FAMILIAS VOLTAM. O RELATORIO DE
      *         CONFIRMADAS x PENDENTES SAI NO SPOOL (SPLCTL).
      *         ALUNO COM TITULOS VENCIDOS ALEM DA TOLERANCIA (SITFIN)
      *         NAO E PROPOSTO: FICA RETIDO EM REMPEND.DAT COM A TURMA
      *         SUCESSORA E O DEBITO, E SAI DA LISTA QUANDO A FAMILIA
      *         REGULARIZA (NOVA RODADA) OU POR LIBERACAO DE
      *         ADMINISTRADOR (OPERADOR.DAT DO M3) COM JUSTIFICATIVA,
      *         REGISTRADA NA TRILHA LIBFIN.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT REMPEND ASSIGN TO WS-REMPEND-PATH
      *>          ALUNOS RETIDOS POR PENDENCIA FINANCEIRA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ID-ALUNO
               FILE STATUS IS WS-FS-PEND.

               SELECT LIBFIN ASSIGN TO WS-LIBFIN-PATH
      *>          TRILHA DAS LIBERACOES POR ADMINISTRADOR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIB.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH-LOCAL
      *>          CADASTRO DE OPERADORES DO M3 (OPECNTT), PARA A
      *>          AUTORIZACAO DE ADMINISTRADOR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       FD REMPEND.
       COPY FD_REMPEND.

       FD LIBFIN.
       COPY FD_LIBFIN.

       FD OPERADOR.
       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.
       77 WS-FS-PEND        PIC 99.
           88 FS-PEND-OK    VALUE 0.
       77 WS-FS-LIB         PIC 99.
           88 FS-LIB-OK     VALUE 0.
       77 WS-FS-OPE         PIC 99.
           88 FS-OPE-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       01 WS-TAB-PROP.
           03 WS-PROP-ENT OCCURS 500 TIMES.
               05 WS-PROP-TURMA    PIC 9(03).
               05 WS-PROP-ALUNO    PIC 9(05).

      *> Alunos retidos pela situacao financeira na mesma varredura,
      *> gravados em REMPEND.DAT junto com as propostas.
       77 WS-QTD-RET           PIC 9(03) VALUE ZEROS.
       01 WS-TAB-RET.
           03 WS-RET-ENT OCCURS 500 TIMES.
               05 WS-RET-ALUNO     PIC 9(05).
               05 WS-RET-TURMA     PIC 9(03).
               05 WS-RET-DESTINO   PIC 9(03).
               05 WS-RET-QTD       PIC 9(03).
               05 WS-RET-VALOR     PIC 9(07)V99.

       COPY WS_SITFIN.

       77 WS-TOT-PROPOSTAS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-JA-EXISTIAM   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-DESTINO   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CONFIRMADAS   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-RETIDOS       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REGULARIZADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-CONSULTA  PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.

      *> Liberacao de aluno retido: so administrador, com
      *> justificativa.
       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".
       77 WS-ALUNO-INF         PIC 9(05) VALUE ZEROS.
       77 WS-JUSTIFICATIVA     PIC X(60) VALUE SPACES.
       77 WS-CONFIRM           PIC X VALUE SPACES.

       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

           DISPLAY "***REMATRICULA DE FIM DE ANO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P150-RESOLVE-PATH-M3.
           SET ACESSO-AUTORIZADO TO FALSE.

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
       P300-PROCESSA.
           DISPLAY "OPCOES: <1> GERAR PRE-MATRICULAS DO ANO NOVO  "
                   "<2> RELATORIO CONFIRMADAS x PENDENTES  "
                   "<3> LIBERAR ALUNO RETIDO (ADMINISTRADOR)  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

                   PERFORM P310-GERA-PRE
               WHEN "2"
                   PERFORM P500-RELATORIO
               WHEN "3"
                   PERFORM P400-LIBERA-RETIDO
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
           MOVE ZEROS      TO WS-TOT-PROPOSTAS
           MOVE ZEROS      TO WS-TOT-JA-EXISTIAM
           MOVE ZEROS      TO WS-TOT-SEM-DESTINO
           MOVE ZEROS      TO WS-QTD-RET
           MOVE ZEROS      TO WS-TOT-RETIDOS
           MOVE ZEROS      TO WS-TOT-REGULARIZADOS
           MOVE ZEROS      TO WS-TOT-SEM-CONSULTA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT MATRICULAS
           IF NOT FS-OK THEN
               CLOSE MATRICULAS

               PERFORM P325-GRAVA-PROPOSTAS
               PERFORM P326-GRAVA-RETIDOS
           END-IF

           IF WS-TOT-FORA-TAB > ZEROS THEN
           DISPLAY "PRE-MATRICULAS GERADAS:   " WS-TOT-PROPOSTAS
           DISPLAY "JA EXISTIAM (PULADAS):    " WS-TOT-JA-EXISTIAM
           DISPLAY "SEM TURMA SUCESSORA:      " WS-TOT-SEM-DESTINO
           DISPLAY "RETIDOS (FINANCEIRO):     " WS-TOT-RETIDOS
           DISPLAY "REGULARIZADOS NESTA RODADA: " WS-TOT-REGULARIZADOS
           IF WS-TOT-SEM-CONSULTA > ZEROS THEN
               DISPLAY "ATENCAO: SITUACAO FINANCEIRA NAO CONSULTADA "
                       "PARA " WS-TOT-SEM-CONSULTA " ALUNO(S) - "
                       "CONTAS A RECEBER INDISPONIVEL"
           END-IF
           .

       P320-PROPOE-ALUNO.
           IF WS-TURMA-DESTINO EQUAL ZEROS THEN
               ADD 1 TO WS-TOT-SEM-DESTINO
           ELSE
               MOVE MT-ID-ALUNO  TO WS-SF-ID-ALUNO
               MOVE WS-DATA-HOJE TO WS-SF-DATA-REF
               CALL "SITFIN" USING WS-SITFIN-PARM
               IF WS-SF-ERRO EQUAL "S" THEN
                   ADD 1 TO WS-TOT-SEM-CONSULTA
               END-IF

               IF SF-BLOQUEADO THEN
                   PERFORM P322-RETEM-ALUNO
               ELSE
                   IF WS-QTD-PROP < WS-MAX-PROP THEN
                       ADD 1 TO WS-QTD-PROP
                       MOVE WS-TURMA-DESTINO
                           TO WS-PROP-TURMA (WS-QTD-PROP)
                       MOVE MT-ID-ALUNO
                           TO WS-PROP-ALUNO (WS-QTD-PROP)
                   ELSE
                       ADD 1 TO WS-TOT-FORA-TAB
                   END-IF
               END-IF
           END-IF
           .

       P322-RETEM-ALUNO.
           IF WS-QTD-RET < WS-MAX-PROP THEN
               ADD 1 TO WS-QTD-RET
               MOVE MT-ID-ALUNO      TO WS-RET-ALUNO (WS-QTD-RET)
               MOVE MT-CD-TURMA      TO WS-RET-TURMA (WS-QTD-RET)
               MOVE WS-TURMA-DESTINO TO WS-RET-DESTINO (WS-QTD-RET)
               MOVE WS-SF-QTD-VENCIDOS
                   TO WS-RET-QTD (WS-QTD-RET)
               MOVE WS-SF-VL-VENCIDO
                   TO WS-RET-VALOR (WS-QTD-RET)
           ELSE
               ADD 1 TO WS-TOT-FORA-TAB
           END-IF
           .

       P325-GRAVA-PROPOSTAS.
      *> Segundo passo: com a varredura encerrada, o arquivo volta
      *> aberto em I-O e as propostas juntadas viram pre-matriculas.
                   MOVE WS-PROP-TURMA (WS-P) TO MT-CD-TURMA
                   MOVE WS-PROP-ALUNO (WS-P) TO MT-ID-ALUNO
                   MOVE "P"                  TO MT-STATUS
                   MOVE WS-DATA-HOJE         TO MT-DT-MATRICULA
                   WRITE REG-MATRICULA
                       INVALID KEY
                           ADD 1 TO WS-TOT-JA-EXISTIAM
           END-IF
           .

       P326-GRAVA-RETIDOS.
      *> Retidos entram (ou continuam) pendentes com o debito desta
      *> rodada; quem estava pendente e agora foi proposto sai da
      *> lista como regularizado.
           PERFORM P327-ABRE-REMPEND
           IF NOT FS-PEND-OK THEN
               DISPLAY "ERRO AO ABRIR REMPEND.DAT - FILE STATUS: "
                       WS-FS-PEND
           ELSE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-QTD-RET
                   MOVE WS-RET-ALUNO (WS-P) TO RP-ID-ALUNO
                   READ REMPEND
                       KEY IS RP-ID-ALUNO
                       INVALID KEY
                           MOVE WS-DATA-HOJE TO RP-DT-INCLUSAO
                       NOT INVALID KEY
                           IF NOT RP-PENDENTE THEN
                               MOVE WS-DATA-HOJE TO RP-DT-INCLUSAO
                           END-IF
                   END-READ
                   MOVE WS-RET-TURMA (WS-P)   TO RP-CD-TURMA-ORIG
                   MOVE WS-RET-DESTINO (WS-P) TO RP-CD-TURMA-DESTINO
                   MOVE WS-RET-QTD (WS-P)     TO RP-QTD-VENCIDOS
                   MOVE WS-RET-VALOR (WS-P)   TO RP-VL-VENCIDO
                   MOVE ZEROS                 TO RP-DT-SAIDA
                   SET RP-PENDENTE            TO TRUE
                   WRITE REG-REMPEND
                       INVALID KEY
                           REWRITE REG-REMPEND
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WS-TOT-RETIDOS
               END-PERFORM

               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-QTD-PROP
                   MOVE WS-PROP-ALUNO (WS-P) TO RP-ID-ALUNO
                   READ REMPEND
                       KEY IS RP-ID-ALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RP-PENDENTE THEN
                               SET RP-REGULARIZADA TO TRUE
                               MOVE WS-DATA-HOJE   TO RP-DT-SAIDA
                               REWRITE REG-REMPEND
                               END-REWRITE
                               ADD 1 TO WS-TOT-REGULARIZADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMPEND
           END-IF
           .

       P327-ABRE-REMPEND.
      *> Primeira retencao: o arquivo e criado e reaberto em I-O.
           SET FS-PEND-OK TO TRUE
           OPEN I-O REMPEND
           IF WS-FS-PEND EQUAL 35 THEN
               SET FS-PEND-OK TO TRUE
               OPEN OUTPUT REMPEND
               IF FS-PEND-OK THEN
                   CLOSE REMPEND
                   OPEN I-O REMPEND
               END-IF
           END-IF
           .

       P330-RESOLVE-DESTINO.
      *> Consulta a tabela de mapeamento; na primeira vez que a turma
      *> aparece, pergunta ao operador qual e a sucessora.
               CLOSE TURMAS
           .

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

       P400-LIBERA-RETIDO.
      *> Aluno retido que a familia ja regularizou sai sem
      *> justificativa; com debito vencido, so com a justificativa do
      *> administrador, gravada em LIBFIN.DAT.
           IF NOT ACESSO-AUTORIZADO THEN
               PERFORM P200-AUTORIZA
           END-IF

           IF ACESSO-AUTORIZADO THEN
               DISPLAY "CODIGO DO ALUNO RETIDO: "
               ACCEPT WS-ALUNO-INF
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

               SET FS-PEND-OK TO TRUE
               OPEN I-O REMPEND
               IF NOT FS-PEND-OK THEN
                   DISPLAY "NENHUM ALUNO RETIDO (SEM REMPEND.DAT)"
               ELSE
                   MOVE WS-ALUNO-INF TO RP-ID-ALUNO
                   READ REMPEND
                       KEY IS RP-ID-ALUNO
                       INVALID KEY
                           DISPLAY "ALUNO NAO CONSTA DA LISTA DE "
                                   "RETIDOS"
                       NOT INVALID KEY
                           IF NOT RP-PENDENTE THEN
                               DISPLAY "ALUNO JA SAIU DA LISTA DE "
                                       "RETIDOS EM " RP-DT-SAIDA
                           ELSE
                               PERFORM P410-CONFERE-E-LIBERA
                           END-IF
                   END-READ
                   CLOSE REMPEND
               END-IF
           END-IF
           .

       P410-CONFERE-E-LIBERA.
           MOVE RP-ID-ALUNO  TO WS-SF-ID-ALUNO
           MOVE WS-DATA-HOJE TO WS-SF-DATA-REF
           CALL "SITFIN" USING WS-SITFIN-PARM

           MOVE SPACES TO WS-CONFIRM
           IF SF-LIBERADO AND WS-SF-ERRO NOT EQUAL "S" THEN
               DISPLAY "SITUACAO FINANCEIRA REGULARIZADA"
               MOVE "S" TO WS-CONFIRM
               SET RP-REGULARIZADA TO TRUE
           ELSE
               MOVE WS-SF-VL-VENCIDO TO WS-VALOR-EDIT
               DISPLAY "DEBITO VENCIDO HA MAIS DE "
                       WS-SF-DIAS-TOLERANCIA " DIAS: "
                       WS-SF-QTD-VENCIDOS " TITULO(S), "
                       WS-VALOR-EDIT
               DISPLAY "JUSTIFICATIVA DA LIBERACAO: "
               ACCEPT WS-JUSTIFICATIVA
               IF WS-JUSTIFICATIVA EQUAL SPACES THEN
                   DISPLAY "JUSTIFICATIVA OBRIGATORIA!"
               ELSE
                   DISPLAY "TECLE: <S> PARA CONFIRMAR OU "
                           "<QUALQUER TECLA> PARA CANCELAR"
                   ACCEPT WS-CONFIRM
               END-IF
               SET RP-LIBERADA TO TRUE
           END-IF

           IF WS-CONFIRM EQUAL "S" THEN
               PERFORM P420-GRAVA-PRE-LIBERADA
           ELSE
               DISPLAY "NENHUMA ALTERACAO REALIZADA"
           END-IF
           .

       P420-GRAVA-PRE-LIBERADA.
           SET FS-OK TO TRUE
           OPEN I-O MATRICULAS
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR MATRICULAS.DAT - FILE "
                       "STATUS: " WS-FS
           ELSE
               MOVE RP-CD-TURMA-DESTINO TO MT-CD-TURMA
               MOVE RP-ID-ALUNO         TO MT-ID-ALUNO
               MOVE "P"                 TO MT-STATUS
               MOVE WS-DATA-HOJE        TO MT-DT-MATRICULA
               WRITE REG-MATRICULA
                   INVALID KEY
                       DISPLAY "PRE-MATRICULA JA EXISTIA NA TURMA "
                               RP-CD-TURMA-DESTINO
                   NOT INVALID KEY
                       DISPLAY "PRE-MATRICULA GERADA NA TURMA "
                               RP-CD-TURMA-DESTINO
               END-WRITE
               CLOSE MATRICULAS

               MOVE WS-DATA-HOJE TO RP-DT-SAIDA
               REWRITE REG-REMPEND
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR REMPEND.DAT"
               END-REWRITE
               IF RP-LIBERADA THEN
                   PERFORM P430-GRAVA-TRILHA
               END-IF
           END-IF
           .

       P430-GRAVA-TRILHA.
           ACCEPT WS-HORA-AGORA FROM TIME
           SET FS-LIB-OK TO TRUE
           OPEN EXTEND LIBFIN
               IF WS-FS-LIB EQUAL 35 THEN
                   OPEN OUTPUT LIBFIN
               END-IF

               IF FS-LIB-OK THEN
                   INITIALIZE REG-LIBFIN
                   MOVE WS-DATA-HOJE          TO LF-DT-LIBERACAO
                   MOVE WS-HORA-AGORA(1:6)    TO LF-HR-LIBERACAO
                   SET LF-REMATRICULA         TO TRUE
                   MOVE RP-ID-ALUNO           TO LF-ID-ALUNO
                   MOVE RP-CD-TURMA-DESTINO   TO LF-REFERENCIA
                   MOVE WS-SF-DIAS-TOLERANCIA TO LF-DIAS-TOLERANCIA
                   MOVE WS-SF-QTD-VENCIDOS    TO LF-QTD-VENCIDOS
                   MOVE WS-SF-VL-VENCIDO      TO LF-VL-VENCIDO
                   MOVE WS-LOGIN-ID           TO LF-OPERADOR
                   MOVE WS-JUSTIFICATIVA      TO LF-JUSTIFICATIVA
                   WRITE REG-LIBFIN
                   DISPLAY "LIBERACAO REGISTRADA EM LIBFIN.DAT"
               ELSE
                   DISPLAY "ERRO AO GRAVAR LIBFIN.DAT - FILE STATUS: "
                           WS-FS-LIB
               END-IF
               CLOSE LIBFIN
           .

       P500-RELATORIO.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "REMATRI"  TO WS-SP-PROGRAMA
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL

                   PERFORM P510-LISTA-RETIDOS

                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
           CLOSE MATRICULAS
           .

       P510-LISTA-RETIDOS.
      *> Alunos ainda retidos pela situacao financeira, com o debito
      *> apurado na ultima rodada.
           MOVE ZEROS TO WS-TOT-RETIDOS
           SET FS-PEND-OK TO TRUE
           OPEN INPUT REMPEND
           IF FS-PEND-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "RETIDOS POR PENDENCIA FINANCEIRA" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "-" TO WS-LINHA-REL
               WRITE WS-LINHA-REL

               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ REMPEND NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF RP-PENDENTE THEN
                               ADD 1 TO WS-TOT-RETIDOS
                               MOVE RP-VL-VENCIDO TO WS-VALOR-EDIT
                               MOVE SPACES TO WS-LINHA-REL
                               STRING "RETIDO    - TURMA "
                                      DELIMITED BY SIZE
                                      RP-CD-TURMA-DESTINO
                                      DELIMITED BY SIZE
                                      " ALUNO " DELIMITED BY SIZE
                                      RP-ID-ALUNO DELIMITED BY SIZE
                                      " DESDE " DELIMITED BY SIZE
                                      RP-DT-INCLUSAO
                                      DELIMITED BY SIZE
                                      " DEBITO " DELIMITED BY SIZE
                                      WS-VALOR-EDIT
                                      DELIMITED BY SIZE
                                      INTO WS-LINHA-REL
                               WRITE WS-LINHA-REL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMPEND

               MOVE SPACES TO WS-LINHA-REL
               STRING "ALUNOS RETIDOS: " DELIMITED BY SIZE
                      WS-TOT-RETIDOS DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
