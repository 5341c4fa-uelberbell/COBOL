      *         REGISTRADO EM DOCREG.DAT, PARA A VERIFICACAO POSTERIOR
      *         DE AUTENTICIDADE PELO NUMERO. IMPRESSAO NO SPOOL
      *         (SPLCTL), COMO OS DEMAIS RELATORIOS.
      *         A DECLARACAO DE MATRICULA (DOCUMENTO NAO OBRIGATORIO)
      *         E RECUSADA, COM O VALOR DEVIDO, QUANDO HA TITULOS
      *         VENCIDOS ALEM DA TOLERANCIA (SITFIN), SALVO LIBERACAO
      *         DE ADMINISTRADOR (OPERADOR.DAT DO M3) COM
      *         JUSTIFICATIVA, REGISTRADA NA TRILHA LIBFIN.DAT. O
      *         CERTIFICADO DE CONCLUSAO NAO PODE SER RETIDO POR
      *         INADIMPLENCIA E NAO PASSA PELA CONSULTA. A MATERIA
      *         APROVADA EM DEPENDENCIA ("APROV.DEP.") CONTA COMO
      *         APROVADA NO CERTIFICADO DO ANO DE ORIGEM. A
      *         VERIFICACAO TAMBEM RECONHECE AS GUIAS DE TRANSFERENCIA
      *         NUMERADAS POR TRFSAI NO MESMO CONTADOR.
      *         ANTES DO CERTIFICADO, LISTA OS DOCUMENTOS DE MATRICULA
      *         AINDA PENDENTES NO CHECKLIST DO ALUNO (DOCALU.DAT,
      *         MANTIDO EM DOCPEND) E PEDE CONFIRMACAO PARA EMITIR.
      *         O CERTIFICADO NAO SAI ENQUANTO O ALUNO TIVER LIVRO DA
      *         BIBLIOTECA NAO DEVOLVIDO (EMPREST.DAT, VER BIBLIO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOC.

               SELECT LIBFIN ASSIGN TO WS-LIBFIN-PATH
      *>          TRILHA DAS LIBERACOES DO BLOQUEIO FINANCEIRO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIB.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH-LOCAL
      *>          CADASTRO DE OPERADORES DO M3 (OPECNTT), PARA A
      *>          AUTORIZACAO DE ADMINISTRADOR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

               SELECT DOCALU ASSIGN TO WS-DOCALU-PATH
      *>          CHECKLIST DE DOCUMENTOS DE MATRICULA (DOCPEND).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WS-FS-DA.

               SELECT DOCEXIG ASSIGN TO WS-DOCEXIG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-CD-DOCUMENTO
               FILE STATUS IS WS-FS-DX.

               SELECT EMPREST ASSIGN TO WS-EMPREST-PATH
      *>          EMPRESTIMOS DA BIBLIOTECA (LIVRO NAO DEVOLVIDO
      *>          BLOQUEIA O CERTIFICADO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-LEITOR WITH DUPLICATES
               FILE STATUS IS WS-FS-EP.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       FD DOCUMENTO.
       01 WS-LINHA-DOC             PIC X(80).

       FD LIBFIN.
       COPY FD_LIBFIN.

       FD OPERADOR.
       COPY FD_OPERADOR.

       FD DOCALU.
       COPY FD_DOCALU.

       FD DOCEXIG.
       COPY FD_DOCEXIG.

       FD EMPREST.
       COPY FD_EMPREST.

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
           88 FS-CTL-OK     VALUE 0.
       77 WS-FS-DOC         PIC 99.
           88 FS-DOC-OK     VALUE 0.
       77 WS-FS-LIB         PIC 99.
           88 FS-LIB-OK     VALUE 0.
       77 WS-FS-OPE         PIC 99.
           88 FS-OPE-OK     VALUE 0.
       77 WS-FS-DA          PIC 99.
           88 FS-DA-OK      VALUE 0.
       77 WS-FS-DX          PIC 99.
           88 FS-DX-OK      VALUE 0.
       77 WS-FS-EP          PIC 99.
           88 FS-EP-OK      VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-NUM-VERIF         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

       77 WS-NUM-DOC           PIC 9(06) VALUE ZEROS.

      *> Documentos de matricula pendentes (aviso no certificado).
       77 WS-QTD-DOC-PEND      PIC 9(03) VALUE ZEROS.
       77 WS-EMITE-CERT        PIC X VALUE "S".
           88 EMITE-CERTIFICADO VALUE "S" FALSE "N".
       77 WS-DESCR-DOC         PIC X(30) VALUE SPACES.

      *> Livros da biblioteca em maos do aluno (bloqueiam o
      *> certificado).
       77 WS-QTD-LIVROS        PIC 9(03) VALUE ZEROS.

      *> Consulta financeira da declaracao e liberacao por
      *> administrador.
       COPY WS_SITFIN.
       77 WS-SITUACAO-OK       PIC X VALUE "N".
           88 SITUACAO-LIBERADA VALUE "S" FALSE "N".
       77 WS-LIBERADA-ADM      PIC X VALUE "N".
           88 LIBERADA-POR-ADM VALUE "S" FALSE "N".
       77 WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       77 WS-CONFIRM           PIC X VALUE SPACES.
       77 WS-JUSTIFICATIVA     PIC X(60) VALUE SPACES.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".

       COPY WS_SPLCTL.
       77 WS-DOC-PATH          PIC X(200) VALUE SPACES.


           DISPLAY "***DOCUMENTOS NUMERADOS DA SECRETARIA***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P150-RESOLVE-PATH-M3.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

               IF NOT TEM-MATRICULA THEN
                   DISPLAY "ALUNO SEM MATRICULA ATIVA"
               ELSE
                   PERFORM P335-CONFERE-SITUACAO
                   IF NOT SITUACAO-LIBERADA THEN
                       DISPLAY "DECLARACAO NAO EMITIDA"
                   ELSE
                       PERFORM P340-PROXIMO-NUMERO
                       PERFORM P350-IMPRIME-DECLARACAO
                       MOVE "D" TO DR-TIPO
                       MOVE WS-TURMA-ATIVA TO DR-CD-TURMA
                       MOVE ZEROS          TO DR-ANO
                       PERFORM P360-REGISTRA-DOCUMENTO
                       IF LIBERADA-POR-ADM THEN
                           PERFORM P380-GRAVA-LIBERACAO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

       P335-CONFERE-SITUACAO.
      *> Titulos vencidos alem da tolerancia: recusa com o valor
      *> devido, salvo liberacao de administrador com justificativa.
           SET SITUACAO-LIBERADA TO FALSE
           SET LIBERADA-POR-ADM  TO FALSE

           MOVE WS-ID-ALUNO-INF TO WS-SF-ID-ALUNO
           MOVE WS-DATA-HOJE    TO WS-SF-DATA-REF
           CALL "SITFIN" USING WS-SITFIN-PARM
           IF WS-SF-ERRO EQUAL "S" THEN
               DISPLAY "ATENCAO: CONTAS A RECEBER INDISPONIVEL - "
                       "SITUACAO FINANCEIRA NAO CONSULTADA"
           END-IF

           IF SF-LIBERADO THEN
               SET SITUACAO-LIBERADA TO TRUE
           ELSE
               MOVE WS-SF-VL-VENCIDO TO WS-VALOR-EDIT
               DISPLAY "PENDENCIA FINANCEIRA: " WS-SF-QTD-VENCIDOS
                       " TITULO(S) VENCIDO(S) HA MAIS DE "
                       WS-SF-DIAS-TOLERANCIA " DIAS"
               DISPLAY "VALOR DEVIDO: " WS-VALOR-EDIT
               DISPLAY "LIBERAR COM AUTORIZACAO DO ADMINISTRADOR? "
                       "<S> SIM  <QUALQUER TECLA> NAO"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM EQUAL "S" THEN
                   PERFORM P200-AUTORIZA
                   IF ACESSO-AUTORIZADO THEN
                       DISPLAY "JUSTIFICATIVA DA LIBERACAO: "
                       ACCEPT WS-JUSTIFICATIVA
                       IF WS-JUSTIFICATIVA EQUAL SPACES THEN
                           DISPLAY "JUSTIFICATIVA OBRIGATORIA!"
                       ELSE
                           SET SITUACAO-LIBERADA TO TRUE
                           SET LIBERADA-POR-ADM  TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       P340-PROXIMO-NUMERO.
           MOVE ZEROS      TO DC-PROX-NUMERO
           SET FS-CTL-OK   TO TRUE
               IF WS-QTD-MATERIAS EQUAL ZEROS THEN
                   DISPLAY "SEM HISTORICO DO ALUNO NESTE ANO"
               ELSE
                   PERFORM P416-LIVROS-EM-MAOS
                   IF WS-QTD-LIVROS > ZEROS THEN
                       DISPLAY "CERTIFICADO BLOQUEADO - "
                               WS-QTD-LIVROS " LIVRO(S) DA BIBLIOTECA "
                               "NAO DEVOLVIDO(S)"
                   ELSE
                       PERFORM P412-DOCUMENTOS-PENDENTES
                   END-IF
                   IF WS-QTD-LIVROS EQUAL ZEROS AND
                      EMITE-CERTIFICADO THEN
                       PERFORM P340-PROXIMO-NUMERO
                       PERFORM P420-IMPRIME-CERTIFICADO
                       MOVE "C"       TO DR-TIPO
                       MOVE ZEROS     TO DR-CD-TURMA
                       MOVE WS-ANO-INF TO DR-ANO
                       PERFORM P360-REGISTRA-DOCUMENTO
                   END-IF
               END-IF
           END-IF
           .
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-MATERIAS
      *>                       Dependencia cumprida (DEPMNT) conta
      *>                       como aprovacao no ano de origem.
                               IF AH-STATUS EQUAL "APROVADO" OR
                                  AH-STATUS EQUAL "APROV.DEP." THEN
                                   ADD 1 TO WS-QTD-APROVADAS
                               END-IF
                           END-IF
           END-IF
           .

      *> Documento de matricula pendente nao impede o certificado:
      *> a secretaria e avisada e decide se emite.
       P412-DOCUMENTOS-PENDENTES.
           SET EMITE-CERTIFICADO TO TRUE
           MOVE ZEROS   TO WS-QTD-DOC-PEND
           SET EOF-OK   TO FALSE
           SET FS-DA-OK TO TRUE
           SET FS-DX-OK TO TRUE
           OPEN INPUT DOCALU
           IF FS-DA-OK THEN
               OPEN INPUT DOCEXIG
               MOVE WS-ID-ALUNO-INF TO DA-ID-ALUNO
               MOVE ZEROS           TO DA-CD-DOCUMENTO
               START DOCALU KEY IS NOT LESS DA-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ DOCALU NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF DA-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF DA-PENDENTE THEN
                                   PERFORM P414-MOSTRA-PENDENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-DX-OK THEN
                   CLOSE DOCEXIG
               END-IF
               CLOSE DOCALU
           END-IF

           IF WS-QTD-DOC-PEND > ZEROS THEN
               DISPLAY "ATENCAO: " WS-QTD-DOC-PEND
                       " DOCUMENTO(S) DE MATRICULA PENDENTE(S)"
               DISPLAY "EMITIR O CERTIFICADO MESMO ASSIM (S/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT EQUAL "S" AND
                  WS-CONFIRM NOT EQUAL "s" THEN
                   SET EMITE-CERTIFICADO TO FALSE
                   DISPLAY "CERTIFICADO NAO EMITIDO"
               END-IF
           END-IF
           .

       P414-MOSTRA-PENDENTE.
           ADD 1 TO WS-QTD-DOC-PEND
           MOVE "DOCUMENTO NAO CADASTRADO" TO WS-DESCR-DOC
           IF FS-DX-OK THEN
               MOVE DA-CD-DOCUMENTO TO DX-CD-DOCUMENTO
               READ DOCEXIG
                   KEY IS DX-CD-DOCUMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DX-DESCRICAO TO WS-DESCR-DOC
               END-READ
           END-IF
           DISPLAY "  PENDENTE: " DA-CD-DOCUMENTO " " WS-DESCR-DOC
                   " DESDE " DA-DT-INCLUSAO
           .

      *> Emprestimos em aberto do aluno, pela chave alternativa do
      *> leitor. Sem EMPREST.DAT nao ha livro emprestado.
       P416-LIVROS-EM-MAOS.
           MOVE ZEROS   TO WS-QTD-LIVROS
           SET EOF-OK   TO FALSE
           SET FS-EP-OK TO TRUE
           OPEN INPUT EMPREST
           IF FS-EP-OK THEN
               MOVE "A"             TO EP-TIPO-LEITOR
               MOVE WS-ID-ALUNO-INF TO EP-ID-LEITOR
               START EMPREST KEY IS EQUAL EP-LEITOR
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ EMPREST NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF NOT EP-LEITOR-ALUNO OR
                              EP-ID-LEITOR NOT EQUAL WS-ID-ALUNO-INF
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF EP-EMPRESTADO THEN
                                   ADD 1 TO WS-QTD-LIVROS
                                   DISPLAY "  LIVRO " EP-CD-LIVRO
                                           " EMPRESTADO EM "
                                           EP-DT-EMPRESTIMO
                                           " - DEVOLVER ATE "
                                           EP-DT-PREVISTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPREST
           END-IF
           .

       P420-IMPRIME-CERTIFICADO.
           PERFORM P600-ABRE-DOCUMENTO
           IF FS-DOC-OK THEN
               CLOSE DOCREG
           .

       P380-GRAVA-LIBERACAO.
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
                   SET LF-DOCUMENTO           TO TRUE
                   MOVE WS-ID-ALUNO-INF       TO LF-ID-ALUNO
                   MOVE WS-NUM-DOC            TO LF-REFERENCIA
                   MOVE WS-SF-DIAS-TOLERANCIA TO LF-DIAS-TOLERANCIA
                   MOVE WS-SF-QTD-VENCIDOS    TO LF-QTD-VENCIDOS
                   MOVE WS-SF-VL-VENCIDO      TO LF-VL-VENCIDO
                   MOVE WS-LOGIN-ID           TO LF-OPERADOR
                   MOVE WS-JUSTIFICATIVA      TO LF-JUSTIFICATIVA
                   WRITE REG-LIBFIN
               ELSE
                   DISPLAY "ERRO AO GRAVAR LIBFIN.DAT - FILE STATUS: "
                           WS-FS-LIB
               END-IF
               CLOSE LIBFIN
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

       P500-VERIFICA.
           DISPLAY "NUMERO DO DOCUMENTO APRESENTADO: "
           ACCEPT WS-NUM-VERIF
                       DISPLAY "DOCUMENTO " DR-NUMERO " - TIPO ["
                               DR-TIPO "] EMITIDO EM " DR-DT-EMISSAO
                       DISPLAY "ALUNO " DR-ID-ALUNO " - " DR-NM-ALUNO
                       EVALUATE TRUE
                           WHEN DR-DECLARACAO
                               DISPLAY "TURMA DA DECLARACAO: "
                                       DR-CD-TURMA
                           WHEN DR-TRANSFERENCIA
                               DISPLAY "GUIA DE TRANSFERENCIA - SAIDA "
                                       "EM " DR-ANO
                           WHEN OTHER
                               DISPLAY "ANO DO CERTIFICADO: " DR-ANO
                       END-EVALUATE
               END-READ
               CLOSE DOCREG
           END-IF
