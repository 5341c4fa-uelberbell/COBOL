      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:TRANSFERENCIA EXPEDIDA (ALUNO QUE SAI DA ESCOLA) NUMA
      *         UNICA TRANSACAO, NO SENTIDO INVERSO DA CARGA DE
      *         HISTORICO DE QUEM CHEGA (HISTIMP): CANCELA AS
      *         MATRICULAS ATIVAS E PRE-MATRICULAS DO ALUNO (O MOTIVO
      *         FICA EM TRANSFER.DAT E O CODIGO DA TABELA DE MOTIVOS DE
      *         EVASAO, COM A DATA DE SAIDA, EM EVASAO.DAT POR
      *         MATRICULA), CANCELA AS MENSALIDADES EM
      *         ABERTO COM VENCIMENTO DEPOIS DA DATA DE SAIDA
      *         (MN-CANCELADA), TIRA O ALUNO DA ROTA DE TRANSPORTE
      *         (TRANSALU.DAT), INATIVA O CADASTRO (O QUE TAMBEM
      *         ENCERRA A CARTEIRINHA) E EMITE NO SPOOL A GUIA DE
      *         TRANSFERENCIA NUMERADA - NOTAS E FREQUENCIA PARCIAIS DO
      *         ANO POR MATERIA - COM O NUMERO DO CONTADOR DE DOCESC
      *         (DOCESC.CTL), REGISTRADA EM DOCREG.DAT COMO TIPO "T",
      *         SEGUIDA DO HISTORICO ESCOLAR COMPLETO (HISTESC). A
      *         PARTIR DA DATA DE SAIDA A SUB-ROTINA TRFSIT RECUSA NOTA
      *         E FREQUENCIA DO ALUNO. A TRANSFERENCIA PODE SER
      *         CANCELADA (ALUNO QUE NAO CHEGOU A SAIR), O QUE LIBERA
      *         OS LANCAMENTOS; A REATIVACAO DO CADASTRO E AS NOVAS
      *         MATRICULAS SEGUEM PELOS PROGRAMAS DE SEMPRE.
      *         ALUNO COM LIVRO DA BIBLIOTECA NAO DEVOLVIDO
      *         (EMPREST.DAT, VER BIBLIO) NAO TEM A TRANSFERENCIA
      *         EXPEDIDA ATE DEVOLVER OU BAIXAR O EXEMPLAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFSAI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSFER ASSIGN TO WS-TRANSFER-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-ID-ALUNO
               FILE STATUS IS WS-FS-TRF.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-MATERIA
               FILE STATUS IS WS-FS-MAT.

               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT TRANSALU ASSIGN TO WS-TRANSALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-ID-ALUNO
               FILE STATUS IS WS-FS-TRAN.

               SELECT DOCREG ASSIGN TO WS-DOCREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DR-NUMERO
               FILE STATUS IS WS-FS-REG.

               SELECT DOCESC-CTL ASSIGN TO WS-DOCESC-CTL-PATH
      *>          CONTADOR DO PROXIMO NUMERO DE DOCUMENTO, O MESMO DAS
      *>          DECLARACOES E CERTIFICADOS DE DOCESC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT MOTEVA ASSIGN TO WS-MOTEVA-PATH
      *>          TABELA DE MOTIVOS DE EVASAO (VER RETENCAO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-CD-MOTIVO
               FILE STATUS IS WS-FS-MOT.

               SELECT EVASAO ASSIGN TO WS-EVASAO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS WS-FS-EVA.

               SELECT GUIA ASSIGN TO WS-GUIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUIA.

               SELECT EMPREST ASSIGN TO WS-EMPREST-PATH
      *>          EMPRESTIMOS DA BIBLIOTECA (LIVRO NAO DEVOLVIDO
      *>          IMPEDE A TRANSFERENCIA).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-LEITOR WITH DUPLICATES
               FILE STATUS IS WS-FS-EP.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER.
       COPY FD_TRANSFER.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD TURMAS.
       COPY FD_TURMA.

       FD MATERIAS.
       COPY FD_MATERIAS.

       FD NOTAS.
       COPY FD_NOTAS.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD TRANSALU.
       COPY FD_TRANSALU.

       FD DOCREG.
       COPY FD_DOCREG.

       FD DOCESC-CTL.
       01 REG-DOCESC-CTL.
           03 DC-PROX-NUMERO       PIC 9(06).

       FD MOTEVA.
       COPY FD_MOTEVA.

       FD EVASAO.
       COPY FD_EVASAO.

       FD GUIA.
       01 WS-LINHA-GUIA            PIC X(80).

       FD EMPREST.
       COPY FD_EMPREST.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-TRF         PIC 99.
           88 FS-TRF-OK     VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-MAT         PIC 99.
           88 FS-MAT-OK     VALUE 0.
       77 WS-FS-NOTA        PIC 99.
           88 FS-NOTA-OK    VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-TRAN        PIC 99.
           88 FS-TRAN-OK    VALUE 0.
       77 WS-FS-REG         PIC 99.
           88 FS-REG-OK     VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.
       77 WS-FS-GUIA        PIC 99.
           88 FS-GUIA-OK    VALUE 0.
       77 WS-FS-MOT         PIC 99.
           88 FS-MOT-OK     VALUE 0.
       77 WS-FS-EVA         PIC 99.
           88 FS-EVA-OK     VALUE 0.
       77 WS-FS-EP          PIC 99.
           88 FS-EP-OK      VALUE 0.
       77 WS-QTD-LIVROS     PIC 9(03) VALUE ZEROS.
       77 WS-ABERTO-EVA        PIC X VALUE "N".
           88 ABERTO-EVA       VALUE "S" FALSE "N".

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-FREQ          PIC X.
           88 FIM-FREQUENCIA   VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRMA          PIC X VALUE SPACES.

      *> Arquivos que abriram para a guia (o status muda nas leituras
      *> com INVALID KEY, nao serve para decidir o CLOSE).
       77 WS-ABERTO-TURMA      PIC X VALUE "N".
           88 ABERTO-TURMA     VALUE "S" FALSE "N".
       77 WS-ABERTO-MAT        PIC X VALUE "N".
           88 ABERTO-MAT       VALUE "S" FALSE "N".
       77 WS-ABERTO-NOTA       PIC X VALUE "N".
           88 ABERTO-NOTA      VALUE "S" FALSE "N".
       77 WS-ABERTO-FREQ       PIC X VALUE "N".
           88 ABERTO-FREQ      VALUE "S" FALSE "N".

       77 WS-ALUNO-OK          PIC X VALUE "N".
           88 ALUNO-VALIDO     VALUE "S" FALSE "N".
       77 WS-PODE-TRANSFERIR   PIC X VALUE "N".
           88 PODE-TRANSFERIR  VALUE "S" FALSE "N".
       77 WS-JA-NA-LISTA       PIC X VALUE "N".
           88 JA-NA-LISTA      VALUE "S" FALSE "N".

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-TRF      PIC X(60) VALUE SPACES.
       77 WS-DT-SAIDA-INF      PIC 9(08) VALUE ZEROS.
       77 WS-ESCOLA-INF        PIC X(60) VALUE SPACES.
       77 WS-MOTIVO-INF        PIC X(40) VALUE SPACES.
       77 WS-CD-MOTIVO-INF     PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-NUM-DOC           PIC 9(06) VALUE ZEROS.
       77 WS-DT-INICIO-ANO     PIC 9(08) VALUE ZEROS.
       77 WS-ANO-SAIDA         PIC 9(04) VALUE ZEROS.

      *> Data AAAAMMDD exibida como DD/MM/AAAA.
       01 WS-DATA-EDIT-IN      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EDIT-IN.
           03 WS-DE-ANO        PIC 9(04).
           03 WS-DE-MES        PIC 9(02).
           03 WS-DE-DIA        PIC 9(02).
       77 WS-DATA-EDIT         PIC X(10) VALUE SPACES.

      *> Turmas canceladas nesta transferencia e a materia de cada
      *> uma: as linhas de rendimento parcial da guia.
       01 WS-TAB-TRF.
           03 WS-TRF-ITEM OCCURS 20 TIMES.
               05 WS-TRF-TURMA         PIC 9(03).
               05 WS-TRF-MATERIA       PIC 9(03).
       77 WS-QTD-TRF           PIC 9(02) VALUE ZEROS.
       77 WS-I                 PIC 9(02) VALUE ZEROS.
       77 WS-J                 PIC 9(02) VALUE ZEROS.

       77 WS-TOT-MATR          PIC 9(03) VALUE ZEROS.
       77 WS-TOT-MENS          PIC 9(03) VALUE ZEROS.
       77 WS-VL-MENS           PIC 9(07)V99 VALUE ZEROS.
       77 WS-ROTA-ANT          PIC 9(02) VALUE ZEROS.
       77 WS-TOT-LINHAS        PIC 9(05) VALUE ZEROS.

      *> Rendimento parcial de uma materia.
       77 WS-NM-MATERIA-TRF    PIC X(30) VALUE SPACES.
       77 WS-FREQ-AULAS        PIC 9(04) VALUE ZEROS.
       77 WS-FREQ-PRESENCAS    PIC 9(04) VALUE ZEROS.
       77 WS-FREQ-FALTAS       PIC 9(04) VALUE ZEROS.
       77 WS-FREQ-JUSTIF       PIC 9(04) VALUE ZEROS.
       77 WS-FREQ-PERCENT      PIC 9(03) VALUE ZEROS.
       77 WS-NOTA-EDIT         PIC Z9,99.
       77 WS-VL-EDIT           PIC ZZZ.ZZ9,99.

       01 WS-LINHA-MAT.
           03 WS-LM-MATERIA    PIC X(24).
           03 WS-LM-NOTA1      PIC Z9,99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LM-NOTA2      PIC Z9,99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LM-NOTA3      PIC Z9,99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LM-NOTA4      PIC Z9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LM-MEDIA      PIC Z9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LM-AULAS      PIC ZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LM-FALTAS     PIC ZZZ9.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LM-JUSTIF     PIC ZZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LM-PERCENT    PIC ZZ9.
           03 WS-LM-PCT-SINAL  PIC X(01) VALUE "%".

       01 WS-COM-AREA-HIST.
           03 WS-MENSAGEM-HIST PIC X(40).

       77 WS-GUIA-PATH         PIC X(200) VALUE SPACES.
       COPY WS_SPLCTL.
       COPY WS_DATUTIL.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***TRANSFERENCIA EXPEDIDA (SAIDA DE ALUNO)***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-ALUNOS-PATH TO WS-JORNAL-PATH
           MOVE "ALUNOS" TO JR-ARQUIVO
           MOVE "TRFSAI" TO JR-PROGRAMA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> EXPEDIR TRANSFERENCIA  "
                   "<2> CONSULTAR TRANSFERENCIA  "
                   "<3> CANCELAR TRANSFERENCIA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-EXPEDE
               WHEN "2"
                   PERFORM P600-CONSULTA
               WHEN "3"
                   PERFORM P700-CANCELA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

      *>----------------------------------------------------------------
      *> Transferencia expedida: dados da saida, confirmacao e os
      *> passos na ordem - numero da guia, matriculas, mensalidades,
      *> transporte, cadastro, registro, guia e historico.
      *>----------------------------------------------------------------
       P310-EXPEDE.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF

           PERFORM P320-VALIDA-ALUNO
           IF NOT ALUNO-VALIDO THEN
               DISPLAY "ALUNO NAO CADASTRADO OU INATIVO"
           ELSE
               PERFORM P325-VERIFICA-TRANSFERENCIA
               IF PODE-TRANSFERIR THEN
                   PERFORM P327-LIVROS-EM-MAOS
               END-IF
               IF PODE-TRANSFERIR THEN
                   PERFORM P330-CAPTURA-DADOS
               END-IF
               IF PODE-TRANSFERIR THEN
                   DISPLAY "ALUNO " WS-ID-ALUNO-INF " - "
                           WS-NM-ALUNO-TRF
                   DISPLAY "SAIDA EM " WS-DATA-EDIT " PARA "
                           WS-ESCOLA-INF
                   DISPLAY "CANCELA MATRICULAS, MENSALIDADES A VENCER"
                           " E TRANSPORTE E INATIVA O ALUNO."
                   DISPLAY "CONFIRMA A TRANSFERENCIA? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                       PERFORM P340-PROXIMO-NUMERO
                       PERFORM P400-CANCELA-MATRICULAS
                       PERFORM P420-CANCELA-MENSALIDADES
                       PERFORM P430-DESLIGA-TRANSPORTE
                       PERFORM P440-INATIVA-ALUNO
                       PERFORM P450-GRAVA-TRANSFERENCIA
                       PERFORM P460-REGISTRA-GUIA
                       PERFORM P500-IMPRIME-GUIA
                       PERFORM P590-HISTORICO
                   ELSE
                       DISPLAY "TRANSFERENCIA NAO REGISTRADA"
                   END-IF
               END-IF
           END-IF
           .

       P320-VALIDA-ALUNO.
           SET ALUNO-VALIDO TO FALSE
           MOVE SPACES      TO WS-NM-ALUNO-TRF
           SET FS-ALUNO-OK  TO TRUE

           OPEN INPUT ALUNOS
               IF FS-ALUNO-OK THEN
                   MOVE WS-ID-ALUNO-INF TO ID-ALUNO
                   READ ALUNOS
                       KEY IS ID-ALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ST-ALUNO-ATIVO THEN
                               SET ALUNO-VALIDO TO TRUE
                               MOVE NM-ALUNO TO WS-NM-ALUNO-TRF
                           END-IF
                   END-READ
               END-IF
               CLOSE ALUNOS
           .

       P325-VERIFICA-TRANSFERENCIA.
      *> Uma transferencia expedida por aluno; a cancelada e
      *> substituida pela nova.
           SET PODE-TRANSFERIR TO TRUE
           SET FS-TRF-OK       TO TRUE
           OPEN INPUT TRANSFER
           IF FS-TRF-OK THEN
               MOVE WS-ID-ALUNO-INF TO TS-ID-ALUNO
               READ TRANSFER
                   KEY IS TS-ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TS-EXPEDIDA THEN
                           SET PODE-TRANSFERIR TO FALSE
                           MOVE TS-DT-SAIDA TO WS-DATA-EDIT-IN
                           PERFORM P800-EDITA-DATA
                           DISPLAY "ALUNO JA TRANSFERIDO EM "
                                   WS-DATA-EDIT " - GUIA "
                                   TS-NUM-GUIA
                       END-IF
               END-READ
               CLOSE TRANSFER
           END-IF
           .

      *> Livro da biblioteca em maos do aluno impede a transferencia
      *> (chave alternativa do leitor; sem EMPREST.DAT nao ha).
       P327-LIVROS-EM-MAOS.
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
           IF WS-QTD-LIVROS > ZEROS THEN
               SET PODE-TRANSFERIR TO FALSE
               DISPLAY "TRANSFERENCIA BLOQUEADA - " WS-QTD-LIVROS
                       " LIVRO(S) DA BIBLIOTECA NAO DEVOLVIDO(S)"
           END-IF
           .

       P330-CAPTURA-DADOS.
           DISPLAY "DATA DE SAIDA (AAAAMMDD): "
           ACCEPT WS-DT-SAIDA-INF
           MOVE "V"             TO WS-DU-OPERACAO
           MOVE WS-DT-SAIDA-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               DISPLAY "DATA DE SAIDA INVALIDA"
               SET PODE-TRANSFERIR TO FALSE
           ELSE
               IF WS-DT-SAIDA-INF > WS-DATA-HOJE THEN
                   DISPLAY "DATA DE SAIDA NAO PODE SER FUTURA"
                   SET PODE-TRANSFERIR TO FALSE
               END-IF
           END-IF

           IF PODE-TRANSFERIR THEN
               MOVE WS-DT-SAIDA-INF TO WS-DATA-EDIT-IN
               PERFORM P800-EDITA-DATA
               DISPLAY "ESCOLA DE DESTINO: "
               ACCEPT WS-ESCOLA-INF
               DISPLAY "MOTIVO DA TRANSFERENCIA (ATE 40 CARACTERES): "
               ACCEPT WS-MOTIVO-INF
               IF WS-ESCOLA-INF EQUAL SPACES OR
                  WS-MOTIVO-INF EQUAL SPACES THEN
                   DISPLAY "ESCOLA DE DESTINO E MOTIVO SAO "
                           "OBRIGATORIOS"
                   SET PODE-TRANSFERIR TO FALSE
               END-IF
           END-IF

           IF PODE-TRANSFERIR THEN
               PERFORM P335-MOTIVO-EVASAO
           END-IF
           .

      *> Codigo da tabela de motivos de evasao para o cancelamento
      *> das matriculas (o texto livre acima vai para a guia).
       P335-MOTIVO-EVASAO.
           DISPLAY "MOTIVO DA EVASAO (CODIGO DA TABELA EM RETENCAO): "
           ACCEPT WS-CD-MOTIVO-INF
           SET PODE-TRANSFERIR TO FALSE
           SET FS-MOT-OK       TO TRUE
           OPEN INPUT MOTEVA
           IF NOT FS-MOT-OK THEN
               DISPLAY "TABELA DE MOTIVOS NAO CADASTRADA (RETENCAO)"
           ELSE
               MOVE WS-CD-MOTIVO-INF TO MV-CD-MOTIVO
               READ MOTEVA
                   KEY IS MV-CD-MOTIVO
                   INVALID KEY
                       DISPLAY "MOTIVO NAO CADASTRADO"
                   NOT INVALID KEY
                       IF MV-ATIVO THEN
                           SET PODE-TRANSFERIR TO TRUE
                           DISPLAY "MOTIVO: " MV-DESCRICAO
                       ELSE
                           DISPLAY "MOTIVO INATIVO"
                       END-IF
               END-READ
               CLOSE MOTEVA
           END-IF
           .

       P340-PROXIMO-NUMERO.
      *> Mesmo contador das declaracoes e certificados (DOCESC).
           MOVE ZEROS      TO DC-PROX-NUMERO
           SET FS-CTL-OK   TO TRUE
           OPEN INPUT DOCESC-CTL
               IF FS-CTL-OK THEN
                   READ DOCESC-CTL
                       AT END CONTINUE
                   END-READ
               END-IF
               CLOSE DOCESC-CTL

           IF DC-PROX-NUMERO IS NOT NUMERIC THEN
               MOVE ZEROS TO DC-PROX-NUMERO
           END-IF
           COMPUTE WS-NUM-DOC = DC-PROX-NUMERO + 1

           SET FS-CTL-OK   TO TRUE
           OPEN OUTPUT DOCESC-CTL
               IF FS-CTL-OK THEN
                   MOVE WS-NUM-DOC TO DC-PROX-NUMERO
                   WRITE REG-DOCESC-CTL
               END-IF
               CLOSE DOCESC-CTL
           .

      *>----------------------------------------------------------------
      *> Matriculas ativas e pre-matriculas do aluno viram canceladas;
      *> as turmas ativas ficam na tabela para a guia.
      *>----------------------------------------------------------------
       P400-CANCELA-MATRICULAS.
           MOVE ZEROS      TO WS-TOT-MATR
           MOVE ZEROS      TO WS-QTD-TRF
           SET EOF-OK      TO FALSE
           SET FS-MATR-OK  TO TRUE
           SET FS-TURMA-OK TO TRUE
           SET ABERTO-TURMA TO FALSE

           OPEN I-O MATRICULAS
           IF NOT FS-MATR-OK THEN
               IF WS-FS-MATR NOT EQUAL 35 THEN
                   DISPLAY "ERRO AO ABRIR MATRICULAS.DAT - FILE "
                           "STATUS: " WS-FS-MATR
               END-IF
           ELSE
               OPEN INPUT TURMAS
               IF FS-TURMA-OK THEN
                   SET ABERTO-TURMA TO TRUE
               END-IF
               SET ABERTO-EVA TO FALSE
               SET FS-EVA-OK  TO TRUE
               OPEN I-O EVASAO
               IF WS-FS-EVA EQUAL 35 THEN
                   OPEN OUTPUT EVASAO
                   CLOSE EVASAO
                   SET FS-EVA-OK TO TRUE
                   OPEN I-O EVASAO
               END-IF
               IF FS-EVA-OK THEN
                   SET ABERTO-EVA TO TRUE
               ELSE
                   DISPLAY "ERRO AO ABRIR EVASAO.DAT - FILE STATUS: "
                           WS-FS-EVA
               END-IF
               PERFORM UNTIL EOF-OK
                   READ MATRICULAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MT-ID-ALUNO EQUAL WS-ID-ALUNO-INF AND
                              (MT-ATIVA OR MT-PRE) THEN
                               PERFORM P410-CANCELA-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               IF ABERTO-TURMA THEN
                   CLOSE TURMAS
               END-IF
               IF ABERTO-EVA THEN
                   CLOSE EVASAO
               END-IF
               CLOSE MATRICULAS
           END-IF
           DISPLAY "MATRICULAS CANCELADAS: " WS-TOT-MATR
           .

       P410-CANCELA-MATRICULA.
           IF MT-ATIVA AND WS-QTD-TRF < 20 AND ABERTO-TURMA THEN
               MOVE MT-CD-TURMA TO TU-CD-TURMA
               READ TURMAS
                   KEY IS TU-CD-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-TRF
                       MOVE MT-CD-TURMA   TO WS-TRF-TURMA(WS-QTD-TRF)
                       MOVE TU-CD-MATERIA TO WS-TRF-MATERIA(WS-QTD-TRF)
               END-READ
           END-IF

           SET MT-CANCELADA TO TRUE
           REWRITE REG-MATRICULA
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR A MATRICULA NA TURMA "
                           MT-CD-TURMA
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-MATR
                   DISPLAY "MATRICULA NA TURMA " MT-CD-TURMA
                           " CANCELADA - VAGA ABERTA (FILA DE "
                           "ESPERA EM MATTUR)"
                   IF ABERTO-EVA THEN
                       PERFORM P415-GRAVA-EVASAO
                   END-IF
           END-REWRITE
           .

       P415-GRAVA-EVASAO.
           MOVE MT-CD-TURMA      TO EV-CD-TURMA
           MOVE MT-ID-ALUNO      TO EV-ID-ALUNO
           MOVE WS-DT-SAIDA-INF  TO EV-DT-CANCELAMENTO
           MOVE WS-CD-MOTIVO-INF TO EV-CD-MOTIVO
           MOVE WS-MOTIVO-INF    TO EV-OBSERVACAO
           MOVE "TRFSAI"         TO EV-ORIGEM
           MOVE WS-DATA-HOJE     TO EV-DT-REGISTRO
           MOVE LK-OPERADOR      TO EV-OPERADOR
           WRITE REG-EVASAO
               INVALID KEY
                   REWRITE REG-EVASAO
           END-WRITE
           .

      *>----------------------------------------------------------------
      *> Mensalidades e taxas em aberto que vencem depois da saida
      *> deixam de ser devidas; as vencidas ate a saida continuam
      *> em aberto para cobranca.
      *>----------------------------------------------------------------
       P420-CANCELA-MENSALIDADES.
           MOVE ZEROS     TO WS-TOT-MENS
           MOVE ZEROS     TO WS-VL-MENS
           SET EOF-OK     TO FALSE
           SET FS-MENS-OK TO TRUE

           OPEN I-O MENSALIDADES
           IF NOT FS-MENS-OK THEN
               IF WS-FS-MENS NOT EQUAL 35 THEN
                   DISPLAY "ERRO AO ABRIR MENSALIDADES.DAT - FILE "
                           "STATUS: " WS-FS-MENS
               END-IF
           ELSE
               MOVE WS-ID-ALUNO-INF TO MN-ID-ALUNO
               MOVE ZEROS           TO MN-COMPETENCIA
               MOVE ZEROS           TO MN-SEQ
               START MENSALIDADES KEY IS NOT LESS MN-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ MENSALIDADES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MN-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF MN-ABERTA AND
                                  MN-DT-VENCIMENTO > WS-DT-SAIDA-INF
                                  THEN
                                   SET MN-CANCELADA TO TRUE
                                   REWRITE REG-MENSALIDADE
                                       INVALID KEY
                                           DISPLAY "ERRO AO CANCELAR "
                                                   "A MENSALIDADE "
                                                   MN-COMPETENCIA
                                       NOT INVALID KEY
                                           ADD 1 TO WS-TOT-MENS
                                           ADD MN-VALOR TO WS-VL-MENS
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES
           END-IF
           MOVE WS-VL-MENS TO WS-VL-EDIT
           DISPLAY "MENSALIDADES CANCELADAS: " WS-TOT-MENS
                   " - R$ " WS-VL-EDIT
           .

       P430-DESLIGA-TRANSPORTE.
           MOVE ZEROS     TO WS-ROTA-ANT
           SET FS-TRAN-OK TO TRUE
           OPEN I-O TRANSALU
           IF FS-TRAN-OK THEN
               MOVE WS-ID-ALUNO-INF TO TA-ID-ALUNO
               READ TRANSALU
                   KEY IS TA-ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TA-CD-ROTA TO WS-ROTA-ANT
                       DELETE TRANSALU RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO DESLIGAR O TRANSPORTE"
                           NOT INVALID KEY
                               DISPLAY "ALUNO RETIRADO DA ROTA "
                                       WS-ROTA-ANT
                       END-DELETE
               END-READ
               CLOSE TRANSALU
           END-IF
           .

       P440-INATIVA-ALUNO.
           SET FS-ALUNO-OK TO TRUE
           OPEN I-O ALUNOS
           IF FS-ALUNO-OK THEN
               MOVE WS-ID-ALUNO-INF TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY "ALUNO NAO ENCONTRADO NA INATIVACAO"
                   NOT INVALID KEY
                       SET ST-ALUNO-INATIVO TO TRUE
                       REWRITE REG-ALUNO
                           INVALID KEY
                               DISPLAY "ERRO AO INATIVAR O ALUNO"
                           NOT INVALID KEY
                               MOVE "R" TO JR-OPERACAO
                               MOVE REG-ALUNO TO JR-IMAGEM
                               PERFORM P785-GRAVA-JORNAL
                               DISPLAY "CADASTRO DO ALUNO INATIVADO"
                       END-REWRITE
               END-READ
           ELSE
               DISPLAY "ERRO AO ABRIR ALUNOS.DAT - FILE STATUS: "
                       WS-FS-ALUNO
           END-IF
           CLOSE ALUNOS
           .

       P450-GRAVA-TRANSFERENCIA.
           SET FS-TRF-OK TO TRUE
           OPEN I-O TRANSFER
               IF WS-FS-TRF EQUAL 35 THEN
                   OPEN OUTPUT TRANSFER
                   CLOSE TRANSFER
                   OPEN I-O TRANSFER
               END-IF

               IF FS-TRF-OK THEN
                   INITIALIZE REG-TRANSFER
                   MOVE WS-ID-ALUNO-INF TO TS-ID-ALUNO
                   MOVE WS-DT-SAIDA-INF TO TS-DT-SAIDA
                   MOVE WS-ESCOLA-INF   TO TS-ESCOLA-DESTINO
                   MOVE WS-MOTIVO-INF   TO TS-MOTIVO
                   MOVE WS-NUM-DOC      TO TS-NUM-GUIA
                   SET TS-EXPEDIDA      TO TRUE
                   MOVE WS-TOT-MATR     TO TS-QTD-MATRICULAS
                   MOVE WS-TOT-MENS     TO TS-QTD-MENSALIDADES
                   MOVE WS-VL-MENS      TO TS-VL-MENSALIDADES
                   MOVE WS-DATA-HOJE    TO TS-DT-REGISTRO
                   MOVE LK-OPERADOR     TO TS-OPERADOR
      *>           A transferencia cancelada antes e substituida.
                   WRITE REG-TRANSFER
                       INVALID KEY
                           REWRITE REG-TRANSFER
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR "
                                           "TRANSFER.DAT"
                           END-REWRITE
                   END-WRITE
               ELSE
                   DISPLAY "ERRO AO ABRIR TRANSFER.DAT - FILE "
                           "STATUS: " WS-FS-TRF
               END-IF
               CLOSE TRANSFER
           .

       P460-REGISTRA-GUIA.
           SET FS-REG-OK TO TRUE
           OPEN I-O DOCREG
               IF WS-FS-REG EQUAL 35 THEN
                   OPEN OUTPUT DOCREG
               END-IF

               IF FS-REG-OK THEN
                   MOVE WS-NUM-DOC      TO DR-NUMERO
                   SET DR-TRANSFERENCIA TO TRUE
                   MOVE WS-ID-ALUNO-INF TO DR-ID-ALUNO
                   MOVE WS-NM-ALUNO-TRF TO DR-NM-ALUNO
                   IF WS-QTD-TRF > ZEROS THEN
                       MOVE WS-TRF-TURMA(1) TO DR-CD-TURMA
                   ELSE
                       MOVE ZEROS TO DR-CD-TURMA
                   END-IF
                   COMPUTE DR-ANO = WS-DT-SAIDA-INF / 10000
                   MOVE WS-DATA-HOJE    TO DR-DT-EMISSAO
                   WRITE REG-DOCREG
                       INVALID KEY
                           DISPLAY "ERRO AO REGISTRAR A GUIA"
                       NOT INVALID KEY
                           DISPLAY "GUIA " WS-NUM-DOC
                                   " REGISTRADA EM DOCREG.DAT"
                   END-WRITE
               ELSE
                   DISPLAY "ERRO AO ABRIR DOCREG.DAT - FILE "
                           "STATUS: " WS-FS-REG
               END-IF
               CLOSE DOCREG
           .

      *>----------------------------------------------------------------
      *> Guia de transferencia no spool: identificacao, rendimento
      *> parcial do ano por materia (notas lancadas e frequencia das
      *> chamadas de 1o de janeiro ate a saida) e o que foi encerrado.
      *>----------------------------------------------------------------
       P500-IMPRIME-GUIA.
           MOVE ZEROS      TO WS-TOT-LINHAS
           COMPUTE WS-ANO-SAIDA = WS-DT-SAIDA-INF / 10000
           COMPUTE WS-DT-INICIO-ANO = WS-ANO-SAIDA * 10000 + 101

           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "TRFSAI"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-GUIA-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\TRFSAI.LST" DELIMITED BY SIZE
                      INTO WS-GUIA-PATH
           END-IF

           SET FS-GUIA-OK TO TRUE
           OPEN OUTPUT GUIA
           IF NOT FS-GUIA-OK THEN
               DISPLAY "ERRO AO ABRIR A GUIA - FILE STATUS: "
                       WS-FS-GUIA
           ELSE
               PERFORM P510-CABECALHO
               PERFORM P520-ABRE-CONSULTAS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-TRF
                   PERFORM P530-LINHA-MATERIA
               END-PERFORM
               PERFORM P525-FECHA-CONSULTAS
               PERFORM P550-RODAPE

               CLOSE GUIA
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   COMPUTE WS-SP-PAGINAS = WS-TOT-LINHAS / 60 + 1
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "GUIA DE TRANSFERENCIA GRAVADA EM: "
                       WS-GUIA-PATH
           END-IF
           .

       P510-CABECALHO.
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "GUIA DE TRANSFERENCIA N. " DELIMITED BY SIZE
                  WS-NUM-DOC DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE ALL "=" TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           IF WS-NOME-ESCOLA NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-LINHA-GUIA
               STRING "ESCOLA DE ORIGEM: " DELIMITED BY SIZE
                      WS-NOME-ESCOLA DELIMITED BY SIZE
                      INTO WS-LINHA-GUIA
               PERFORM P580-ESCREVE
           END-IF
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "ALUNO: " DELIMITED BY SIZE
                  WS-ID-ALUNO-INF DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NM-ALUNO-TRF DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE WS-DT-SAIDA-INF TO WS-DATA-EDIT-IN
           PERFORM P800-EDITA-DATA
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "DATA DE SAIDA: " DELIMITED BY SIZE
                  WS-DATA-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "ESCOLA DE DESTINO: " DELIMITED BY SIZE
                  WS-ESCOLA-INF DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "MOTIVO: " DELIMITED BY SIZE
                  WS-MOTIVO-INF DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE

           MOVE SPACES TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "RENDIMENTO PARCIAL DO ANO LETIVO DE "
                      DELIMITED BY SIZE
                  WS-ANO-SAIDA DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE "MATERIA                 NOTA1 NOTA2 NOTA3 NOTA4  "
               TO WS-LINHA-GUIA
           MOVE "MEDIA  AULA FALT JUST  FREQ" TO WS-LINHA-GUIA (50:27)
           PERFORM P580-ESCREVE
           MOVE ALL "-" TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           .

       P520-ABRE-CONSULTAS.
           SET ABERTO-MAT  TO FALSE
           SET ABERTO-NOTA TO FALSE
           SET ABERTO-FREQ TO FALSE
           SET FS-MAT-OK   TO TRUE
           SET FS-NOTA-OK  TO TRUE
           SET FS-FREQ-OK  TO TRUE
           OPEN INPUT MATERIAS
           IF FS-MAT-OK THEN
               SET ABERTO-MAT TO TRUE
           END-IF
           OPEN INPUT NOTAS
           IF FS-NOTA-OK THEN
               SET ABERTO-NOTA TO TRUE
           END-IF
           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK THEN
               SET ABERTO-FREQ TO TRUE
           END-IF
           .

       P525-FECHA-CONSULTAS.
           IF ABERTO-FREQ THEN
               CLOSE FREQUENCIA
           END-IF
           IF ABERTO-NOTA THEN
               CLOSE NOTAS
           END-IF
           IF ABERTO-MAT THEN
               CLOSE MATERIAS
           END-IF
           .

       P530-LINHA-MATERIA.
      *> Materia de duas turmas canceladas sai uma vez so.
           SET JA-NA-LISTA TO FALSE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
               IF WS-TRF-MATERIA(WS-J) EQUAL WS-TRF-MATERIA(WS-I) THEN
                   SET JA-NA-LISTA TO TRUE
               END-IF
           END-PERFORM

           IF NOT JA-NA-LISTA THEN
               PERFORM P535-NOME-MATERIA
               PERFORM P540-NOTAS-MATERIA
               PERFORM P545-FREQUENCIA-MATERIA

               MOVE SPACES TO WS-LM-MATERIA
               STRING WS-TRF-MATERIA(WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NM-MATERIA-TRF DELIMITED BY SIZE
                      INTO WS-LM-MATERIA
               MOVE WS-FREQ-AULAS   TO WS-LM-AULAS
               MOVE WS-FREQ-FALTAS  TO WS-LM-FALTAS
               MOVE WS-FREQ-JUSTIF  TO WS-LM-JUSTIF
               MOVE WS-FREQ-PERCENT TO WS-LM-PERCENT
               MOVE WS-LINHA-MAT    TO WS-LINHA-GUIA
               PERFORM P580-ESCREVE
           END-IF
           .

       P535-NOME-MATERIA.
           MOVE "MATERIA DESCONHECIDA" TO WS-NM-MATERIA-TRF
           IF ABERTO-MAT THEN
               MOVE WS-TRF-MATERIA(WS-I) TO CD-MATERIA
               READ MATERIAS
                   KEY IS CD-MATERIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-MATERIA TO WS-NM-MATERIA-TRF
               END-READ
           END-IF
           .

       P540-NOTAS-MATERIA.
      *> Notas lancadas ate a saida; sem lancamento, zeros.
           MOVE ZEROS TO WS-LM-NOTA1
           MOVE ZEROS TO WS-LM-NOTA2
           MOVE ZEROS TO WS-LM-NOTA3
           MOVE ZEROS TO WS-LM-NOTA4
           MOVE ZEROS TO WS-LM-MEDIA
           IF ABERTO-NOTA THEN
               MOVE WS-ID-ALUNO-INF      TO NT-ID-ALUNO
               MOVE WS-TRF-MATERIA(WS-I) TO NT-CD-MATERIA
               READ NOTAS
                   KEY IS NT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NT-NOTA1 TO WS-LM-NOTA1
                       MOVE NT-NOTA2 TO WS-LM-NOTA2
                       MOVE NT-NOTA3 TO WS-LM-NOTA3
                       MOVE NT-NOTA4 TO WS-LM-NOTA4
                       MOVE NT-MEDIA TO WS-LM-MEDIA
               END-READ
           END-IF
           .

       P545-FREQUENCIA-MATERIA.
      *> Chamadas do ano ate a data de saida; falta justificada por
      *> atestado fica fora do percentual, como no boletim.
           MOVE ZEROS TO WS-FREQ-AULAS
           MOVE ZEROS TO WS-FREQ-PRESENCAS
           MOVE ZEROS TO WS-FREQ-FALTAS
           MOVE ZEROS TO WS-FREQ-JUSTIF
           MOVE ZEROS TO WS-FREQ-PERCENT
           SET FIM-FREQUENCIA TO FALSE

           IF ABERTO-FREQ THEN
               MOVE WS-ID-ALUNO-INF      TO FQ-ID-ALUNO
               MOVE WS-TRF-MATERIA(WS-I) TO FQ-CD-MATERIA
               MOVE WS-DT-INICIO-ANO     TO FQ-DATA
               START FREQUENCIA KEY IS NOT LESS FQ-CHAVE
                   INVALID KEY
                       SET FIM-FREQUENCIA TO TRUE
               END-START
           ELSE
               SET FIM-FREQUENCIA TO TRUE
           END-IF

           PERFORM UNTIL FIM-FREQUENCIA
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET FIM-FREQUENCIA TO TRUE
                   NOT AT END
                       IF FQ-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF OR
                          FQ-CD-MATERIA NOT EQUAL
                              WS-TRF-MATERIA(WS-I) OR
                          FQ-DATA > WS-DT-SAIDA-INF THEN
                           SET FIM-FREQUENCIA TO TRUE
                       ELSE
                           EVALUATE TRUE
                               WHEN FQ-JUSTIFICADA
                                   ADD 1 TO WS-FREQ-JUSTIF
                               WHEN FQ-PRESENTE
                                   ADD 1 TO WS-FREQ-AULAS
                                   ADD 1 TO WS-FREQ-PRESENCAS
                               WHEN OTHER
                                   ADD 1 TO WS-FREQ-AULAS
                                   ADD 1 TO WS-FREQ-FALTAS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FREQ-AULAS > ZEROS THEN
               COMPUTE WS-FREQ-PERCENT ROUNDED =
                       WS-FREQ-PRESENCAS * 100 / WS-FREQ-AULAS
           END-IF
           .

       P550-RODAPE.
           IF WS-QTD-TRF EQUAL ZEROS THEN
               MOVE "ALUNO SEM MATRICULA ATIVA NO ANO"
                   TO WS-LINHA-GUIA
               PERFORM P580-ESCREVE
           END-IF
           MOVE SPACES TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "MATRICULAS CANCELADAS: " DELIMITED BY SIZE
                  WS-TOT-MATR DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE WS-VL-MENS TO WS-VL-EDIT
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "MENSALIDADES A VENCER CANCELADAS: " DELIMITED BY SIZE
                  WS-TOT-MENS DELIMITED BY SIZE
                  " - R$ " DELIMITED BY SIZE
                  WS-VL-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           IF WS-ROTA-ANT > ZEROS THEN
               MOVE SPACES TO WS-LINHA-GUIA
               STRING "RETIRADO DA ROTA DE TRANSPORTE "
                          DELIMITED BY SIZE
                      WS-ROTA-ANT DELIMITED BY SIZE
                      INTO WS-LINHA-GUIA
               PERFORM P580-ESCREVE
           END-IF
           MOVE "ANEXO: HISTORICO ESCOLAR COMPLETO (HISTESC)"
               TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE

           MOVE SPACES TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE WS-DATA-HOJE TO WS-DATA-EDIT-IN
           PERFORM P800-EDITA-DATA
           MOVE SPACES TO WS-LINHA-GUIA
           STRING "EMITIDA EM " DELIMITED BY SIZE
                  WS-DATA-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE SPACES TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           MOVE "______________________________  SECRETARIA ESCOLAR"
               TO WS-LINHA-GUIA
           PERFORM P580-ESCREVE
           .

       P580-ESCREVE.
           WRITE WS-LINHA-GUIA
           ADD 1 TO WS-TOT-LINHAS
           .

       P590-HISTORICO.
      *> Historico escolar completo com o aluno ja informado.
           MOVE SPACES TO WS-MENSAGEM-HIST
           STRING "ALUNO:" DELIMITED BY SIZE
                  WS-ID-ALUNO-INF DELIMITED BY SIZE
                  INTO WS-MENSAGEM-HIST
           CALL "HISTESC" USING WS-COM-AREA-HIST
           CANCEL "HISTESC"
           .

      *>----------------------------------------------------------------
      *> Consulta da transferencia do aluno.
      *>----------------------------------------------------------------
       P600-CONSULTA.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF

           SET FS-TRF-OK TO TRUE
           OPEN INPUT TRANSFER
           IF NOT FS-TRF-OK THEN
               DISPLAY "NENHUMA TRANSFERENCIA REGISTRADA"
           ELSE
               MOVE WS-ID-ALUNO-INF TO TS-ID-ALUNO
               READ TRANSFER
                   KEY IS TS-ID-ALUNO
                   INVALID KEY
                       DISPLAY "ALUNO SEM TRANSFERENCIA"
                   NOT INVALID KEY
                       PERFORM P610-EXIBE-TRANSFERENCIA
               END-READ
               CLOSE TRANSFER
           END-IF
           .

       P610-EXIBE-TRANSFERENCIA.
           MOVE TS-DT-SAIDA TO WS-DATA-EDIT-IN
           PERFORM P800-EDITA-DATA
           IF TS-EXPEDIDA THEN
               DISPLAY "TRANSFERENCIA EXPEDIDA - SAIDA EM "
                       WS-DATA-EDIT " - GUIA " TS-NUM-GUIA
           ELSE
               DISPLAY "TRANSFERENCIA CANCELADA - SAIDA PREVISTA "
                       "EM " WS-DATA-EDIT " - GUIA " TS-NUM-GUIA
           END-IF
           DISPLAY "DESTINO: " TS-ESCOLA-DESTINO
           DISPLAY "MOTIVO: " TS-MOTIVO
           MOVE TS-VL-MENSALIDADES TO WS-VL-EDIT
           DISPLAY "MATRICULAS CANCELADAS: " TS-QTD-MATRICULAS
                   "  MENSALIDADES CANCELADAS: " TS-QTD-MENSALIDADES
                   " - R$ " WS-VL-EDIT
           DISPLAY "REGISTRADA EM " TS-DT-REGISTRO " POR "
                   TS-OPERADOR
           .

      *>----------------------------------------------------------------
      *> Cancelamento: o aluno nao chegou a sair. Libera os
      *> lancamentos (TRFSIT); o resto volta pelos cadastros.
      *>----------------------------------------------------------------
       P700-CANCELA.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF

           SET FS-TRF-OK TO TRUE
           OPEN I-O TRANSFER
           IF NOT FS-TRF-OK THEN
               DISPLAY "NENHUMA TRANSFERENCIA REGISTRADA"
           ELSE
               MOVE WS-ID-ALUNO-INF TO TS-ID-ALUNO
               READ TRANSFER
                   KEY IS TS-ID-ALUNO
                   INVALID KEY
                       DISPLAY "ALUNO SEM TRANSFERENCIA"
                   NOT INVALID KEY
                       IF NOT TS-EXPEDIDA THEN
                           DISPLAY "TRANSFERENCIA JA CANCELADA"
                       ELSE
                           PERFORM P610-EXIBE-TRANSFERENCIA
                           DISPLAY "CANCELA A TRANSFERENCIA? (S/N): "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                               PERFORM P710-GRAVA-CANCELAMENTO
                           END-IF
                       END-IF
               END-READ
               CLOSE TRANSFER
           END-IF
           .

       P710-GRAVA-CANCELAMENTO.
           SET TS-CANCELADA TO TRUE
           MOVE WS-DATA-HOJE TO TS-DT-REGISTRO
           MOVE LK-OPERADOR  TO TS-OPERADOR
           REWRITE REG-TRANSFER
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR A TRANSFERENCIA"
               NOT INVALID KEY
                   DISPLAY "TRANSFERENCIA CANCELADA - NOTAS E "
                           "FREQUENCIA LIBERADAS"
                   DISPLAY "REATIVAR O ALUNO (ALTALU), REFAZER AS "
                           "MATRICULAS (MATTUR) E O TRANSPORTE "
                           "(TRANSP); AS MENSALIDADES CANCELADAS "
                           "NAO VOLTAM"
           END-REWRITE
           .

       P800-EDITA-DATA.
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DE-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DE-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DE-ANO DELIMITED BY SIZE
                  INTO WS-DATA-EDIT
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM TRFSAI.
