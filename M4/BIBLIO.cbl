      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:BIBLIOTECA ESCOLAR, NO LUGAR DAS FICHAS: ACERVO DE
      *         LIVROS (LIVRO.DAT - TITULO, AUTOR, EXEMPLARES E VALOR
      *         DE REPOSICAO) E EMPRESTIMOS A ALUNOS E PROFESSORES
      *         (EMPREST.DAT) COM PRAZO (M4_BIBLIO_DIAS_PRAZO),
      *         DEVOLUCAO E RENOVACAO (ATE M4_BIBLIO_MAX_RENOVACOES).
      *         LEITOR COM LIVRO ATRASADO NAO PEGA OUTRO. O EXEMPLAR
      *         PERDIDO POR ALUNO GERA A TAXA DE REPOSICAO NAS
      *         MENSALIDADES (MN-TIPO "T", COMO CARTALU E SEGCHAM). A
      *         LISTA DE ATRASOS POR TURMA SAI NO SPOOL (SPLCTL) PARA
      *         OS PROFESSORES E O AVISO DE ATRASO DE CADA ALUNO ENTRA
      *         NA FILA DE COMUNICACAO (COMFILA, DESPACHADA POR
      *         COMDESP) PARA O RESPONSAVEL DE RESPALU.DAT. ENQUANTO
      *         O ALUNO TIVER LIVRO NAO DEVOLVIDO, DOCESC NAO EMITE O
      *         CERTIFICADO DE CONCLUSAO E TRFSAI NAO EXPEDE A
      *         TRANSFERENCIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIBLIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LIVROS ASSIGN TO WS-LIVRO-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-CD-LIVRO
               FILE STATUS IS WS-FS.

               SELECT EMPREST ASSIGN TO WS-EMPREST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-LEITOR WITH DUPLICATES
               FILE STATUS IS WS-FS-EP.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT PROFESSORES ASSIGN TO WS-PROFESSORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
      *>          TAXA AVULSA DE REPOSICAO DO LIVRO PERDIDO (MN-TIPO
      *>          "T").
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
      *>          RESPONSAVEL QUE RECEBE O AVISO DE ATRASO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LIVROS.
       COPY FD_LIVRO.

       FD EMPREST.
       COPY FD_EMPREST.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD PROFESSORES.
       COPY FD_PROF.

       FD TURMAS.
       COPY FD_TURMA.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD RESPALU.
       COPY FD_RESPALU.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-EP          PIC 99.
           88 FS-EP-OK      VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-PROF        PIC 99.
           88 FS-PROF-OK    VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-AUX           PIC X.
           88 FIM-AUX          VALUE "S" FALSE "N".
       77 ES-FIM-MENSAL        PIC X.
           88 FIM-MENSAL       VALUE "S" FALSE "N".
       77 ES-FIM-RESP          PIC X.
           88 FIM-RESP         VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRMA          PIC X VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-CD-LIVRO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-TITULO-INF        PIC X(40) VALUE SPACES.
       77 WS-AUTOR-INF         PIC X(30) VALUE SPACES.
       77 WS-QTD-EXEMPLARES-INF PIC 9(03) VALUE ZEROS.
       77 WS-VL-REPOSICAO-INF  PIC 9(05)V99 VALUE ZEROS.
       77 WS-TIPO-LEITOR-INF   PIC X VALUE SPACES.
           88 TIPO-LEITOR-VALIDO VALUE "A" "P".
       77 WS-ID-LEITOR-INF     PIC 9(05) VALUE ZEROS.
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-ALUNO       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DISPONIVEIS   PIC S9(04) VALUE ZEROS.
       77 WS-PROX-SEQ-EP       PIC 9(04) VALUE ZEROS.
       77 WS-PROX-SEQ          PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(06) VALUE ZEROS.
       77 WS-DIAS-EDIT         PIC ZZZ.ZZ9.
       77 WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       77 WS-NM-LEITOR         PIC X(60) VALUE SPACES.
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.
       77 WS-TITULO-REL        PIC X(40) VALUE SPACES.
       77 WS-TOT-ATRASOS       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ALUNOS-ATRASO PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ATRASO-ALUNO  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ATRASADOS     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EM-MAOS       PIC 9(03) VALUE ZEROS.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       77 WS-LIVRO-OK          PIC X VALUE "N".
           88 LIVRO-EXISTE     VALUE "S" FALSE "N".
       77 WS-LEITOR-OK         PIC X VALUE "N".
           88 LEITOR-VALIDO    VALUE "S" FALSE "N".
       77 WS-EMPRESTIMO-OK     PIC X VALUE "N".
           88 EMPRESTIMO-ACHADO VALUE "S" FALSE "N".
       77 WS-ABERTO-LIVRO      PIC X VALUE "N".
           88 ABERTO-LIVRO     VALUE "S" FALSE "N".
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-RESP       PIC X VALUE "N".
           88 ABERTO-RESP      VALUE "S" FALSE "N".

      *> Responsavel avisado do atraso.
       77 WS-RESP-ACHADO       PIC X VALUE "N".
           88 RESP-ACHADO      VALUE "S" FALSE "N".
       77 WS-ID-RESP           PIC 9(05) VALUE ZEROS.
       77 WS-RESP-PRIORIDADE   PIC 9(01) VALUE ZEROS.

       COPY WS_SPLCTL.
       COPY WS_COMFILA.
       COPY WS_DATUTIL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***BIBLIOTECA - ACERVO E EMPRESTIMOS***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> CADASTRAR/ALTERAR LIVRO  "
                   "<2> LISTAR ACERVO  <3> EMPRESTIMO  <4> DEVOLUCAO"
           DISPLAY "        <5> RENOVACAO  <6> EXEMPLAR PERDIDO  "
                   "<7> ATRASOS DA TURMA  <8> LIVROS DO LEITOR  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-GRAVA-LIVRO
               WHEN "2"
                   PERFORM P330-LISTA-ACERVO
               WHEN "3"
                   PERFORM P400-EMPRESTIMO
               WHEN "4"
                   PERFORM P430-DEVOLUCAO
               WHEN "5"
                   PERFORM P440-RENOVACAO
               WHEN "6"
                   PERFORM P460-PERDA
               WHEN "7"
                   PERFORM P500-ATRASOS-TURMA
               WHEN "8"
                   PERFORM P600-LIVROS-DO-LEITOR
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
      *> Acervo: inclui o titulo ou altera os dados do existente. O
      *> numero de exemplares nao pode ficar abaixo dos que estao
      *> emprestados ou perdidos.
      *>----------------------------------------------------------------
       P310-GRAVA-LIVRO.
           DISPLAY "CODIGO DO LIVRO: "
           ACCEPT WS-CD-LIVRO-INF
           IF WS-CD-LIVRO-INF EQUAL ZEROS THEN
               DISPLAY "CODIGO INVALIDO"
           ELSE
               SET FS-OK TO TRUE
               OPEN I-O LIVROS
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT LIVROS
                   CLOSE LIVROS
                   SET FS-OK TO TRUE
                   OPEN I-O LIVROS
               END-IF
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR LIVRO.DAT - FILE STATUS: "
                           WS-FS
               ELSE
                   SET LIVRO-EXISTE TO FALSE
                   MOVE WS-CD-LIVRO-INF TO LV-CD-LIVRO
                   READ LIVROS
                       KEY IS LV-CD-LIVRO
                       INVALID KEY
                           INITIALIZE REG-LIVRO
                           MOVE WS-CD-LIVRO-INF TO LV-CD-LIVRO
                           SET LV-ATIVO TO TRUE
                       NOT INVALID KEY
                           SET LIVRO-EXISTE TO TRUE
                           PERFORM P320-MOSTRA-LIVRO
                   END-READ
                   DISPLAY "TITULO: "
                   ACCEPT WS-TITULO-INF
                   DISPLAY "AUTOR: "
                   ACCEPT WS-AUTOR-INF
                   DISPLAY "EXEMPLARES NO ACERVO: "
                   ACCEPT WS-QTD-EXEMPLARES-INF
                   DISPLAY "VALOR DE REPOSICAO: "
                   ACCEPT WS-VL-REPOSICAO-INF
                   IF LIVRO-EXISTE THEN
                       DISPLAY "STATUS <A> ATIVO  <I> INATIVO: "
                       ACCEPT LV-STATUS
                   END-IF

                   EVALUATE TRUE
                       WHEN WS-TITULO-INF EQUAL SPACES
                           DISPLAY "TITULO OBRIGATORIO"
                       WHEN WS-QTD-EXEMPLARES-INF <
                            LV-QTD-EMPRESTADOS + LV-QTD-PERDIDOS
                           DISPLAY "EXEMPLARES MENOS QUE OS "
                                   "EMPRESTADOS E PERDIDOS"
                       WHEN NOT LV-ATIVO AND NOT LV-INATIVO
                           DISPLAY "STATUS INVALIDO"
                       WHEN OTHER
                           MOVE WS-TITULO-INF         TO LV-TITULO
                           MOVE WS-AUTOR-INF          TO LV-AUTOR
                           MOVE WS-QTD-EXEMPLARES-INF
                               TO LV-QTD-EXEMPLARES
                           MOVE WS-VL-REPOSICAO-INF
                               TO LV-VL-REPOSICAO
                           MOVE WS-DATA-HOJE     TO LV-DT-ATUALIZACAO
                           MOVE LK-OPERADOR      TO LV-OPERADOR
                           IF LIVRO-EXISTE THEN
                               REWRITE REG-LIVRO
                           ELSE
                               WRITE REG-LIVRO
                           END-IF
                           DISPLAY "LIVRO GRAVADO!"
                   END-EVALUATE
                   CLOSE LIVROS
               END-IF
           END-IF
           .

       P320-MOSTRA-LIVRO.
           COMPUTE WS-QTD-DISPONIVEIS = LV-QTD-EXEMPLARES -
                   LV-QTD-EMPRESTADOS - LV-QTD-PERDIDOS
           DISPLAY LV-CD-LIVRO " " LV-TITULO " " LV-AUTOR
           DISPLAY "    EXEMPLARES " LV-QTD-EXEMPLARES
                   " EMPRESTADOS " LV-QTD-EMPRESTADOS
                   " PERDIDOS " LV-QTD-PERDIDOS
                   " DISPONIVEIS " WS-QTD-DISPONIVEIS
                   " [" LV-STATUS "]"
           .

       P330-LISTA-ACERVO.
           SET FS-OK  TO TRUE
           OPEN INPUT LIVROS
           IF NOT FS-OK THEN
               DISPLAY "ACERVO VAZIO (SEM ARQUIVO)"
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ LIVROS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P320-MOSTRA-LIVRO
                   END-READ
               END-PERFORM
               CLOSE LIVROS
           END-IF
           .

      *>----------------------------------------------------------------
      *> Emprestimo: livro ativo com exemplar disponivel, leitor
      *> ativo e sem livro atrasado. Prazo de M4_BIBLIO_DIAS_PRAZO.
      *>----------------------------------------------------------------
       P400-EMPRESTIMO.
           PERFORM P410-PEDE-LEITOR
           IF LEITOR-VALIDO THEN
               PERFORM P610-CONTA-EM-MAOS
               IF WS-QTD-ATRASADOS > ZEROS THEN
                   DISPLAY "LEITOR COM " WS-QTD-ATRASADOS
                           " LIVRO(S) ATRASADO(S) - EMPRESTIMO "
                           "RECUSADO"
               ELSE
                   DISPLAY "CODIGO DO LIVRO: "
                   ACCEPT WS-CD-LIVRO-INF
                   PERFORM P420-ABRE-ACERVO
                   IF ABERTO-LIVRO THEN
                       PERFORM P405-GRAVA-EMPRESTIMO
                       CLOSE EMPREST
                       CLOSE LIVROS
                   END-IF
               END-IF
           END-IF
           .

       P405-GRAVA-EMPRESTIMO.
           MOVE WS-CD-LIVRO-INF TO LV-CD-LIVRO
           READ LIVROS
               KEY IS LV-CD-LIVRO
               INVALID KEY
                   DISPLAY "LIVRO NAO CADASTRADO"
               NOT INVALID KEY
                   COMPUTE WS-QTD-DISPONIVEIS = LV-QTD-EXEMPLARES -
                           LV-QTD-EMPRESTADOS - LV-QTD-PERDIDOS
                   EVALUATE TRUE
                       WHEN NOT LV-ATIVO
                           DISPLAY "LIVRO BAIXADO DO ACERVO"
                       WHEN WS-QTD-DISPONIVEIS NOT > ZEROS
                           DISPLAY "NENHUM EXEMPLAR DISPONIVEL DE "
                                   LV-TITULO
                       WHEN OTHER
                           PERFORM P425-PROXIMA-SEQ-EP
                           MOVE "D"            TO WS-DU-OPERACAO
                           MOVE WS-DATA-HOJE   TO WS-DU-DATA-1
                           MOVE WS-BIBLIO-DIAS-PRAZO TO WS-DU-QTD
                           CALL "DATUTIL" USING WS-DATUTIL-PARM

                           INITIALIZE REG-EMPREST
                           MOVE WS-CD-LIVRO-INF    TO EP-CD-LIVRO
                           MOVE WS-PROX-SEQ-EP     TO EP-SEQ
                           MOVE WS-TIPO-LEITOR-INF TO EP-TIPO-LEITOR
                           MOVE WS-ID-LEITOR-INF   TO EP-ID-LEITOR
                           MOVE WS-DATA-HOJE       TO EP-DT-EMPRESTIMO
                           MOVE WS-DU-RESULTADO-DATA
                               TO EP-DT-PREVISTA
                           SET EP-EMPRESTADO       TO TRUE
                           MOVE LK-OPERADOR        TO EP-OPERADOR
                           WRITE REG-EMPREST
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR O "
                                           "EMPRESTIMO"
                               NOT INVALID KEY
                                   ADD 1 TO LV-QTD-EMPRESTADOS
                                   REWRITE REG-LIVRO
                                   DISPLAY "EMPRESTADO: " LV-TITULO
                                   DISPLAY "DEVOLVER ATE "
                                           EP-DT-PREVISTA
                           END-WRITE
                   END-EVALUATE
           END-READ
           .

       P410-PEDE-LEITOR.
           SET LEITOR-VALIDO TO FALSE
           MOVE SPACES       TO WS-NM-LEITOR
           DISPLAY "LEITOR <A> ALUNO  <P> PROFESSOR: "
           ACCEPT WS-TIPO-LEITOR-INF
           IF WS-TIPO-LEITOR-INF EQUAL "a" THEN
               MOVE "A" TO WS-TIPO-LEITOR-INF
           END-IF
           IF WS-TIPO-LEITOR-INF EQUAL "p" THEN
               MOVE "P" TO WS-TIPO-LEITOR-INF
           END-IF
           IF NOT TIPO-LEITOR-VALIDO THEN
               DISPLAY "TIPO DE LEITOR INVALIDO"
           ELSE
               DISPLAY "CODIGO DO LEITOR: "
               ACCEPT WS-ID-LEITOR-INF
               IF WS-TIPO-LEITOR-INF EQUAL "A" THEN
                   SET FS-ALUNO-OK TO TRUE
                   OPEN INPUT ALUNOS
                   IF FS-ALUNO-OK THEN
                       MOVE WS-ID-LEITOR-INF TO ID-ALUNO
                       READ ALUNOS
                           KEY IS ID-ALUNO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ST-ALUNO-ATIVO THEN
                                   SET LEITOR-VALIDO TO TRUE
                                   MOVE NM-ALUNO TO WS-NM-LEITOR
                               END-IF
                       END-READ
                       CLOSE ALUNOS
                   END-IF
               ELSE
                   SET FS-PROF-OK TO TRUE
                   OPEN INPUT PROFESSORES
                   IF FS-PROF-OK THEN
                       MOVE WS-ID-LEITOR-INF TO CD-PROFESSOR
                       READ PROFESSORES
                           KEY IS CD-PROFESSOR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ST-PROF-ATIVO THEN
                                   SET LEITOR-VALIDO TO TRUE
                                   MOVE NM-PROFESSOR TO WS-NM-LEITOR
                               END-IF
                       END-READ
                       CLOSE PROFESSORES
                   END-IF
               END-IF
               IF LEITOR-VALIDO THEN
                   DISPLAY "LEITOR: " WS-NM-LEITOR
               ELSE
                   DISPLAY "LEITOR NAO CADASTRADO OU INATIVO"
               END-IF
           END-IF
           .

      *> Acervo e emprestimos abertos I-O (criados na primeira vez).
       P420-ABRE-ACERVO.
           SET ABERTO-LIVRO TO FALSE
           SET FS-OK        TO TRUE
           OPEN I-O LIVROS
           IF NOT FS-OK THEN
               DISPLAY "ACERVO VAZIO OU INDISPONIVEL - FILE STATUS: "
                       WS-FS
           ELSE
               SET FS-EP-OK TO TRUE
               OPEN I-O EMPREST
               IF WS-FS-EP EQUAL 35 THEN
                   OPEN OUTPUT EMPREST
                   CLOSE EMPREST
                   SET FS-EP-OK TO TRUE
                   OPEN I-O EMPREST
               END-IF
               IF FS-EP-OK THEN
                   SET ABERTO-LIVRO TO TRUE
               ELSE
                   DISPLAY "ERRO AO ABRIR EMPREST.DAT - FILE STATUS: "
                           WS-FS-EP
                   CLOSE LIVROS
               END-IF
           END-IF
           .

       P425-PROXIMA-SEQ-EP.
      *> Proxima sequencia de emprestimo do livro (arquivo aberto).
           SET FIM-AUX TO FALSE
           MOVE ZEROS  TO WS-PROX-SEQ-EP

           MOVE WS-CD-LIVRO-INF TO EP-CD-LIVRO
           MOVE ZEROS           TO EP-SEQ
           START EMPREST KEY IS NOT LESS EP-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ EMPREST NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF EP-CD-LIVRO NOT EQUAL WS-CD-LIVRO-INF THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           MOVE EP-SEQ TO WS-PROX-SEQ-EP
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PROX-SEQ-EP
           .

      *>----------------------------------------------------------------
      *> Devolucao, renovacao e perda partem do emprestimo em aberto
      *> do livro para o leitor informado.
      *>----------------------------------------------------------------
       P430-DEVOLUCAO.
           PERFORM P450-ACHA-EMPRESTIMO
           IF EMPRESTIMO-ACHADO THEN
               PERFORM P455-CALCULA-ATRASO
               SET EP-DEVOLVIDO  TO TRUE
               MOVE WS-DATA-HOJE TO EP-DT-DEVOLUCAO
               MOVE LK-OPERADOR  TO EP-OPERADOR
               REWRITE REG-EMPREST
               IF LV-QTD-EMPRESTADOS > ZEROS THEN
                   SUBTRACT 1 FROM LV-QTD-EMPRESTADOS
               END-IF
               REWRITE REG-LIVRO
               IF WS-DIAS-ATRASO > ZEROS THEN
                   MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT
                   DISPLAY "DEVOLVIDO COM " WS-DIAS-EDIT
                           " DIA(S) DE ATRASO"
               ELSE
                   DISPLAY "DEVOLVIDO NO PRAZO"
               END-IF
           END-IF
           IF ABERTO-LIVRO THEN
               CLOSE EMPREST
               CLOSE LIVROS
           END-IF
           .

       P440-RENOVACAO.
           PERFORM P450-ACHA-EMPRESTIMO
           IF EMPRESTIMO-ACHADO THEN
               PERFORM P455-CALCULA-ATRASO
               EVALUATE TRUE
                   WHEN EP-QTD-RENOVACOES NOT < WS-BIBLIO-MAX-RENOVA
                       DISPLAY "LIMITE DE " WS-BIBLIO-MAX-RENOVA
                               " RENOVACAO(OES) ATINGIDO - DEVOLVER"
      *>           Livro atrasado volta antes de ser renovado.
                   WHEN WS-DIAS-ATRASO > ZEROS
                       DISPLAY "EMPRESTIMO ATRASADO - DEVOLVER O "
                               "LIVRO, NAO RENOVAR"
                   WHEN OTHER
                       MOVE "D"            TO WS-DU-OPERACAO
                       MOVE WS-DATA-HOJE   TO WS-DU-DATA-1
                       MOVE WS-BIBLIO-DIAS-PRAZO TO WS-DU-QTD
                       CALL "DATUTIL" USING WS-DATUTIL-PARM
                       MOVE WS-DU-RESULTADO-DATA TO EP-DT-PREVISTA
                       ADD 1 TO EP-QTD-RENOVACOES
                       MOVE LK-OPERADOR   TO EP-OPERADOR
                       REWRITE REG-EMPREST
                       DISPLAY "RENOVADO ATE " EP-DT-PREVISTA
               END-EVALUATE
           END-IF
           IF ABERTO-LIVRO THEN
               CLOSE EMPREST
               CLOSE LIVROS
           END-IF
           .

      *> Emprestimo em aberto do livro para o leitor: fica em
      *> REG-EMPREST e o livro em REG-LIVRO, com os dois arquivos
      *> abertos I-O (o chamador fecha quando ABERTO-LIVRO).
       P450-ACHA-EMPRESTIMO.
           SET EMPRESTIMO-ACHADO TO FALSE
           PERFORM P410-PEDE-LEITOR
           IF LEITOR-VALIDO THEN
               DISPLAY "CODIGO DO LIVRO: "
               ACCEPT WS-CD-LIVRO-INF
               PERFORM P420-ABRE-ACERVO
           ELSE
               SET ABERTO-LIVRO TO FALSE
           END-IF
           IF ABERTO-LIVRO THEN
               MOVE WS-CD-LIVRO-INF TO LV-CD-LIVRO
               READ LIVROS
                   KEY IS LV-CD-LIVRO
                   INVALID KEY
                       DISPLAY "LIVRO NAO CADASTRADO"
                   NOT INVALID KEY
                       DISPLAY "LIVRO: " LV-TITULO
                       SET FIM-AUX TO FALSE
                       MOVE WS-CD-LIVRO-INF TO EP-CD-LIVRO
                       MOVE ZEROS           TO EP-SEQ
                       START EMPREST KEY IS NOT LESS EP-CHAVE
                           INVALID KEY
                               SET FIM-AUX TO TRUE
                       END-START
                       PERFORM UNTIL FIM-AUX
                           READ EMPREST NEXT RECORD
                               AT END
                                   SET FIM-AUX TO TRUE
                               NOT AT END
                                   IF EP-CD-LIVRO NOT EQUAL
                                      WS-CD-LIVRO-INF THEN
                                       SET FIM-AUX TO TRUE
                                   ELSE
                                       IF EP-EMPRESTADO AND
                                          EP-TIPO-LEITOR EQUAL
                                          WS-TIPO-LEITOR-INF AND
                                          EP-ID-LEITOR EQUAL
                                          WS-ID-LEITOR-INF THEN
                                           SET EMPRESTIMO-ACHADO
                                               TO TRUE
                                           SET FIM-AUX TO TRUE
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                       IF NOT EMPRESTIMO-ACHADO THEN
                           DISPLAY "NENHUM EMPRESTIMO EM ABERTO DESTE "
                                   "LIVRO PARA O LEITOR"
                       END-IF
               END-READ
           END-IF
           .

       P455-CALCULA-ATRASO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF EP-DT-PREVISTA < WS-DATA-HOJE THEN
               MOVE "F"            TO WS-DU-OPERACAO
               MOVE WS-DATA-HOJE   TO WS-DU-DATA-1
               MOVE EP-DT-PREVISTA TO WS-DU-DATA-2
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               MOVE WS-DU-RESULTADO-DIAS TO WS-DIAS-ATRASO
           END-IF
           .

      *> Exemplar perdido: sai do acervo disponivel; do aluno, gera a
      *> taxa de reposicao nas mensalidades (do professor, o acerto
      *> e com a direcao).
       P460-PERDA.
           PERFORM P450-ACHA-EMPRESTIMO
           IF EMPRESTIMO-ACHADO THEN
               MOVE LV-VL-REPOSICAO TO WS-VALOR-EDIT
               DISPLAY "VALOR DE REPOSICAO DO ACERVO: " WS-VALOR-EDIT
               MOVE ZEROS TO WS-VL-REPOSICAO-INF
               IF EP-LEITOR-ALUNO THEN
                   DISPLAY "VALOR A COBRAR (0 = VALOR DO ACERVO OU "
                           "ISENCAO): "
                   ACCEPT WS-VL-REPOSICAO-INF
                   IF WS-VL-REPOSICAO-INF EQUAL ZEROS THEN
                       DISPLAY "ISENTAR O ALUNO DA REPOSICAO? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA NOT EQUAL "S" AND
                          WS-CONFIRMA NOT EQUAL "s" THEN
                           MOVE LV-VL-REPOSICAO
                               TO WS-VL-REPOSICAO-INF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "EMPRESTIMO DE PROFESSOR - REPOSICAO "
                           "ACERTADA COM A DIRECAO"
               END-IF
               DISPLAY "CONFIRMA A BAIXA DO EXEMPLAR PERDIDO? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                   MOVE ZEROS TO WS-PROX-SEQ
                   IF WS-VL-REPOSICAO-INF > ZEROS THEN
                       PERFORM P470-GERA-TAXA
                   END-IF
                   SET EP-PERDIDO          TO TRUE
                   MOVE WS-DATA-HOJE       TO EP-DT-DEVOLUCAO
                   MOVE WS-VL-REPOSICAO-INF TO EP-VL-REPOSICAO
                   IF WS-VL-REPOSICAO-INF > ZEROS THEN
                       MOVE WS-COMPETENCIA TO EP-COMPETENCIA-TAXA
                   ELSE
                       MOVE ZEROS          TO EP-COMPETENCIA-TAXA
                   END-IF
                   MOVE WS-PROX-SEQ        TO EP-SEQ-TAXA
                   MOVE LK-OPERADOR        TO EP-OPERADOR
                   REWRITE REG-EMPREST
                   IF LV-QTD-EMPRESTADOS > ZEROS THEN
                       SUBTRACT 1 FROM LV-QTD-EMPRESTADOS
                   END-IF
                   ADD 1 TO LV-QTD-PERDIDOS
                   REWRITE REG-LIVRO
                   DISPLAY "EXEMPLAR BAIXADO COMO PERDIDO"
               ELSE
                   DISPLAY "BAIXA NAO REGISTRADA"
               END-IF
           END-IF
           IF ABERTO-LIVRO THEN
               CLOSE EMPREST
               CLOSE LIVROS
           END-IF
           .

       P470-GERA-TAXA.
      *> Taxa avulsa de reposicao nas mensalidades (MN-TIPO "T"), na
      *> proxima sequencia livre da competencia, com a turma ativa
      *> do aluno.
           PERFORM P480-TURMA-DO-ALUNO
           SET FS-MENS-OK TO TRUE
           OPEN I-O MENSALIDADES
               IF WS-FS-MENS EQUAL 35 THEN
                   OPEN OUTPUT MENSALIDADES
                   CLOSE MENSALIDADES
                   OPEN I-O MENSALIDADES
               END-IF
               IF FS-MENS-OK THEN
                   PERFORM P475-PROXIMA-SEQ
                   MOVE WS-ID-LEITOR-INF TO MN-ID-ALUNO
                   MOVE WS-COMPETENCIA   TO MN-COMPETENCIA
                   MOVE WS-PROX-SEQ      TO MN-SEQ
                   MOVE WS-TURMA-ALUNO   TO MN-CD-TURMA
                   MOVE ZEROS            TO MN-ID-RESP-FIN
                   SET MN-TIPO-TAXA      TO TRUE
                   MOVE WS-DATA-HOJE     TO MN-DT-VENCIMENTO
                   MOVE WS-VL-REPOSICAO-INF TO MN-VALOR
                   SET MN-ABERTA         TO TRUE
                   MOVE ZEROS            TO MN-DT-PAGAMENTO
                   MOVE ZEROS            TO MN-VL-PAGO
                   WRITE REG-MENSALIDADE
                       INVALID KEY
                           DISPLAY "ERRO AO GERAR A TAXA"
                           MOVE ZEROS TO WS-VL-REPOSICAO-INF
                           MOVE ZEROS TO WS-PROX-SEQ
                       NOT INVALID KEY
                           DISPLAY "TAXA DE REPOSICAO LANCADA ("
                                   WS-VL-REPOSICAO-INF ")"
                   END-WRITE
               ELSE
                   DISPLAY "ERRO AO ABRIR MENSALIDADES.DAT - "
                           "TAXA NAO LANCADA"
                   MOVE ZEROS TO WS-VL-REPOSICAO-INF
               END-IF
               CLOSE MENSALIDADES
           .

       P475-PROXIMA-SEQ.
      *> Proxima sequencia do aluno na competencia (arquivo aberto).
           SET FIM-MENSAL TO FALSE
           MOVE ZEROS     TO WS-PROX-SEQ

           MOVE WS-ID-LEITOR-INF TO MN-ID-ALUNO
           MOVE WS-COMPETENCIA   TO MN-COMPETENCIA
           MOVE ZEROS            TO MN-SEQ
           START MENSALIDADES KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   SET FIM-MENSAL TO TRUE
           END-START
           PERFORM UNTIL FIM-MENSAL
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET FIM-MENSAL TO TRUE
                   NOT AT END
                       IF MN-ID-ALUNO NOT EQUAL WS-ID-LEITOR-INF OR
                          MN-COMPETENCIA NOT EQUAL
                          WS-COMPETENCIA THEN
                           SET FIM-MENSAL TO TRUE
                       ELSE
                           MOVE MN-SEQ TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM
      *>   Seq 01 reservada a mensalidade da competencia (MENSAL).
           IF WS-PROX-SEQ < 01 THEN
               MOVE 01 TO WS-PROX-SEQ
           END-IF
           ADD 1 TO WS-PROX-SEQ
           .

       P480-TURMA-DO-ALUNO.
      *> Primeira matricula ativa do aluno (MATRICULAS.DAT nao tem
      *> chave alternativa por aluno: varredura sequencial).
           MOVE ZEROS      TO WS-TURMA-ALUNO
           SET EOF-OK      TO FALSE
           SET FS-MATR-OK  TO TRUE
           OPEN INPUT MATRICULAS
           IF FS-MATR-OK THEN
               PERFORM UNTIL EOF-OK
                   READ MATRICULAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MT-ATIVA AND MT-ID-ALUNO EQUAL
                              WS-ID-LEITOR-INF THEN
                               MOVE MT-CD-TURMA TO WS-TURMA-ALUNO
                               SET EOF-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           .

      *>----------------------------------------------------------------
      *> Atrasos da turma para os professores: alunos com matricula
      *> ativa e livro emprestado com prazo vencido.
      *>----------------------------------------------------------------
       P500-ATRASOS-TURMA.
           PERFORM P505-LE-TURMA
           IF FS-TURMA-OK THEN
               MOVE ZEROS TO WS-TOT-ATRASOS
               MOVE ZEROS TO WS-TOT-ALUNOS-ATRASO
               MOVE ZEROS TO WS-TOT-FILA
               MOVE ZEROS TO WS-TOT-FILA-ERRO
               PERFORM P520-ABRE-RELATORIO
               IF FS-REL-OK THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "BIBLIOTECA - LIVROS EM ATRASO - TURMA "
                          DELIMITED BY SIZE
                          TU-CD-TURMA DELIMITED BY SIZE
                          " - ANO " DELIMITED BY SIZE
                          TU-ANO DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "POSICAO EM " DELIMITED BY SIZE
                          WS-DATA-HOJE DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE ALL "=" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL

                   PERFORM P530-ABRE-CADASTROS
                   IF FS-MATR-OK AND FS-EP-OK THEN
                       PERFORM P540-PERCORRE-MATRICULAS
                   END-IF
                   PERFORM P535-FECHA-CADASTROS

                   MOVE SPACES TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "ALUNOS COM ATRASO: " DELIMITED BY SIZE
                          WS-TOT-ALUNOS-ATRASO DELIMITED BY SIZE
                          "   LIVROS ATRASADOS: " DELIMITED BY SIZE
                          WS-TOT-ATRASOS DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "AVISOS NA FILA DE COMUNICACAO: "
                          DELIMITED BY SIZE
                          WS-TOT-FILA DELIMITED BY SIZE
                          "   NAO ENFILEIRADOS: " DELIMITED BY SIZE
                          WS-TOT-FILA-ERRO DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
                       MOVE "F" TO WS-SP-OPERACAO
                       MOVE 1   TO WS-SP-PAGINAS
                       CALL "SPLCTL" USING WS-SPLCTL-PARM
                   END-IF
                   DISPLAY "LIVROS ATRASADOS NA TURMA: " WS-TOT-ATRASOS
                   DISPLAY "AVISOS NA FILA DE COMUNICACAO: "
                           WS-TOT-FILA
                   DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
               END-IF
           END-IF
           .

       P505-LE-TURMA.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           SET FS-TURMA-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TURMA-OK THEN
               DISPLAY "ERRO AO ABRIR TURMAS.DAT - FILE STATUS: "
                       WS-FS-TURMA
           ELSE
               MOVE WS-CD-TURMA-INF TO TU-CD-TURMA
               READ TURMAS
                   KEY IS TU-CD-TURMA
                   INVALID KEY
                       DISPLAY "TURMA NAO CADASTRADA"
               END-READ
               CLOSE TURMAS
           END-IF
           .

       P520-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "BIBLIO"    TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\BIBLIO.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           END-IF
           .

       P530-ABRE-CADASTROS.
           SET ABERTO-ALUNO TO FALSE
           SET ABERTO-LIVRO TO FALSE
           SET ABERTO-RESP  TO FALSE
           SET FS-RESP-OK   TO TRUE
           SET FS-ALUNO-OK  TO TRUE
           SET FS-OK        TO TRUE
           SET FS-EP-OK     TO TRUE
           SET FS-MATR-OK   TO TRUE
           OPEN INPUT ALUNOS
           IF FS-ALUNO-OK THEN
               SET ABERTO-ALUNO TO TRUE
           END-IF
           OPEN INPUT LIVROS
           IF FS-OK THEN
               SET ABERTO-LIVRO TO TRUE
           END-IF
           OPEN INPUT RESPALU
           IF FS-RESP-OK THEN
               SET ABERTO-RESP TO TRUE
           END-IF
           OPEN INPUT EMPREST
           IF NOT FS-EP-OK THEN
               DISPLAY "NENHUM EMPRESTIMO REGISTRADO (SEM ARQUIVO)"
           END-IF
           OPEN INPUT MATRICULAS
           .

       P535-FECHA-CADASTROS.
           IF FS-MATR-OK THEN
               CLOSE MATRICULAS
           END-IF
           IF FS-EP-OK THEN
               CLOSE EMPREST
           END-IF
           IF ABERTO-LIVRO THEN
               CLOSE LIVROS
               SET ABERTO-LIVRO TO FALSE
           END-IF
           IF ABERTO-ALUNO THEN
               CLOSE ALUNOS
           END-IF
           IF ABERTO-RESP THEN
               CLOSE RESPALU
               SET ABERTO-RESP TO FALSE
           END-IF
           .

       P540-PERCORRE-MATRICULAS.
           SET EOF-OK TO FALSE
           MOVE WS-CD-TURMA-INF TO MT-CD-TURMA
           MOVE ZEROS           TO MT-ID-ALUNO
           START MATRICULAS KEY IS NOT LESS MT-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF MT-CD-TURMA NOT EQUAL WS-CD-TURMA-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           IF MT-ATIVA THEN
                               PERFORM P550-ATRASOS-DO-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *> Emprestimos do aluno pela chave alternativa do leitor.
       P550-ATRASOS-DO-ALUNO.
           MOVE ZEROS TO WS-QTD-ATRASO-ALUNO
           SET FIM-AUX TO FALSE
           MOVE "A"         TO EP-TIPO-LEITOR
           MOVE MT-ID-ALUNO TO EP-ID-LEITOR
           START EMPREST KEY IS EQUAL EP-LEITOR
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ EMPREST NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF NOT EP-LEITOR-ALUNO OR
                          EP-ID-LEITOR NOT EQUAL MT-ID-ALUNO THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF EP-EMPRESTADO AND
                              EP-DT-PREVISTA < WS-DATA-HOJE THEN
                               PERFORM P560-LINHA-ATRASO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-ATRASO-ALUNO > ZEROS THEN
               ADD 1 TO WS-TOT-ALUNOS-ATRASO
               PERFORM P570-AVISO-AO-RESPONSAVEL
           END-IF
           .

       P560-LINHA-ATRASO.
           IF WS-QTD-ATRASO-ALUNO EQUAL ZEROS THEN
               MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
               IF ABERTO-ALUNO THEN
                   MOVE MT-ID-ALUNO TO ID-ALUNO
                   READ ALUNOS
                       KEY IS ID-ALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-ALUNO TO WS-NM-ALUNO-REL
                   END-READ
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "ALUNO " DELIMITED BY SIZE
                      MT-ID-ALUNO DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-NM-ALUNO-REL DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL

               PERFORM P790-INICIA-MENSAGEM
               MOVE SPACES TO WS-FC-TEXTO
               STRING "BIBLIOTECA ESCOLAR - AVISO DE ATRASO - "
                      DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA
               MOVE SPACES TO WS-FC-TEXTO
               STRING "O(A) ALUNO(A) " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NM-ALUNO-REL) DELIMITED BY SIZE
                      " ESTA COM LIVRO EM ATRASO:" DELIMITED BY SIZE
                      INTO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA
           END-IF
           ADD 1 TO WS-QTD-ATRASO-ALUNO
           ADD 1 TO WS-TOT-ATRASOS

           MOVE "LIVRO NAO CADASTRADO" TO WS-TITULO-REL
           IF ABERTO-LIVRO THEN
               MOVE EP-CD-LIVRO TO LV-CD-LIVRO
               READ LIVROS
                   KEY IS LV-CD-LIVRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LV-TITULO TO WS-TITULO-REL
               END-READ
           END-IF
           PERFORM P455-CALCULA-ATRASO
           MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "    " DELIMITED BY SIZE
                  EP-CD-LIVRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TITULO-REL DELIMITED BY SIZE
                  " VENCEU " DELIMITED BY SIZE
                  EP-DT-PREVISTA DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO WS-FC-TEXTO
           STRING "    - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TITULO-REL) DELIMITED BY SIZE
                  " (PRAZO " DELIMITED BY SIZE
                  EP-DT-PREVISTA (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EP-DT-PREVISTA (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EP-DT-PREVISTA (1:4) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           .

      *> O aviso montado em P560 vai para o responsavel do aluno
      *> (financeiro, depois pai, depois mae) pela fila de
      *> comunicacao; a lista dos professores registra o envio.
       P570-AVISO-AO-RESPONSAVEL.
           PERFORM P575-ACHA-RESPONSAVEL
           MOVE SPACES TO WS-LINHA-REL
           IF NOT RESP-ACHADO THEN
               STRING "    SEM RESPONSAVEL ATIVO PARA O AVISO (VER RESP"
                      DELIMITED BY SIZE
                      "MNT)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               MOVE "PEDIMOS A DEVOLUCAO NA BIBLIOTECA. LIVRO PERDIDO GE
      -             "RA TAXA DE REPOSICAO." TO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA
               MOVE "ATENCIOSAMENTE, BIBLIOTECA ESCOLAR" TO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA

               MOVE WS-ID-RESP  TO WS-FC-ID-CONTATO
               MOVE "R"         TO WS-FC-CANAL
               MOVE "BIBLIO"    TO WS-FC-ORIGEM
               MOVE SPACES      TO WS-FC-REFERENCIA
               STRING "ALUNO " DELIMITED BY SIZE
                      MT-ID-ALUNO DELIMITED BY SIZE
                      INTO WS-FC-REFERENCIA
               MOVE "BIBLIOTECA - LIVRO EM ATRASO" TO WS-FC-ASSUNTO
               PERFORM P792-ENFILEIRA
               STRING "    AVISO AO RESPONSAVEL " DELIMITED BY SIZE
                      WS-ID-RESP DELIMITED BY SIZE
                      " NA FILA DE COMUNICACAO (" DELIMITED BY SIZE
                      WS-FC-CANAL-USADO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               IF WS-FC-ERRO EQUAL "S" THEN
                   MOVE "    AVISO AO RESPONSAVEL NAO ENFILEIRADO"
                       TO WS-LINHA-REL
               END-IF
           END-IF
           WRITE WS-LINHA-REL
           .

       P575-ACHA-RESPONSAVEL.
           SET RESP-ACHADO TO FALSE
           SET FIM-RESP    TO FALSE
           MOVE ZEROS      TO WS-ID-RESP
           MOVE ZEROS      TO WS-RESP-PRIORIDADE

           IF NOT ABERTO-RESP THEN
               SET FIM-RESP TO TRUE
           ELSE
               MOVE MT-ID-ALUNO TO RS-ID-ALUNO
               MOVE ZEROS       TO RS-ID-CONTATO
               START RESPALU KEY IS NOT LESS RS-CHAVE
                   INVALID KEY
                       SET FIM-RESP TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-RESP
               READ RESPALU NEXT RECORD
                   AT END
                       SET FIM-RESP TO TRUE
                   NOT AT END
                       IF RS-ID-ALUNO NOT EQUAL MT-ID-ALUNO THEN
                           SET FIM-RESP TO TRUE
                       ELSE
                           IF RS-ATIVO THEN
                               EVALUATE RS-TIPO
                                   WHEN "F"
                                       MOVE 3 TO WS-RESP-PRIORIDADE
                                       MOVE RS-ID-CONTATO
                                           TO WS-ID-RESP
                                       SET RESP-ACHADO TO TRUE
                                   WHEN "P"
                                       IF WS-RESP-PRIORIDADE < 2
                                           MOVE 2
                                               TO WS-RESP-PRIORIDADE
                                           MOVE RS-ID-CONTATO
                                               TO WS-ID-RESP
                                           SET RESP-ACHADO TO TRUE
                                       END-IF
                                   WHEN "M"
                                       IF WS-RESP-PRIORIDADE < 1
                                           MOVE 1
                                               TO WS-RESP-PRIORIDADE
                                           MOVE RS-ID-CONTATO
                                               TO WS-ID-RESP
                                           SET RESP-ACHADO TO TRUE
                                       END-IF
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> Livros em maos do leitor (consulta no balcao).
      *>----------------------------------------------------------------
       P600-LIVROS-DO-LEITOR.
           PERFORM P410-PEDE-LEITOR
           IF LEITOR-VALIDO THEN
               PERFORM P610-CONTA-EM-MAOS
               DISPLAY "EM MAOS: " WS-QTD-EM-MAOS
                       "  ATRASADOS: " WS-QTD-ATRASADOS
           END-IF
           .

      *> Conta (e lista) os emprestimos em aberto do leitor
      *> informado em WS-TIPO-LEITOR-INF/WS-ID-LEITOR-INF.
       P610-CONTA-EM-MAOS.
           MOVE ZEROS TO WS-QTD-EM-MAOS
           MOVE ZEROS TO WS-QTD-ATRASADOS
           SET FS-EP-OK TO TRUE
           OPEN INPUT EMPREST
           IF FS-EP-OK THEN
               SET FIM-AUX TO FALSE
               MOVE WS-TIPO-LEITOR-INF TO EP-TIPO-LEITOR
               MOVE WS-ID-LEITOR-INF   TO EP-ID-LEITOR
               START EMPREST KEY IS EQUAL EP-LEITOR
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ EMPREST NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF EP-TIPO-LEITOR NOT EQUAL
                              WS-TIPO-LEITOR-INF OR
                              EP-ID-LEITOR NOT EQUAL
                              WS-ID-LEITOR-INF THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               IF EP-EMPRESTADO THEN
                                   ADD 1 TO WS-QTD-EM-MAOS
                                   IF EP-DT-PREVISTA < WS-DATA-HOJE
                                       ADD 1 TO WS-QTD-ATRASADOS
                                   END-IF
                                   DISPLAY "    LIVRO " EP-CD-LIVRO
                                           " DESDE " EP-DT-EMPRESTIMO
                                           " DEVOLVER ATE "
                                           EP-DT-PREVISTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPREST
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-COMFILA.

       P900-FIM.

            GOBACK.
       END PROGRAM BIBLIO.
