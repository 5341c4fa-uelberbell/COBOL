      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:EVASAO E RETENCAO DE ALUNOS: MANTEM A TABELA DE
      *         MOTIVOS DE EVASAO (MOTEVA.DAT - FINANCEIRO, MUDANCA,
      *         TRANSFERENCIA, DESEMPENHO, INSATISFACAO...), CRIADA
      *         COM OS MOTIVOS PADRAO NA PRIMEIRA EXECUCAO, E EMITE O
      *         RELATORIO DE RETENCAO DO ANO POR TURMA: MATRICULA
      *         INICIAL (ATIVAS + CANCELADAS) CONTRA AS CANCELADAS,
      *         ABERTAS POR MOTIVO (EVASAO.DAT, GRAVADO POR MATTUR E
      *         TRFSAI), E CADA ALUNO QUE SAIU CRUZADO COM A ULTIMA
      *         FREQUENCIA NA MATERIA DA TURMA ATE A SAIDA
      *         (FREQUENCIA.DAT), AS MEDIAS (NOTAS.DAT) E O DEBITO EM
      *         ABERTO (MENSALIDADES.DAT) - OS SINAIS DE ALERTA QUE
      *         PRECEDERAM A SAIDA. FECHA COM O RESUMO DO ANO POR
      *         MOTIVO. RELATORIO NO SPOOL (SPLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MOTEVA ASSIGN TO WS-MOTEVA-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CD-MOTIVO
               FILE STATUS IS WS-FS.

               SELECT EVASAO ASSIGN TO WS-EVASAO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS WS-FS-EVA.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD MOTEVA.
       COPY FD_MOTEVA.

       FD EVASAO.
       COPY FD_EVASAO.

       FD TURMAS.
       COPY FD_TURMA.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD NOTAS.
       COPY FD_NOTAS.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-EVA         PIC 99.
           88 FS-EVA-OK     VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-NOTA        PIC 99.
           88 FS-NOTA-OK    VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-AUX           PIC X.
           88 FIM-AUX          VALUE "S" FALSE "N".
       77 ES-FIM-EVA           PIC X.
           88 FIM-EVA          VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

      *> Arquivos que abriram para o relatorio (o status muda nas
      *> leituras com INVALID KEY, nao serve para decidir o CLOSE).
       77 WS-ABERTO-EVA        PIC X VALUE "N".
           88 ABERTO-EVA       VALUE "S" FALSE "N".
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-NOTA       PIC X VALUE "N".
           88 ABERTO-NOTA      VALUE "S" FALSE "N".
       77 WS-ABERTO-FREQ       PIC X VALUE "N".
           88 ABERTO-FREQ      VALUE "S" FALSE "N".
       77 WS-ABERTO-MENS       PIC X VALUE "N".
           88 ABERTO-MENS      VALUE "S" FALSE "N".

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-CD-MOTIVO-INF     PIC 9(02) VALUE ZEROS.
       77 WS-DESCRICAO-INF     PIC X(30) VALUE SPACES.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-DT-INICIO-ANO     PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-ANO        PIC 9(08) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-TOT-LISTA         PIC 9(03) VALUE ZEROS.

      *> Motivos padrao gravados quando a tabela ainda nao existe.
       01 WS-MOTIVOS-PADRAO.
           03 FILLER PIC X(32) VALUE "01DIFICULDADE FINANCEIRA".
           03 FILLER PIC X(32) VALUE "02MUDANCA DE CIDADE/ENDERECO".
           03 FILLER PIC X(32) VALUE "03TRANSFERENCIA P/ OUTRA ESCOLA".
           03 FILLER PIC X(32) VALUE "04DESEMPENHO ESCOLAR".
           03 FILLER PIC X(32) VALUE "05INSATISFACAO COM A ESCOLA".
           03 FILLER PIC X(32) VALUE "06SAUDE".
           03 FILLER PIC X(32) VALUE "99OUTROS".
       01 FILLER REDEFINES WS-MOTIVOS-PADRAO.
           03 WS-MP-ITEM OCCURS 7 TIMES.
               05 WS-MP-CODIGO     PIC 9(02).
               05 WS-MP-DESCRICAO  PIC X(30).

      *> Tabela de motivos em memoria, posicao = codigo + 1 (o
      *> codigo 00 fica para cancelamento sem motivo registrado,
      *> anterior a tabela).
       01 WS-TAB-MOTIVO.
           03 WS-MO-ITEM OCCURS 100 TIMES.
               05 WS-MO-DESCRICAO  PIC X(30).
               05 WS-MO-QTD-TURMA  PIC 9(04).
               05 WS-MO-QTD-ANO    PIC 9(05).

      *> Alunos que sairam da turma corrente.
       77 WS-MAX-SAIDAS        PIC 9(03) VALUE 100.
       77 WS-QTD-SAIDAS        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-SAIDA.
           03 WS-SA-ITEM OCCURS 100 TIMES.
               05 WS-SA-ID-ALUNO   PIC 9(05).
               05 WS-SA-DT-SAIDA   PIC 9(08).
               05 WS-SA-MOTIVO     PIC 9(02).

      *> Contagens da turma e do ano.
       77 WS-TU-INICIAL        PIC 9(04) VALUE ZEROS.
       77 WS-TU-CANCELADAS     PIC 9(04) VALUE ZEROS.
       77 WS-ANO-INICIAL       PIC 9(05) VALUE ZEROS.
       77 WS-ANO-CANCELADAS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TURMAS        PIC 9(03) VALUE ZEROS.
       77 WS-PCT-RETENCAO      PIC 9(03) VALUE ZEROS.
       77 WS-DT-SAIDA-EVA      PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU-EVASAO      PIC X VALUE "N".
           88 ACHOU-EVASAO     VALUE "S" FALSE "N".

      *> Sinais de alerta de um aluno que saiu.
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.
       77 WS-FREQ-AULAS        PIC 9(04) VALUE ZEROS.
       77 WS-FREQ-PRESENCAS    PIC 9(04) VALUE ZEROS.
       77 WS-FREQ-PERCENT      PIC 9(03) VALUE ZEROS.
       77 WS-ULT-PRESENCA      PIC 9(08) VALUE ZEROS.
       77 WS-MEDIA-MATERIA     PIC 9(02)V99 VALUE ZEROS.
       77 WS-SOMA-MEDIAS       PIC 9(05)V99 VALUE ZEROS.
       77 WS-QTD-MEDIAS        PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-GERAL       PIC 9(02)V99 VALUE ZEROS.
       77 WS-VL-ABERTO         PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-VENCIDO        PIC 9(07)V99 VALUE ZEROS.

       01 WS-LINHA-TURMA.
           03 FILLER           PIC X(06) VALUE "TURMA ".
           03 WS-LT-TURMA      PIC 9(03).
           03 FILLER           PIC X(10) VALUE "  MATERIA ".
           03 WS-LT-MATERIA    PIC 9(03).
           03 FILLER           PIC X(13) VALUE "  SEMESTRE ".
           03 WS-LT-SEMESTRE   PIC 9(01).
           03 FILLER           PIC X(12) VALUE "  INICIAL: ".
           03 WS-LT-INICIAL    PIC ZZZ9.
           03 FILLER           PIC X(15) VALUE "  CANCELADAS: ".
           03 WS-LT-CANCEL     PIC ZZZ9.
           03 FILLER           PIC X(13) VALUE "  RETENCAO: ".
           03 WS-LT-PCT        PIC ZZ9.
           03 FILLER           PIC X(01) VALUE "%".

       01 WS-LINHA-MOTIVO.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 WS-LMO-CODIGO    PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LMO-DESCRICAO PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LMO-QTD       PIC ZZZZ9.

       01 WS-LINHA-SAIDA.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 WS-LS-ALUNO      PIC 9(05).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LS-NOME       PIC X(24).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LS-SAIDA      PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LS-MOTIVO     PIC 9(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LS-FREQ       PIC ZZ9.
           03 FILLER           PIC X(01) VALUE "%".
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LS-ULT-PRES   PIC 9(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LS-MEDIA      PIC Z9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LS-MEDIA-GER  PIC Z9,99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LS-ABERTO     PIC ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LS-VENCIDO    PIC ZZZ.ZZ9,99.

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       COPY WS_SPLCTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***EVASAO E RETENCAO DE ALUNOS***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P110-INICIALIZA-MOTIVOS

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

      *> Primeira execucao: a tabela nasce com os motivos padrao.
       P110-INICIALIZA-MOTIVOS.
           SET FS-OK TO TRUE
           OPEN I-O MOTEVA
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT MOTEVA
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
                   INITIALIZE REG-MOTEVA
                   MOVE WS-MP-CODIGO (WS-I)    TO MV-CD-MOTIVO
                   MOVE WS-MP-DESCRICAO (WS-I) TO MV-DESCRICAO
                   SET MV-ATIVO                TO TRUE
                   MOVE WS-DATA-HOJE           TO MV-DT-ATUALIZACAO
                   MOVE LK-OPERADOR            TO MV-OPERADOR
                   WRITE REG-MOTEVA
               END-PERFORM
               DISPLAY "TABELA DE MOTIVOS CRIADA COM OS MOTIVOS PADRAO"
               CLOSE MOTEVA
           ELSE
               IF FS-OK THEN
                   CLOSE MOTEVA
               ELSE
                   DISPLAY "ERRO AO ABRIR MOTEVA.DAT - FILE STATUS: "
                           WS-FS
               END-IF
           END-IF
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> INCLUIR/ALTERAR MOTIVO  "
                   "<2> ATIVAR/INATIVAR MOTIVO  <3> LISTAR MOTIVOS"
           DISPLAY "        <4> RELATORIO DE RETENCAO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-GRAVA-MOTIVO
               WHEN "2"
                   PERFORM P320-SITUACAO-MOTIVO
               WHEN "3"
                   PERFORM P330-LISTA-MOTIVOS
               WHEN "4"
                   PERFORM P400-RETENCAO
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-GRAVA-MOTIVO.
           DISPLAY "CODIGO DO MOTIVO (01 A 99): "
           ACCEPT WS-CD-MOTIVO-INF
           IF WS-CD-MOTIVO-INF EQUAL ZEROS THEN
               DISPLAY "CODIGO 00 RESERVADO (CANCELAMENTO SEM MOTIVO)"
           ELSE
               DISPLAY "DESCRICAO (ATE 30 CARACTERES): "
               ACCEPT WS-DESCRICAO-INF
               IF WS-DESCRICAO-INF EQUAL SPACES THEN
                   DISPLAY "DESCRICAO OBRIGATORIA"
               ELSE
                   SET FS-OK TO TRUE
                   OPEN I-O MOTEVA
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO ABRIR MOTEVA.DAT - FILE "
                               "STATUS: " WS-FS
                   ELSE
                       MOVE WS-CD-MOTIVO-INF TO MV-CD-MOTIVO
                       READ MOTEVA
                           KEY IS MV-CD-MOTIVO
                           INVALID KEY
                               INITIALIZE REG-MOTEVA
                               MOVE WS-CD-MOTIVO-INF TO MV-CD-MOTIVO
                               MOVE WS-DESCRICAO-INF TO MV-DESCRICAO
                               SET MV-ATIVO          TO TRUE
                               MOVE WS-DATA-HOJE     TO
                                    MV-DT-ATUALIZACAO
                               MOVE LK-OPERADOR      TO MV-OPERADOR
                               WRITE REG-MOTEVA
                               DISPLAY "MOTIVO INCLUIDO!"
                           NOT INVALID KEY
                               MOVE WS-DESCRICAO-INF TO MV-DESCRICAO
                               MOVE WS-DATA-HOJE     TO
                                    MV-DT-ATUALIZACAO
                               MOVE LK-OPERADOR      TO MV-OPERADOR
                               REWRITE REG-MOTEVA
                               DISPLAY "MOTIVO ALTERADO!"
                       END-READ
                       CLOSE MOTEVA
                   END-IF
               END-IF
           END-IF
           .

       P320-SITUACAO-MOTIVO.
      *> Motivo inativo nao e aceito em cancelamento novo, mas
      *> continua nomeando os cancelamentos antigos no relatorio.
           DISPLAY "CODIGO DO MOTIVO: "
           ACCEPT WS-CD-MOTIVO-INF
           SET FS-OK TO TRUE
           OPEN I-O MOTEVA
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR MOTEVA.DAT - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-CD-MOTIVO-INF TO MV-CD-MOTIVO
               READ MOTEVA
                   KEY IS MV-CD-MOTIVO
                   INVALID KEY
                       DISPLAY "MOTIVO NAO CADASTRADO"
                   NOT INVALID KEY
                       IF MV-ATIVO THEN
                           SET MV-INATIVO TO TRUE
                           DISPLAY "MOTIVO INATIVADO: " MV-DESCRICAO
                       ELSE
                           SET MV-ATIVO TO TRUE
                           DISPLAY "MOTIVO REATIVADO: " MV-DESCRICAO
                       END-IF
                       MOVE WS-DATA-HOJE TO MV-DT-ATUALIZACAO
                       MOVE LK-OPERADOR  TO MV-OPERADOR
                       REWRITE REG-MOTEVA
               END-READ
               CLOSE MOTEVA
           END-IF
           .

       P330-LISTA-MOTIVOS.
           MOVE ZEROS  TO WS-TOT-LISTA
           SET EOF-OK  TO FALSE
           SET FS-OK   TO TRUE
           OPEN INPUT MOTEVA
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR MOTEVA.DAT - FILE STATUS: " WS-FS
           ELSE
               PERFORM UNTIL EOF-OK
                   READ MOTEVA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOT-LISTA
                           DISPLAY MV-CD-MOTIVO " " MV-DESCRICAO " "
                                   MV-STATUS
                   END-READ
               END-PERFORM
               CLOSE MOTEVA
               DISPLAY "MOTIVOS: " WS-TOT-LISTA
           END-IF
           .

      *>----------------------------------------------------------------
      *> Relatorio de retencao do ano (ou de uma turma do ano).
      *>----------------------------------------------------------------
       P400-RETENCAO.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "TURMA (ZEROS = TODAS DO ANO): "
           ACCEPT WS-CD-TURMA-INF
           COMPUTE WS-DT-INICIO-ANO = WS-ANO-INF * 10000 + 101
           COMPUTE WS-DT-FIM-ANO    = WS-ANO-INF * 10000 + 1231

           MOVE ZEROS TO WS-ANO-INICIAL
           MOVE ZEROS TO WS-ANO-CANCELADAS
           MOVE ZEROS TO WS-QTD-TURMAS
           PERFORM P410-CARREGA-MOTIVOS

           SET FS-TURMA-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TURMA-OK THEN
               DISPLAY "ERRO AO ABRIR TURMAS.DAT - FILE STATUS: "
                       WS-FS-TURMA
           ELSE
               SET FS-MATR-OK TO TRUE
               OPEN INPUT MATRICULAS
               IF NOT FS-MATR-OK THEN
                   DISPLAY "ERRO AO ABRIR MATRICULAS.DAT - FILE "
                           "STATUS: " WS-FS-MATR
               ELSE
                   PERFORM P420-ABRE-RELATORIO
                   IF FS-REL-OK THEN
                       PERFORM P430-ABRE-CONSULTAS
                       PERFORM P440-PERCORRE-TURMAS
                       PERFORM P600-RESUMO-ANO
                       PERFORM P435-FECHA-CONSULTAS
                       CLOSE RELATORIO
                       IF WS-SP-ERRO NOT EQUAL "S" THEN
                           MOVE "F" TO WS-SP-OPERACAO
                           MOVE 1   TO WS-SP-PAGINAS
                           CALL "SPLCTL" USING WS-SPLCTL-PARM
                       END-IF
                       DISPLAY "TURMAS: " WS-QTD-TURMAS
                               "  CANCELADAS NO ANO: "
                               WS-ANO-CANCELADAS
                       DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
                   END-IF
                   CLOSE MATRICULAS
               END-IF
               CLOSE TURMAS
           END-IF
           .

       P410-CARREGA-MOTIVOS.
           INITIALIZE WS-TAB-MOTIVO
           MOVE "SEM MOTIVO REGISTRADO" TO WS-MO-DESCRICAO (1)
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN INPUT MOTEVA
           IF NOT FS-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ MOTEVA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       COMPUTE WS-IDX = MV-CD-MOTIVO + 1
                       MOVE MV-DESCRICAO TO WS-MO-DESCRICAO (WS-IDX)
               END-READ
           END-PERFORM
           IF FS-OK THEN
               CLOSE MOTEVA
           END-IF
           .

       P420-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "RETENCAO"  TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\RETENCAO.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "RETENCAO E EVASAO DE ALUNOS - ANO LETIVO "
                      DELIMITED BY SIZE
                      WS-ANO-INF DELIMITED BY SIZE
                      " - POSICAO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P430-ABRE-CONSULTAS.
           SET ABERTO-EVA   TO FALSE
           SET ABERTO-ALUNO TO FALSE
           SET ABERTO-NOTA  TO FALSE
           SET ABERTO-FREQ  TO FALSE
           SET ABERTO-MENS  TO FALSE
           SET FS-EVA-OK    TO TRUE
           SET FS-ALUNO-OK  TO TRUE
           SET FS-NOTA-OK   TO TRUE
           SET FS-FREQ-OK   TO TRUE
           SET FS-MENS-OK   TO TRUE
           OPEN INPUT EVASAO
           IF FS-EVA-OK THEN
               SET ABERTO-EVA TO TRUE
           END-IF
           OPEN INPUT ALUNOS
           IF FS-ALUNO-OK THEN
               SET ABERTO-ALUNO TO TRUE
           END-IF
           OPEN INPUT NOTAS
           IF FS-NOTA-OK THEN
               SET ABERTO-NOTA TO TRUE
           END-IF
           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK THEN
               SET ABERTO-FREQ TO TRUE
           END-IF
           OPEN INPUT MENSALIDADES
           IF FS-MENS-OK THEN
               SET ABERTO-MENS TO TRUE
           END-IF
           .

       P435-FECHA-CONSULTAS.
           IF ABERTO-EVA THEN
               CLOSE EVASAO
           END-IF
           IF ABERTO-ALUNO THEN
               CLOSE ALUNOS
           END-IF
           IF ABERTO-NOTA THEN
               CLOSE NOTAS
           END-IF
           IF ABERTO-FREQ THEN
               CLOSE FREQUENCIA
           END-IF
           IF ABERTO-MENS THEN
               CLOSE MENSALIDADES
           END-IF
           .

       P440-PERCORRE-TURMAS.
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ TURMAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF TU-ANO EQUAL WS-ANO-INF AND
                          (WS-CD-TURMA-INF EQUAL ZEROS OR
                           TU-CD-TURMA EQUAL WS-CD-TURMA-INF) THEN
                           PERFORM P450-RETENCAO-TURMA
                       END-IF
               END-READ
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> Matricula inicial da turma = ativas + canceladas (a
      *> pre-matricula ainda nao confirmada nao conta); cada
      *> cancelada entra na tabela de saidas com o motivo.
      *>----------------------------------------------------------------
       P450-RETENCAO-TURMA.
           MOVE ZEROS TO WS-TU-INICIAL
           MOVE ZEROS TO WS-TU-CANCELADAS
           MOVE ZEROS TO WS-QTD-SAIDAS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
               MOVE ZEROS TO WS-MO-QTD-TURMA (WS-I)
           END-PERFORM

           SET FIM-AUX TO FALSE
           MOVE TU-CD-TURMA TO MT-CD-TURMA
           MOVE ZEROS       TO MT-ID-ALUNO
           START MATRICULAS KEY IS NOT LESS MT-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF MT-CD-TURMA NOT EQUAL TU-CD-TURMA THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF MT-ATIVA THEN
                               ADD 1 TO WS-TU-INICIAL
                           END-IF
                           IF MT-CANCELADA THEN
                               ADD 1 TO WS-TU-INICIAL
                               ADD 1 TO WS-TU-CANCELADAS
                               PERFORM P460-REGISTRA-SAIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TU-INICIAL > ZEROS THEN
               ADD 1                TO WS-QTD-TURMAS
               ADD WS-TU-INICIAL    TO WS-ANO-INICIAL
               ADD WS-TU-CANCELADAS TO WS-ANO-CANCELADAS
               PERFORM P500-IMPRIME-TURMA
           END-IF
           .

       P460-REGISTRA-SAIDA.
      *> Ultimo registro de evasao do aluno na turma (a matricula
      *> pode ter sido reativada e cancelada de novo).
           SET ACHOU-EVASAO TO FALSE
           MOVE ZEROS TO WS-CD-MOTIVO-INF
           MOVE ZEROS TO WS-DT-SAIDA-EVA
           SET FIM-EVA TO FALSE
           IF ABERTO-EVA THEN
               MOVE MT-CD-TURMA TO EV-CD-TURMA
               MOVE MT-ID-ALUNO TO EV-ID-ALUNO
               MOVE ZEROS       TO EV-DT-CANCELAMENTO
               START EVASAO KEY IS NOT LESS EV-CHAVE
                   INVALID KEY
                       SET FIM-EVA TO TRUE
               END-START
           ELSE
               SET FIM-EVA TO TRUE
           END-IF
           PERFORM UNTIL FIM-EVA
               READ EVASAO NEXT RECORD
                   AT END
                       SET FIM-EVA TO TRUE
                   NOT AT END
                       IF EV-CD-TURMA NOT EQUAL MT-CD-TURMA OR
                          EV-ID-ALUNO NOT EQUAL MT-ID-ALUNO THEN
                           SET FIM-EVA TO TRUE
                       ELSE
                           SET ACHOU-EVASAO TO TRUE
                           MOVE EV-CD-MOTIVO       TO WS-CD-MOTIVO-INF
                           MOVE EV-DT-CANCELAMENTO TO WS-DT-SAIDA-EVA
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-IDX = WS-CD-MOTIVO-INF + 1
           ADD 1 TO WS-MO-QTD-TURMA (WS-IDX)
           ADD 1 TO WS-MO-QTD-ANO (WS-IDX)

           IF WS-QTD-SAIDAS < WS-MAX-SAIDAS THEN
               ADD 1 TO WS-QTD-SAIDAS
               MOVE MT-ID-ALUNO      TO WS-SA-ID-ALUNO (WS-QTD-SAIDAS)
               MOVE WS-CD-MOTIVO-INF TO WS-SA-MOTIVO (WS-QTD-SAIDAS)
               MOVE WS-DT-SAIDA-EVA  TO WS-SA-DT-SAIDA (WS-QTD-SAIDAS)
           END-IF
           .

       P500-IMPRIME-TURMA.
           COMPUTE WS-PCT-RETENCAO ROUNDED =
                   (WS-TU-INICIAL - WS-TU-CANCELADAS) * 100
                   / WS-TU-INICIAL
           MOVE SPACES           TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE TU-CD-TURMA      TO WS-LT-TURMA
           MOVE TU-CD-MATERIA    TO WS-LT-MATERIA
           MOVE TU-SEMESTRE      TO WS-LT-SEMESTRE
           MOVE WS-TU-INICIAL    TO WS-LT-INICIAL
           MOVE WS-TU-CANCELADAS TO WS-LT-CANCEL
           MOVE WS-PCT-RETENCAO  TO WS-LT-PCT
           MOVE WS-LINHA-TURMA   TO WS-LINHA-REL
           WRITE WS-LINHA-REL

           IF WS-TU-CANCELADAS > ZEROS THEN
               MOVE "    CANCELADAS POR MOTIVO:" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
                   IF WS-MO-QTD-TURMA (WS-I) > ZEROS THEN
                       COMPUTE WS-LMO-CODIGO = WS-I - 1
                       MOVE WS-MO-DESCRICAO (WS-I) TO WS-LMO-DESCRICAO
                       MOVE WS-MO-QTD-TURMA (WS-I) TO WS-LMO-QTD
                       MOVE WS-LINHA-MOTIVO TO WS-LINHA-REL
                       WRITE WS-LINHA-REL
                   END-IF
               END-PERFORM

               MOVE "    ALUNO NOME                     SAIDA    MT  FR
      -             "EQ ULT.PRES.  MEDIA  M.GER.    DEB.ABERTO    VENC
      -             "IDO" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-SAIDAS
                   PERFORM P510-LINHA-SAIDA
               END-PERFORM
               IF WS-QTD-SAIDAS < WS-TU-CANCELADAS THEN
                   MOVE "    (DEMAIS SAIDAS OMITIDAS)" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               END-IF
           END-IF
           .

       P510-LINHA-SAIDA.
           PERFORM P520-NOME-ALUNO
           PERFORM P530-FREQUENCIA-SAIDA
           PERFORM P540-MEDIAS-ALUNO
           PERFORM P550-DEBITO-ALUNO

           MOVE WS-SA-ID-ALUNO (WS-I) TO WS-LS-ALUNO
           MOVE WS-NM-ALUNO-REL       TO WS-LS-NOME
           MOVE WS-SA-DT-SAIDA (WS-I) TO WS-LS-SAIDA
           MOVE WS-SA-MOTIVO (WS-I)   TO WS-LS-MOTIVO
           MOVE WS-FREQ-PERCENT       TO WS-LS-FREQ
           MOVE WS-ULT-PRESENCA       TO WS-LS-ULT-PRES
           MOVE WS-MEDIA-MATERIA      TO WS-LS-MEDIA
           MOVE WS-MEDIA-GERAL        TO WS-LS-MEDIA-GER
           MOVE WS-VL-ABERTO          TO WS-LS-ABERTO
           MOVE WS-VL-VENCIDO         TO WS-LS-VENCIDO
           MOVE WS-LINHA-SAIDA        TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P520-NOME-ALUNO.
           MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
           IF ABERTO-ALUNO THEN
               MOVE WS-SA-ID-ALUNO (WS-I) TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-REL
               END-READ
           END-IF
           .

       P530-FREQUENCIA-SAIDA.
      *> Chamada do ano na materia da turma ate a saida (sem data de
      *> saida registrada, ate o fim do ano); falta justificada fica
      *> fora do percentual, como no boletim.
           MOVE ZEROS TO WS-FREQ-AULAS
           MOVE ZEROS TO WS-FREQ-PRESENCAS
           MOVE ZEROS TO WS-FREQ-PERCENT
           MOVE ZEROS TO WS-ULT-PRESENCA
           SET FIM-AUX TO FALSE

           IF ABERTO-FREQ THEN
               MOVE WS-SA-ID-ALUNO (WS-I) TO FQ-ID-ALUNO
               MOVE TU-CD-MATERIA         TO FQ-CD-MATERIA
               MOVE WS-DT-INICIO-ANO      TO FQ-DATA
               START FREQUENCIA KEY IS NOT LESS FQ-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           ELSE
               SET FIM-AUX TO TRUE
           END-IF

           PERFORM UNTIL FIM-AUX
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF FQ-ID-ALUNO NOT EQUAL WS-SA-ID-ALUNO (WS-I)
                          OR FQ-CD-MATERIA NOT EQUAL TU-CD-MATERIA
                          OR FQ-DATA > WS-DT-FIM-ANO THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF WS-SA-DT-SAIDA (WS-I) NOT EQUAL ZEROS
                              AND FQ-DATA > WS-SA-DT-SAIDA (WS-I) THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               EVALUATE TRUE
                                   WHEN FQ-JUSTIFICADA
                                       CONTINUE
                                   WHEN FQ-PRESENTE
                                       ADD 1 TO WS-FREQ-AULAS
                                       ADD 1 TO WS-FREQ-PRESENCAS
                                       MOVE FQ-DATA TO WS-ULT-PRESENCA
                                   WHEN OTHER
                                       ADD 1 TO WS-FREQ-AULAS
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FREQ-AULAS > ZEROS THEN
               COMPUTE WS-FREQ-PERCENT ROUNDED =
                       WS-FREQ-PRESENCAS * 100 / WS-FREQ-AULAS
           END-IF
           .

       P540-MEDIAS-ALUNO.
      *> Media na materia da turma e media geral das materias com
      *> nota lancada.
           MOVE ZEROS TO WS-MEDIA-MATERIA
           MOVE ZEROS TO WS-SOMA-MEDIAS
           MOVE ZEROS TO WS-QTD-MEDIAS
           MOVE ZEROS TO WS-MEDIA-GERAL
           SET FIM-AUX TO FALSE
           IF ABERTO-NOTA THEN
               MOVE WS-SA-ID-ALUNO (WS-I) TO NT-ID-ALUNO
               MOVE ZEROS                 TO NT-CD-MATERIA
               START NOTAS KEY IS NOT LESS NT-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           ELSE
               SET FIM-AUX TO TRUE
           END-IF

           PERFORM UNTIL FIM-AUX
               READ NOTAS NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF NT-ID-ALUNO NOT EQUAL WS-SA-ID-ALUNO (WS-I)
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF NT-CD-MATERIA EQUAL TU-CD-MATERIA THEN
                               MOVE NT-MEDIA TO WS-MEDIA-MATERIA
                           END-IF
                           ADD NT-MEDIA TO WS-SOMA-MEDIAS
                           ADD 1 TO WS-QTD-MEDIAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-MEDIAS > ZEROS THEN
               COMPUTE WS-MEDIA-GERAL ROUNDED =
                       WS-SOMA-MEDIAS / WS-QTD-MEDIAS
           END-IF
           .

       P550-DEBITO-ALUNO.
      *> Mensalidades e taxas em aberto hoje; vencido = vencimento
      *> ja passado.
           MOVE ZEROS TO WS-VL-ABERTO
           MOVE ZEROS TO WS-VL-VENCIDO
           SET FIM-AUX TO FALSE
           IF ABERTO-MENS THEN
               MOVE WS-SA-ID-ALUNO (WS-I) TO MN-ID-ALUNO
               MOVE ZEROS                 TO MN-COMPETENCIA
               MOVE ZEROS                 TO MN-SEQ
               START MENSALIDADES KEY IS NOT LESS MN-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           ELSE
               SET FIM-AUX TO TRUE
           END-IF

           PERFORM UNTIL FIM-AUX
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF MN-ID-ALUNO NOT EQUAL WS-SA-ID-ALUNO (WS-I)
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF MN-ABERTA THEN
                               ADD MN-VALOR TO WS-VL-ABERTO
                               IF MN-DT-VENCIMENTO < WS-DATA-HOJE THEN
                                   ADD MN-VALOR TO WS-VL-VENCIDO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P600-RESUMO-ANO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "-" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ZEROS TO WS-PCT-RETENCAO
           IF WS-ANO-INICIAL > ZEROS THEN
               COMPUTE WS-PCT-RETENCAO ROUNDED =
                       (WS-ANO-INICIAL - WS-ANO-CANCELADAS) * 100
                       / WS-ANO-INICIAL
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING "RESUMO DO ANO - TURMAS: " DELIMITED BY SIZE
                  WS-QTD-TURMAS DELIMITED BY SIZE
                  "  MATRICULA INICIAL: " DELIMITED BY SIZE
                  WS-ANO-INICIAL DELIMITED BY SIZE
                  "  CANCELADAS: " DELIMITED BY SIZE
                  WS-ANO-CANCELADAS DELIMITED BY SIZE
                  "  RETENCAO: " DELIMITED BY SIZE
                  WS-PCT-RETENCAO DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF WS-ANO-CANCELADAS > ZEROS THEN
               MOVE "    CANCELADAS POR MOTIVO:" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
                   IF WS-MO-QTD-ANO (WS-I) > ZEROS THEN
                       COMPUTE WS-LMO-CODIGO = WS-I - 1
                       MOVE WS-MO-DESCRICAO (WS-I) TO WS-LMO-DESCRICAO
                       MOVE WS-MO-QTD-ANO (WS-I)   TO WS-LMO-QTD
                       MOVE WS-LINHA-MOTIVO TO WS-LINHA-REL
                       WRITE WS-LINHA-REL
                   END-IF
               END-PERFORM
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM RETENCAO.
