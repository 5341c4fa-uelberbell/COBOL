      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:PROCESSO SELETIVO DE ALUNOS NOVOS (PROSPECT.DAT), DO
      *         PRIMEIRO CONTATO DA FAMILIA ATE A MATRICULA: CADASTRA O
      *         PROSPECTO LIGADO AO CONTATO DO M3 (CONTATOS.DAT) COM O
      *         ANO E A TURMA PRETENDIDOS, INSCREVE NA PROVA DE
      *         INGRESSO, LANCA A NOTA E CLASSIFICA OS CANDIDATOS DA
      *         TURMA POR NOTA CONTRA A NOTA MINIMA INFORMADA. NA
      *         EFETIVACAO, EM ORDEM DE CLASSIFICACAO, CADA APROVADO
      *         VIRA ALUNO (ALUNOS.DAT, COM O CONTATO VINCULADO COMO
      *         RESPONSAVEL EM RESPALU.DAT) E E MATRICULADO NA TURMA
      *         ENQUANTO HOUVER VAGA (MESMA CONTAGEM DE LOTACAO DO
      *         MATTUR); QUEM SOBRA ENTRA NA FILA DE ESPERA DA TURMA
      *         (FILAESP.DAT), DE ONDE O MATTUR PROMOVE NA PRIMEIRA
      *         VAGA. O FUNIL POR TURMA PRETENDIDA (PROSPECTOS,
      *         CANDIDATOS, APROVADOS E MATRICULADOS) SAI NO SPOOL
      *         (SPLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROSPECT ASSIGN TO WS-PROSPECT-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CHAVE
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT FILAESP ASSIGN TO WS-FILAESP-PATH
      *>          FILA DE ESPERA POR TURMA, EM ORDEM DE CHEGADA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS WS-FS-FILA.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (PAIS/RESPONSAVEIS).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CNT.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD PROSPECT.
       COPY FD_PROSPECT.

       FD TURMAS.
       COPY FD_TURMA.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD FILAESP.
       COPY FD_FILAESP.

       FD RESPALU.
       COPY FD_RESPALU.

       FD CONTATOS.
       COPY FD_CONTT.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-FILA        PIC 99.
           88 FS-FILA-OK    VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-CNT         PIC 99.
           88 FS-CNT-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-AUX           PIC X.
           88 FIM-AUX          VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRMA          PIC X VALUE SPACES.

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-INF           PIC 9(04) VALUE ZEROS.
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-ID-CONTATO-INF    PIC 9(05) VALUE ZEROS.
       77 WS-NM-CANDIDATO-INF  PIC X(60) VALUE SPACES.
       77 WS-DT-NASC-INF       PIC 9(08) VALUE ZEROS.
       77 WS-DT-PROVA-INF      PIC 9(08) VALUE ZEROS.
       77 WS-NOTA-INF          PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOTA-MINIMA       PIC 9(02)V99 VALUE ZEROS.
       77 WS-NOTA-ED           PIC Z9,99.
       77 WS-PROX-SEQ          PIC 9(04) VALUE ZEROS.

       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU            VALUE "S" FALSE "N".
       77 WS-VALIDO            PIC X VALUE "N".
           88 DADO-VALIDO      VALUE "S" FALSE "N".

      *> Turma pretendida.
       77 WS-TURMA-OK          PIC X VALUE "N".
           88 TURMA-VALIDA     VALUE "S" FALSE "N".
       77 WS-CAPACIDADE-TURMA  PIC 9(03) VALUE ZEROS.
       77 WS-ANO-TURMA         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MATRICULADOS  PIC 9(03) VALUE ZEROS.

      *> Contato do M3.
       77 WS-NM-CONTATO        PIC X(40) VALUE SPACES.
       77 WS-TL-CONTATO        PIC 9(11) VALUE ZEROS.

      *> Candidatos da turma na classificacao/efetivacao, em ordem.
       77 WS-MAX-CAND          PIC 9(03) VALUE 200.
       77 WS-QTD-CAND          PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-J                 PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CAND.
           03 WS-CA-ITEM OCCURS 200 TIMES.
               05 WS-CA-SEQ        PIC 9(04).
               05 WS-CA-NOTA       PIC 9(02)V99.
               05 WS-CA-CLASSIF    PIC 9(03).
       01 WS-CA-TROCA.
           03 WS-CT-SEQ            PIC 9(04).
           03 WS-CT-NOTA           PIC 9(02)V99.
           03 WS-CT-CLASSIF        PIC 9(03).

       77 WS-ULTIMO-ALUNO      PIC 9(05) VALUE ZEROS.
       77 WS-NOVO-ALUNO        PIC 9(05) VALUE ZEROS.
       77 WS-PROX-SEQ-FILA     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-APROVADOS     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-NAO-APROV     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-MATRICULADOS  PIC 9(03) VALUE ZEROS.
       77 WS-TOT-ESPERA        PIC 9(03) VALUE ZEROS.
       77 WS-TOT-ERROS         PIC 9(03) VALUE ZEROS.
       77 WS-GRAVOU            PIC X VALUE "N".
           88 GRAVOU           VALUE "S" FALSE "N".

      *> Funil por turma pretendida.
       77 WS-MAX-FUNIL         PIC 9(03) VALUE 100.
       77 WS-QTD-FUNIL         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-FUNIL.
           03 WS-FU-ITEM OCCURS 100 TIMES.
               05 WS-FU-TURMA      PIC 9(03).
               05 WS-FU-PROSPECTOS PIC 9(04).
               05 WS-FU-CANDIDATOS PIC 9(04).
               05 WS-FU-APROVADOS  PIC 9(04).
               05 WS-FU-MATRICULAS PIC 9(04).
               05 WS-FU-ESPERA     PIC 9(04).
               05 WS-FU-DESISTENTES PIC 9(04).
       01 WS-FU-TOTAIS.
           03 WS-FT-PROSPECTOS     PIC 9(05).
           03 WS-FT-CANDIDATOS     PIC 9(05).
           03 WS-FT-APROVADOS      PIC 9(05).
           03 WS-FT-MATRICULAS     PIC 9(05).
           03 WS-FT-ESPERA         PIC 9(05).
           03 WS-FT-DESISTENTES    PIC 9(05).
       77 WS-PCT-CONVERSAO     PIC 9(03) VALUE ZEROS.

       COPY WS_DATUTIL.
       COPY WS_SPLCTL.

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

           DISPLAY "***PROCESSO SELETIVO (ADMISSAO)***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-ALUNOS-PATH TO WS-JORNAL-PATH
           MOVE "ALUNOS" TO JR-ARQUIVO
           MOVE "ADMISSAO" TO JR-PROGRAMA
           PERFORM P110-RESOLVE-CONTATOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

      *> CONTATOS.DAT vive no diretorio de dados do M3 (mesmo padrao
      *> de resolucao de P-RESOLVE-PATH.cpy).
       P110-RESOLVE-CONTATOS.
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
      *>   Perfil TREINO (SIS_AMBIENTE): os arquivos do M3 tambem
      *>   vem da subpasta clonada (ver AMBREF).
           IF WS-AMBIENTE-M4 EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-M3 TO WS-DIR-TRN
               MOVE SPACES         TO WS-BASE-DIR-M3
               STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONTATOS.DAT" DELIMITED BY SIZE
                  INTO WS-CONTATOS-PATH-LOCAL
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> NOVO PROSPECTO  <2> INSCREVER NA PROVA"
                   "  <3> NOTA DA PROVA  <4> CLASSIFICAR TURMA"
           DISPLAY "        <5> EFETIVAR APROVADOS  <6> DESISTENCIA  "
                   "<7> FUNIL POR TURMA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-NOVO-PROSPECTO
               WHEN "2"
                   PERFORM P320-INSCRICAO
               WHEN "3"
                   PERFORM P330-NOTA-PROVA
               WHEN "4"
                   PERFORM P400-CLASSIFICA
               WHEN "5"
                   PERFORM P500-EFETIVA
               WHEN "6"
                   PERFORM P340-DESISTENCIA
               WHEN "7"
                   PERFORM P600-FUNIL
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-NOVO-PROSPECTO.
           DISPLAY "CONTATO DO M3 (RESPONSAVEL PELA FAMILIA): "
           ACCEPT WS-ID-CONTATO-INF
           PERFORM P700-LE-CONTATO
           IF NOT ACHOU THEN
               DISPLAY "CONTATO NAO CADASTRADO OU INATIVO NO M3 "
                       "(CADCONTT)"
           ELSE
               DISPLAY "CONTATO: " WS-NM-CONTATO
               DISPLAY "NOME DO CANDIDATO: "
               ACCEPT WS-NM-CANDIDATO-INF
               DISPLAY "NASCIMENTO (AAAAMMDD, ZEROS = NAO INFORMADO): "
               ACCEPT WS-DT-NASC-INF
               DISPLAY "ANO PRETENDIDO (AAAA): "
               ACCEPT WS-ANO-INF
               DISPLAY "TURMA PRETENDIDA: "
               ACCEPT WS-CD-TURMA-INF

               SET DADO-VALIDO TO TRUE
               IF WS-NM-CANDIDATO-INF EQUAL SPACES THEN
                   SET DADO-VALIDO TO FALSE
                   DISPLAY "NOME DO CANDIDATO OBRIGATORIO"
               END-IF
               IF DADO-VALIDO AND WS-DT-NASC-INF NOT EQUAL ZEROS THEN
                   MOVE "V"            TO WS-DU-OPERACAO
                   MOVE WS-DT-NASC-INF TO WS-DU-DATA-1
                   CALL "DATUTIL" USING WS-DATUTIL-PARM
                   IF WS-DU-ERRO EQUAL "S" THEN
                       SET DADO-VALIDO TO FALSE
                       DISPLAY "DATA DE NASCIMENTO INVALIDA"
                   END-IF
               END-IF
               IF DADO-VALIDO THEN
                   PERFORM P710-VALIDA-TURMA
                   IF NOT TURMA-VALIDA THEN
                       SET DADO-VALIDO TO FALSE
                       DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
                   ELSE
                       IF WS-ANO-TURMA NOT EQUAL WS-ANO-INF THEN
                           SET DADO-VALIDO TO FALSE
                           DISPLAY "A TURMA " WS-CD-TURMA-INF
                                   " E DO ANO " WS-ANO-TURMA
                       END-IF
                   END-IF
               END-IF
               IF DADO-VALIDO THEN
                   PERFORM P315-GRAVA-PROSPECTO
               END-IF
           END-IF
           .

       P315-GRAVA-PROSPECTO.
      *> Numero seguinte ao ultimo do ano pretendido.
           SET FS-OK   TO TRUE
           SET FIM-AUX TO FALSE
           MOVE ZEROS  TO WS-PROX-SEQ
           OPEN I-O PROSPECT
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT PROSPECT
               CLOSE PROSPECT
               SET FS-OK TO TRUE
               OPEN I-O PROSPECT
           END-IF
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR PROSPECT.DAT - FILE STATUS: "
                       WS-FS
           ELSE
               MOVE WS-ANO-INF TO PS-ANO
               MOVE ZEROS      TO PS-SEQ
               START PROSPECT KEY IS NOT LESS PS-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ PROSPECT NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF PS-ANO NOT EQUAL WS-ANO-INF THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               MOVE PS-SEQ TO WS-PROX-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-PROX-SEQ

               INITIALIZE REG-PROSPECT
               MOVE WS-ANO-INF          TO PS-ANO
               MOVE WS-PROX-SEQ         TO PS-SEQ
               MOVE WS-ID-CONTATO-INF   TO PS-ID-CONTATO
               MOVE WS-NM-CANDIDATO-INF TO PS-NM-CANDIDATO
               MOVE WS-DT-NASC-INF      TO PS-DT-NASC
               MOVE WS-CD-TURMA-INF     TO PS-CD-TURMA
               SET PS-PROSPECTO         TO TRUE
               MOVE WS-DATA-HOJE        TO PS-DT-CADASTRO
               MOVE WS-DATA-HOJE        TO PS-DT-STATUS
               MOVE LK-OPERADOR         TO PS-OPERADOR
               WRITE REG-PROSPECT
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O PROSPECTO"
                   NOT INVALID KEY
                       DISPLAY "PROSPECTO GRAVADO: " PS-ANO "/" PS-SEQ
               END-WRITE
               CLOSE PROSPECT
           END-IF
           .

       P320-INSCRICAO.
           PERFORM P720-LE-PROSPECTO-IO
           IF ACHOU THEN
               IF NOT PS-PROSPECTO AND NOT PS-INSCRITO THEN
                   DISPLAY "SITUACAO NAO PERMITE INSCRICAO: " PS-STATUS
               ELSE
                   DISPLAY "DATA DA PROVA DE INGRESSO (AAAAMMDD): "
                   ACCEPT WS-DT-PROVA-INF
                   MOVE "V"             TO WS-DU-OPERACAO
                   MOVE WS-DT-PROVA-INF TO WS-DU-DATA-1
                   CALL "DATUTIL" USING WS-DATUTIL-PARM
                   IF WS-DU-ERRO EQUAL "S" THEN
                       DISPLAY "DATA INVALIDA"
                   ELSE
                       MOVE WS-DT-PROVA-INF TO PS-DT-PROVA
                       SET PS-INSCRITO      TO TRUE
                       PERFORM P730-REGRAVA-PROSPECTO
                   END-IF
               END-IF
           END-IF
           IF FS-OK THEN
               CLOSE PROSPECT
           END-IF
           .

       P330-NOTA-PROVA.
           PERFORM P720-LE-PROSPECTO-IO
           IF ACHOU THEN
               IF NOT PS-INSCRITO AND NOT PS-PROVA-FEITA THEN
                   DISPLAY "CANDIDATO NAO INSCRITO NA PROVA (OPCAO 2)"
               ELSE
                   IF PS-DT-PROVA > WS-DATA-HOJE THEN
                       DISPLAY "A PROVA AINDA NAO ACONTECEU ("
                               PS-DT-PROVA ")"
                   ELSE
                       DISPLAY "NOTA DA PROVA (0 A 10): "
                       ACCEPT WS-NOTA-INF
                       PERFORM UNTIL WS-NOTA-INF IS NUMERIC
                               AND WS-NOTA-INF <= 10
                           DISPLAY "NOTA INVALIDA"
                           DISPLAY "NOTA DA PROVA (0 A 10): "
                           ACCEPT WS-NOTA-INF
                       END-PERFORM
                       MOVE WS-NOTA-INF TO PS-NOTA-PROVA
                       MOVE ZEROS       TO PS-CLASSIFICACAO
                       SET PS-PROVA-FEITA TO TRUE
                       PERFORM P730-REGRAVA-PROSPECTO
                   END-IF
               END-IF
           END-IF
           IF FS-OK THEN
               CLOSE PROSPECT
           END-IF
           .

       P340-DESISTENCIA.
           PERFORM P720-LE-PROSPECTO-IO
           IF ACHOU THEN
               EVALUATE TRUE
                   WHEN PS-DESISTIU
                       DISPLAY "CANDIDATO JA CONSTA COMO DESISTENTE"
                   WHEN PS-MATRICULADO
                       DISPLAY "CANDIDATO JA MATRICULADO - CANCELE A "
                               "MATRICULA NO MATTUR"
                   WHEN OTHER
                       IF PS-EM-ESPERA THEN
                           PERFORM P345-SAI-DA-FILA
                       END-IF
                       SET PS-DESISTIU TO TRUE
                       PERFORM P730-REGRAVA-PROSPECTO
               END-EVALUATE
           END-IF
           IF FS-OK THEN
               CLOSE PROSPECT
           END-IF
           .

       P345-SAI-DA-FILA.
      *> Quem estava na fila da turma e desistiu sai da fila ("C"),
      *> para o MATTUR nao promove-lo na proxima vaga.
           SET FS-FILA-OK TO TRUE
           SET FIM-AUX    TO FALSE
           OPEN I-O FILAESP
           IF NOT FS-FILA-OK THEN
               SET FIM-AUX TO TRUE
           ELSE
               MOVE PS-CD-TURMA TO FL-CD-TURMA
               MOVE ZEROS       TO FL-SEQ
               START FILAESP KEY IS NOT LESS FL-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-AUX
               READ FILAESP NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF FL-CD-TURMA NOT EQUAL PS-CD-TURMA THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF FL-AGUARDANDO AND
                              FL-ID-ALUNO EQUAL PS-ID-ALUNO THEN
                               SET FL-DESISTIU TO TRUE
                               REWRITE REG-FILAESP
                               DISPLAY "RETIRADO DA FILA DA TURMA "
                                       FL-CD-TURMA
                               SET FIM-AUX TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-FILA-OK THEN
               CLOSE FILAESP
           END-IF
           .

       P400-CLASSIFICA.
      *> Classificacao por nota, maior primeiro; no empate fica quem
      *> se inscreveu antes (numero menor).
           DISPLAY "ANO PRETENDIDO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "TURMA PRETENDIDA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "NOTA MINIMA PARA APROVACAO: "
           ACCEPT WS-NOTA-MINIMA
           PERFORM UNTIL WS-NOTA-MINIMA IS NUMERIC
                   AND WS-NOTA-MINIMA <= 10
               DISPLAY "NOTA INVALIDA"
               DISPLAY "NOTA MINIMA PARA APROVACAO: "
               ACCEPT WS-NOTA-MINIMA
           END-PERFORM

           MOVE ZEROS TO WS-QTD-CAND
           MOVE ZEROS TO WS-TOT-APROVADOS
           MOVE ZEROS TO WS-TOT-NAO-APROV
           SET FS-OK  TO TRUE
           OPEN I-O PROSPECT
           IF NOT FS-OK THEN
               DISPLAY "PROSPECT.DAT INDISPONIVEL - FILE STATUS: " WS-FS
           ELSE
               PERFORM P410-CARREGA-CLASSIFICAVEIS
               IF WS-QTD-CAND EQUAL ZEROS THEN
                   DISPLAY "NENHUM CANDIDATO COM NOTA NA TURMA"
               ELSE
                   PERFORM P420-ORDENA-POR-NOTA
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-CAND
                       PERFORM P430-GRAVA-CLASSIFICACAO
                   END-PERFORM
                   PERFORM P710-VALIDA-TURMA
                   PERFORM P740-CONTA-MATRICULADOS
                   DISPLAY "APROVADOS: " WS-TOT-APROVADOS
                           "  NAO APROVADOS: " WS-TOT-NAO-APROV
                   DISPLAY "VAGAS LIVRES NA TURMA: "
                           WS-CAPACIDADE-TURMA " - "
                           WS-QTD-MATRICULADOS " OCUPADAS"
               END-IF
               CLOSE PROSPECT
           END-IF
           .

       P410-CARREGA-CLASSIFICAVEIS.
      *> Candidatos da turma com prova feita (ainda nao efetivados).
           SET FIM-AUX TO FALSE
           MOVE WS-ANO-INF TO PS-ANO
           MOVE ZEROS      TO PS-SEQ
           START PROSPECT KEY IS NOT LESS PS-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ PROSPECT NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF PS-ANO NOT EQUAL WS-ANO-INF THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF PS-CD-TURMA EQUAL WS-CD-TURMA-INF AND
                              (PS-PROVA-FEITA OR PS-APROVADO OR
                               PS-NAO-APROVADO) AND
                              WS-QTD-CAND < WS-MAX-CAND THEN
                               ADD 1 TO WS-QTD-CAND
                               MOVE PS-SEQ TO WS-CA-SEQ (WS-QTD-CAND)
                               MOVE PS-NOTA-PROVA TO
                                    WS-CA-NOTA (WS-QTD-CAND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P420-ORDENA-POR-NOTA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-QTD-CAND
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-QTD-CAND
                   IF WS-CA-NOTA (WS-J) > WS-CA-NOTA (WS-I) OR
                      (WS-CA-NOTA (WS-J) EQUAL WS-CA-NOTA (WS-I) AND
                       WS-CA-SEQ (WS-J) < WS-CA-SEQ (WS-I)) THEN
                       MOVE WS-CA-ITEM (WS-I) TO WS-CA-TROCA
                       MOVE WS-CA-ITEM (WS-J) TO WS-CA-ITEM (WS-I)
                       MOVE WS-CA-TROCA       TO WS-CA-ITEM (WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       P430-GRAVA-CLASSIFICACAO.
           MOVE WS-ANO-INF       TO PS-ANO
           MOVE WS-CA-SEQ (WS-I) TO PS-SEQ
           READ PROSPECT
               KEY IS PS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-I TO PS-CLASSIFICACAO
                   IF PS-NOTA-PROVA >= WS-NOTA-MINIMA THEN
                       SET PS-APROVADO TO TRUE
                       ADD 1 TO WS-TOT-APROVADOS
                   ELSE
                       SET PS-NAO-APROVADO TO TRUE
                       ADD 1 TO WS-TOT-NAO-APROV
                   END-IF
                   MOVE WS-DATA-HOJE TO PS-DT-STATUS
                   REWRITE REG-PROSPECT
                   MOVE PS-NOTA-PROVA TO WS-NOTA-ED
                   DISPLAY WS-I "o " PS-ANO "/" PS-SEQ " "
                           PS-NM-CANDIDATO (1:30) " NOTA " WS-NOTA-ED
                           " " PS-STATUS
           END-READ
           .

       P500-EFETIVA.
           DISPLAY "ANO PRETENDIDO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "TURMA PRETENDIDA: "
           ACCEPT WS-CD-TURMA-INF

           PERFORM P710-VALIDA-TURMA
           IF NOT TURMA-VALIDA THEN
               DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
           ELSE
               MOVE ZEROS TO WS-QTD-CAND
               SET FS-OK  TO TRUE
               OPEN I-O PROSPECT
               IF NOT FS-OK THEN
                   DISPLAY "PROSPECT.DAT INDISPONIVEL - FILE STATUS: "
                           WS-FS
               ELSE
                   PERFORM P510-CARREGA-APROVADOS
                   IF WS-QTD-CAND EQUAL ZEROS THEN
                       DISPLAY "NENHUM APROVADO A EFETIVAR NA TURMA "
                               "(CLASSIFIQUE COM A OPCAO 4)"
                   ELSE
                       PERFORM P740-CONTA-MATRICULADOS
                       DISPLAY WS-QTD-CAND " APROVADO(S); VAGAS: "
                               WS-CAPACIDADE-TURMA " - "
                               WS-QTD-MATRICULADOS " OCUPADAS"
                       DISPLAY "EFETIVAR (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL "S" OR
                          WS-CONFIRMA EQUAL "s" THEN
                           PERFORM P520-EFETIVA-APROVADOS
                       END-IF
                   END-IF
                   CLOSE PROSPECT
               END-IF
           END-IF
           .

       P510-CARREGA-APROVADOS.
           SET FIM-AUX TO FALSE
           MOVE WS-ANO-INF TO PS-ANO
           MOVE ZEROS      TO PS-SEQ
           START PROSPECT KEY IS NOT LESS PS-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ PROSPECT NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF PS-ANO NOT EQUAL WS-ANO-INF THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF PS-CD-TURMA EQUAL WS-CD-TURMA-INF AND
                              PS-APROVADO AND
                              WS-QTD-CAND < WS-MAX-CAND THEN
                               ADD 1 TO WS-QTD-CAND
                               MOVE PS-SEQ TO WS-CA-SEQ (WS-QTD-CAND)
                               MOVE PS-CLASSIFICACAO TO
                                    WS-CA-CLASSIF (WS-QTD-CAND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *>   Ordem de classificacao.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-QTD-CAND
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-QTD-CAND
                   IF WS-CA-CLASSIF (WS-J) < WS-CA-CLASSIF (WS-I) THEN
                       MOVE WS-CA-ITEM (WS-I) TO WS-CA-TROCA
                       MOVE WS-CA-ITEM (WS-J) TO WS-CA-ITEM (WS-I)
                       MOVE WS-CA-TROCA       TO WS-CA-ITEM (WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       P520-EFETIVA-APROVADOS.
           MOVE ZEROS TO WS-TOT-MATRICULADOS
           MOVE ZEROS TO WS-TOT-ESPERA
           MOVE ZEROS TO WS-TOT-ERROS
           PERFORM P750-ULTIMO-ALUNO

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-CAND
               MOVE WS-ANO-INF       TO PS-ANO
               MOVE WS-CA-SEQ (WS-I) TO PS-SEQ
               READ PROSPECT
                   KEY IS PS-CHAVE
                   INVALID KEY
                       ADD 1 TO WS-TOT-ERROS
                   NOT INVALID KEY
                       PERFORM P530-EFETIVA-CANDIDATO
               END-READ
           END-PERFORM

           DISPLAY "MATRICULADOS: " WS-TOT-MATRICULADOS
                   "  NA FILA DE ESPERA: " WS-TOT-ESPERA
           IF WS-TOT-ERROS > ZEROS THEN
               DISPLAY "NAO EFETIVADOS POR ERRO: " WS-TOT-ERROS
           END-IF
           .

       P530-EFETIVA-CANDIDATO.
           IF PS-ID-ALUNO EQUAL ZEROS THEN
               PERFORM P540-CRIA-ALUNO
           END-IF
           IF PS-ID-ALUNO EQUAL ZEROS THEN
               ADD 1 TO WS-TOT-ERROS
           ELSE
               PERFORM P550-VINCULA-RESPONSAVEL
               IF WS-QTD-MATRICULADOS < WS-CAPACIDADE-TURMA THEN
                   PERFORM P560-GRAVA-MATRICULA
                   IF GRAVOU THEN
                       ADD 1 TO WS-QTD-MATRICULADOS
                       ADD 1 TO WS-TOT-MATRICULADOS
                       SET PS-MATRICULADO TO TRUE
                   END-IF
               ELSE
                   PERFORM P570-ENTRA-FILA
                   IF GRAVOU THEN
                       ADD 1 TO WS-TOT-ESPERA
                       SET PS-EM-ESPERA TO TRUE
                   END-IF
               END-IF
               IF NOT GRAVOU THEN
                   ADD 1 TO WS-TOT-ERROS
               END-IF
               MOVE WS-DATA-HOJE TO PS-DT-STATUS
               REWRITE REG-PROSPECT
               DISPLAY PS-ANO "/" PS-SEQ " " PS-NM-CANDIDATO (1:30)
                       " ALUNO " PS-ID-ALUNO " - " PS-STATUS
           END-IF
           .

       P540-CRIA-ALUNO.
      *> Ficha minima: nome, nascimento e o telefone do contato; a
      *> secretaria completa a ficha civil no ALTALU.
           SET FS-ALUNO-OK TO TRUE
           OPEN I-O ALUNOS
           IF WS-FS-ALUNO EQUAL 35 THEN
               OPEN OUTPUT ALUNOS
               CLOSE ALUNOS
               SET FS-ALUNO-OK TO TRUE
               OPEN I-O ALUNOS
           END-IF
           IF FS-ALUNO-OK THEN
               MOVE PS-ID-CONTATO TO WS-ID-CONTATO-INF
               PERFORM P700-LE-CONTATO
               SET GRAVOU TO FALSE
               PERFORM UNTIL GRAVOU OR WS-ULTIMO-ALUNO >= 99999
                   ADD 1 TO WS-ULTIMO-ALUNO
                   INITIALIZE REG-ALUNO
                   MOVE WS-ULTIMO-ALUNO TO ID-ALUNO
                   MOVE PS-NM-CANDIDATO TO NM-ALUNO
                   MOVE WS-TL-CONTATO   TO TL-ALUNO
                   SET ST-ALUNO-ATIVO   TO TRUE
                   MOVE PS-DT-NASC      TO DT-NASC-ALUNO
                   WRITE REG-ALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "W" TO JR-OPERACAO
                           MOVE REG-ALUNO TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           SET GRAVOU TO TRUE
                           MOVE WS-ULTIMO-ALUNO TO PS-ID-ALUNO
                   END-WRITE
               END-PERFORM
               CLOSE ALUNOS
           ELSE
               DISPLAY "ERRO AO ABRIR ALUNOS.DAT - FILE STATUS: "
                       WS-FS-ALUNO
           END-IF
           .

       P550-VINCULA-RESPONSAVEL.
      *> O contato do processo seletivo fica como responsavel
      *> financeiro do aluno novo (RESPMNT ajusta o tipo depois).
           SET FS-RESP-OK TO TRUE
           OPEN I-O RESPALU
           IF WS-FS-RESP EQUAL 35 THEN
               OPEN OUTPUT RESPALU
               CLOSE RESPALU
               SET FS-RESP-OK TO TRUE
               OPEN I-O RESPALU
           END-IF
           IF FS-RESP-OK THEN
               MOVE PS-ID-ALUNO   TO RS-ID-ALUNO
               MOVE PS-ID-CONTATO TO RS-ID-CONTATO
               MOVE "F"           TO RS-TIPO
               SET RS-ATIVO       TO TRUE
               WRITE REG-RESPALU
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE RESPALU
           END-IF
           .

       P560-GRAVA-MATRICULA.
      *> Mesma gravacao do MATTUR: nova matricula ativa, ou reativacao
      *> de vinculo cancelado.
           SET GRAVOU     TO FALSE
           SET FS-MATR-OK TO TRUE
           OPEN I-O MATRICULAS
           IF WS-FS-MATR EQUAL 35 THEN
               OPEN OUTPUT MATRICULAS
               CLOSE MATRICULAS
               SET FS-MATR-OK TO TRUE
               OPEN I-O MATRICULAS
           END-IF
           IF FS-MATR-OK THEN
               MOVE WS-CD-TURMA-INF TO MT-CD-TURMA
               MOVE PS-ID-ALUNO     TO MT-ID-ALUNO
               SET MT-ATIVA         TO TRUE
               MOVE WS-DATA-HOJE    TO MT-DT-MATRICULA
               WRITE REG-MATRICULA
                   INVALID KEY
                       READ MATRICULAS
                           KEY IS MT-CHAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF MT-CANCELADA THEN
                                   SET MT-ATIVA TO TRUE
                                   MOVE WS-DATA-HOJE TO MT-DT-MATRICULA
                                   REWRITE REG-MATRICULA
                                   SET GRAVOU TO TRUE
                               END-IF
                       END-READ
                   NOT INVALID KEY
                       SET GRAVOU TO TRUE
               END-WRITE
               CLOSE MATRICULAS
           ELSE
               DISPLAY "ERRO AO ABRIR MATRICULAS.DAT - FILE STATUS: "
                       WS-FS-MATR
           END-IF
           .

       P570-ENTRA-FILA.
      *> Fim da fila da turma, como o MATTUR faz na turma lotada.
           SET GRAVOU     TO FALSE
           SET FS-FILA-OK TO TRUE
           SET FIM-AUX    TO FALSE
           MOVE ZEROS     TO WS-PROX-SEQ-FILA
           OPEN I-O FILAESP
           IF WS-FS-FILA EQUAL 35 THEN
               OPEN OUTPUT FILAESP
               CLOSE FILAESP
               SET FS-FILA-OK TO TRUE
               OPEN I-O FILAESP
           END-IF
           IF NOT FS-FILA-OK THEN
               DISPLAY "ERRO AO ABRIR FILAESP.DAT - FILE STATUS: "
                       WS-FS-FILA
           ELSE
               MOVE WS-CD-TURMA-INF TO FL-CD-TURMA
               MOVE ZEROS           TO FL-SEQ
               START FILAESP KEY IS NOT LESS FL-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ FILAESP NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF FL-CD-TURMA NOT EQUAL WS-CD-TURMA-INF THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               MOVE FL-SEQ TO WS-PROX-SEQ-FILA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-CD-TURMA-INF TO FL-CD-TURMA
               COMPUTE FL-SEQ = WS-PROX-SEQ-FILA + 1
               MOVE PS-ID-ALUNO     TO FL-ID-ALUNO
               MOVE WS-DATA-HOJE    TO FL-DT-ENTRADA
               SET FL-AGUARDANDO    TO TRUE
               WRITE REG-FILAESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRAVOU TO TRUE
               END-WRITE
               CLOSE FILAESP
           END-IF
           .

       P600-FUNIL.
           DISPLAY "ANO PRETENDIDO (AAAA): "
           ACCEPT WS-ANO-INF
           MOVE ZEROS TO WS-QTD-FUNIL
           MOVE ZEROS TO WS-FU-TOTAIS

           SET FIM-AUX TO FALSE
           SET FS-OK   TO TRUE
           OPEN INPUT PROSPECT
           IF NOT FS-OK THEN
               SET FIM-AUX TO TRUE
           ELSE
               MOVE WS-ANO-INF TO PS-ANO
               MOVE ZEROS      TO PS-SEQ
               START PROSPECT KEY IS NOT LESS PS-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-AUX
               READ PROSPECT NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF PS-ANO NOT EQUAL WS-ANO-INF THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           PERFORM P610-CONTA-NO-FUNIL
                       END-IF
               END-READ
           END-PERFORM
           IF FS-OK THEN
               CLOSE PROSPECT
           END-IF

           IF WS-QTD-FUNIL EQUAL ZEROS THEN
               DISPLAY "NENHUM PROSPECTO PARA " WS-ANO-INF
           ELSE
               PERFORM P620-IMPRIME-FUNIL
           END-IF
           .

       P610-CONTA-NO-FUNIL.
           SET ACHOU TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-FUNIL OR ACHOU
               IF WS-FU-TURMA (WS-I) EQUAL PS-CD-TURMA THEN
                   SET ACHOU TO TRUE
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF NOT ACHOU AND WS-QTD-FUNIL < WS-MAX-FUNIL THEN
               ADD 1 TO WS-QTD-FUNIL
               INITIALIZE WS-FU-ITEM (WS-QTD-FUNIL)
               MOVE PS-CD-TURMA TO WS-FU-TURMA (WS-QTD-FUNIL)
               MOVE WS-QTD-FUNIL TO WS-J
               SET ACHOU TO TRUE
           END-IF
           IF ACHOU THEN
               ADD 1 TO WS-FU-PROSPECTOS (WS-J)
               ADD 1 TO WS-FT-PROSPECTOS
               IF PS-CANDIDATO THEN
                   ADD 1 TO WS-FU-CANDIDATOS (WS-J)
                   ADD 1 TO WS-FT-CANDIDATOS
               END-IF
               IF PS-FOI-APROVADO THEN
                   ADD 1 TO WS-FU-APROVADOS (WS-J)
                   ADD 1 TO WS-FT-APROVADOS
               END-IF
               IF PS-MATRICULADO THEN
                   ADD 1 TO WS-FU-MATRICULAS (WS-J)
                   ADD 1 TO WS-FT-MATRICULAS
               END-IF
               IF PS-EM-ESPERA THEN
                   ADD 1 TO WS-FU-ESPERA (WS-J)
                   ADD 1 TO WS-FT-ESPERA
               END-IF
               IF PS-DESISTIU THEN
                   ADD 1 TO WS-FU-DESISTENTES (WS-J)
                   ADD 1 TO WS-FT-DESISTENTES
               END-IF
           END-IF
           .

       P620-IMPRIME-FUNIL.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "ADMISSAO"  TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\ADMISSAO.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "FUNIL DO PROCESSO SELETIVO - ANO "
                      DELIMITED BY SIZE
                      WS-ANO-INF DELIMITED BY SIZE
                      " - POSICAO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "TURMA  PROSPECTOS  CANDIDATOS  APROVADOS  MATRICUL
      -             "ADOS  EM ESPERA  DESISTENTES  CONVERSAO" TO
                    WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-FUNIL
                   MOVE ZEROS TO WS-PCT-CONVERSAO
                   IF WS-FU-PROSPECTOS (WS-I) > ZEROS THEN
                       COMPUTE WS-PCT-CONVERSAO ROUNDED =
                               WS-FU-MATRICULAS (WS-I) * 100
                               / WS-FU-PROSPECTOS (WS-I)
                   END-IF
                   MOVE SPACES TO WS-LINHA-REL
                   STRING WS-FU-TURMA (WS-I) DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-FU-PROSPECTOS (WS-I) DELIMITED BY SIZE
                          "        " DELIMITED BY SIZE
                          WS-FU-CANDIDATOS (WS-I) DELIMITED BY SIZE
                          "       " DELIMITED BY SIZE
                          WS-FU-APROVADOS (WS-I) DELIMITED BY SIZE
                          "       " DELIMITED BY SIZE
                          WS-FU-MATRICULAS (WS-I) DELIMITED BY SIZE
                          "          " DELIMITED BY SIZE
                          WS-FU-ESPERA (WS-I) DELIMITED BY SIZE
                          "         " DELIMITED BY SIZE
                          WS-FU-DESISTENTES (WS-I) DELIMITED BY SIZE
                          "        " DELIMITED BY SIZE
                          WS-PCT-CONVERSAO DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               END-PERFORM
               MOVE ALL "-" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ZEROS TO WS-PCT-CONVERSAO
               IF WS-FT-PROSPECTOS > ZEROS THEN
                   COMPUTE WS-PCT-CONVERSAO ROUNDED =
                           WS-FT-MATRICULAS * 100 / WS-FT-PROSPECTOS
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               STRING "TOTAL " DELIMITED BY SIZE
                      WS-FT-PROSPECTOS DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      WS-FT-CANDIDATOS DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-FT-APROVADOS DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-FT-MATRICULAS DELIMITED BY SIZE
                      "         " DELIMITED BY SIZE
                      WS-FT-ESPERA DELIMITED BY SIZE
                      "        " DELIMITED BY SIZE
                      WS-FT-DESISTENTES DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      WS-PCT-CONVERSAO DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "FUNIL GRAVADO EM: " WS-RELAT-PATH
           END-IF
           .

       P700-LE-CONTATO.
      *> ACHOU so para contato existente e ativo (nem inativo nem
      *> anonimizado).
           SET ACHOU TO FALSE
           MOVE SPACES TO WS-NM-CONTATO
           MOVE ZEROS  TO WS-TL-CONTATO
           SET FS-CNT-OK TO TRUE
           OPEN INPUT CONTATOS
           IF FS-CNT-OK THEN
               MOVE WS-ID-CONTATO-INF TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-NM-CONTATO
                       COMPUTE WS-TL-CONTATO = TL-DDD * 100000000
                               + TL-PREFIXO * 10000 + TL-SUFIXO
                       IF ST-CONTATO EQUAL "A" THEN
                           SET ACHOU TO TRUE
                       END-IF
               END-READ
               CLOSE CONTATOS
           END-IF
           .

       P710-VALIDA-TURMA.
           SET TURMA-VALIDA TO FALSE
           SET FS-TURMA-OK  TO TRUE
           MOVE ZEROS       TO WS-CAPACIDADE-TURMA
           MOVE ZEROS       TO WS-ANO-TURMA

           OPEN INPUT TURMAS
           IF FS-TURMA-OK THEN
               MOVE WS-CD-TURMA-INF TO TU-CD-TURMA
               READ TURMAS
                   KEY IS TU-CD-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TU-ATIVA THEN
                           SET TURMA-VALIDA TO TRUE
                           MOVE TU-CAPACIDADE
                               TO WS-CAPACIDADE-TURMA
                           MOVE TU-ANO TO WS-ANO-TURMA
                       END-IF
               END-READ
               CLOSE TURMAS
           END-IF
           .

       P720-LE-PROSPECTO-IO.
      *> Abre PROSPECT.DAT em I-O e le o candidato informado; o
      *> chamador fecha o arquivo quando FS-OK.
           SET ACHOU TO FALSE
           DISPLAY "ANO PRETENDIDO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "NUMERO DO CANDIDATO: "
           ACCEPT WS-SEQ-INF
           SET FS-OK TO TRUE
           OPEN I-O PROSPECT
           IF NOT FS-OK THEN
               DISPLAY "PROSPECT.DAT INDISPONIVEL - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-ANO-INF TO PS-ANO
               MOVE WS-SEQ-INF TO PS-SEQ
               READ PROSPECT
                   KEY IS PS-CHAVE
                   INVALID KEY
                       DISPLAY "CANDIDATO NAO CADASTRADO"
                   NOT INVALID KEY
                       SET ACHOU TO TRUE
                       DISPLAY "CANDIDATO: " PS-NM-CANDIDATO
                       DISPLAY "TURMA " PS-CD-TURMA "  SITUACAO "
                               PS-STATUS
               END-READ
           END-IF
           .

       P730-REGRAVA-PROSPECTO.
           MOVE WS-DATA-HOJE TO PS-DT-STATUS
           MOVE LK-OPERADOR  TO PS-OPERADOR
           REWRITE REG-PROSPECT
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CANDIDATO"
               NOT INVALID KEY
                   DISPLAY "CANDIDATO ATUALIZADO!"
           END-REWRITE
           .

       P740-CONTA-MATRICULADOS.
      *> Mesma lotacao do MATTUR: ativas mais pre-matriculas.
           SET FIM-AUX    TO FALSE
           SET FS-MATR-OK TO TRUE
           MOVE ZEROS     TO WS-QTD-MATRICULADOS
           OPEN INPUT MATRICULAS
           IF NOT FS-MATR-OK THEN
               SET FIM-AUX TO TRUE
           ELSE
               MOVE WS-CD-TURMA-INF TO MT-CD-TURMA
               MOVE ZEROS           TO MT-ID-ALUNO
               START MATRICULAS KEY IS NOT LESS MT-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-AUX
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF MT-CD-TURMA NOT EQUAL WS-CD-TURMA-INF THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF MT-ATIVA OR MT-PRE THEN
                               ADD 1 TO WS-QTD-MATRICULADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-MATR-OK THEN
               CLOSE MATRICULAS
           END-IF
           .

       P750-ULTIMO-ALUNO.
      *> Maior codigo de aluno em uso: os alunos novos do processo
      *> seletivo recebem os codigos seguintes.
           SET FIM-AUX     TO FALSE
           SET FS-ALUNO-OK TO TRUE
           MOVE ZEROS      TO WS-ULTIMO-ALUNO
           OPEN INPUT ALUNOS
           IF NOT FS-ALUNO-OK THEN
               SET FIM-AUX TO TRUE
           END-IF
           PERFORM UNTIL FIM-AUX
               READ ALUNOS NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF ID-ALUNO > WS-ULTIMO-ALUNO THEN
                           MOVE ID-ALUNO TO WS-ULTIMO-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-ALUNO-OK THEN
               CLOSE ALUNOS
           END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM ADMISSAO.
