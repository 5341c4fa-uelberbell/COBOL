      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:DOCUMENTOS DE MATRICULA: MANTEM A LISTA DE DOCUMENTOS
      *         EXIGIDOS (DOCEXIG.DAT), COM O QUE VALE PARA ALUNO NOVO
      *         E PARA ALUNO TRANSFERIDO, CRIADA COM OS DOCUMENTOS
      *         PADRAO NA PRIMEIRA EXECUCAO; GERA O CHECKLIST DO ALUNO
      *         (DOCALU.DAT) PELO PERFIL, REGISTRA RECEBIMENTO OU
      *         DISPENSA COM A DATA E CONSULTA O QUE ESTA PENDENTE -
      *         O QUE ANTES SO EXISTIA NA PASTA DE PAPEL. A LISTA DE
      *         PENDENCIAS POR TURMA (ALUNOS COM MATRICULA ATIVA, COM
      *         O RESPONSAVEL DE RESPALU.DAT E CONTATOS DO M3) SAI NO
      *         SPOOL (SPLCTL) PARA A CONVOCACAO DOS RESPONSAVEIS.
      *         DOCESC AVISA NO CERTIFICADO DE CONCLUSAO QUANDO O
      *         ALUNO TEM DOCUMENTO PENDENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCPEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DOCEXIG ASSIGN TO WS-DOCEXIG-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-CD-DOCUMENTO
               FILE STATUS IS WS-FS.

               SELECT DOCALU ASSIGN TO WS-DOCALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WS-FS-DA.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

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

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (NOME/TELEFONE DO
      *>          RESPONSAVEL CONVOCADO).
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

       DATA DIVISION.
       FILE SECTION.
       FD DOCEXIG.
       COPY FD_DOCEXIG.

       FD DOCALU.
       COPY FD_DOCALU.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD TURMAS.
       COPY FD_TURMA.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD RESPALU.
       COPY FD_RESPALU.

       FD CONTATOS.
       COPY FD_CONTT.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-DA          PIC 99.
           88 FS-DA-OK      VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
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
       77 ES-FIM-RESP          PIC X.
           88 FIM-RESP         VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

      *> Arquivos que abriram para a lista de pendencias.
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-RESP       PIC X VALUE "N".
           88 ABERTO-RESP      VALUE "S" FALSE "N".
       77 WS-ABERTO-CNT        PIC X VALUE "N".
           88 ABERTO-CNT       VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-CD-DOC-INF        PIC 9(02) VALUE ZEROS.
       77 WS-DESCRICAO-INF     PIC X(30) VALUE SPACES.
       77 WS-EXIGE-NOVO-INF    PIC X VALUE SPACES.
       77 WS-EXIGE-TRANSF-INF  PIC X VALUE SPACES.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-PERFIL-INF        PIC X VALUE SPACES.
           88 PERFIL-VALIDO    VALUE "N" "T".
       77 WS-SITUACAO-INF      PIC X VALUE SPACES.
       77 WS-DT-RECEB-INF      PIC 9(08) VALUE ZEROS.
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-TOT-LISTA         PIC 9(03) VALUE ZEROS.
       77 WS-TOT-GERADOS       PIC 9(03) VALUE ZEROS.
       77 WS-TOT-PENDENTES     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-ALUNOS-PEND   PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-CHECK     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CHECK         PIC 9(03) VALUE ZEROS.
       77 WS-ALUNO-OK          PIC X VALUE "N".
           88 ALUNO-VALIDO     VALUE "S" FALSE "N".
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.

      *> Documentos padrao: codigo, descricao, exigido do aluno novo,
      *> exigido do transferido.
       01 WS-DOCS-PADRAO.
           03 FILLER PIC X(34) VALUE "01CERTIDAO DE NASCIMENTO      SS".
           03 FILLER PIC X(34) VALUE "02COPIA DO RG                 SS".
           03 FILLER PIC X(34) VALUE "03COPIA DO CPF                SS".
           03 FILLER PIC X(34) VALUE "04COMPROVANTE DE RESIDENCIA   SS".
           03 FILLER PIC X(34) VALUE "05CARTEIRA DE VACINACAO       SS".
           03 FILLER PIC X(34) VALUE "06GUIA DE TRANSFERENCIA       NS".
       01 FILLER REDEFINES WS-DOCS-PADRAO.
           03 WS-DP-ITEM OCCURS 6 TIMES.
               05 WS-DP-CODIGO     PIC 9(02).
               05 WS-DP-DESCRICAO  PIC X(28).
               05 WS-DP-NOVO       PIC X.
               05 WS-DP-TRANSF     PIC X.
               05 FILLER           PIC X(02).

      *> Descricao dos documentos em memoria, posicao = codigo + 1.
       01 WS-TAB-DOC.
           03 WS-TD-DESCRICAO PIC X(30) OCCURS 100 TIMES.

      *> Responsavel convocado.
       77 WS-RESP-ACHADO       PIC X VALUE "N".
           88 RESP-ACHADO      VALUE "S" FALSE "N".
       77 WS-ID-RESP           PIC 9(05) VALUE ZEROS.
       77 WS-RESP-PRIORIDADE   PIC 9(01) VALUE ZEROS.

       COPY WS_DATUTIL.
       COPY WS_SPLCTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***DOCUMENTOS DE MATRICULA***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-CONTATOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P120-INICIALIZA-DOCUMENTOS

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

      *> Primeira execucao: a lista nasce com os documentos padrao.
       P120-INICIALIZA-DOCUMENTOS.
           SET FS-OK TO TRUE
           OPEN I-O DOCEXIG
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT DOCEXIG
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
                   INITIALIZE REG-DOCEXIG
                   MOVE WS-DP-CODIGO (WS-I)    TO DX-CD-DOCUMENTO
                   MOVE WS-DP-DESCRICAO (WS-I) TO DX-DESCRICAO
                   MOVE WS-DP-NOVO (WS-I)      TO DX-EXIGE-NOVO
                   MOVE WS-DP-TRANSF (WS-I)    TO DX-EXIGE-TRANSF
                   SET DX-ATIVO                TO TRUE
                   MOVE WS-DATA-HOJE           TO DX-DT-ATUALIZACAO
                   MOVE LK-OPERADOR            TO DX-OPERADOR
                   WRITE REG-DOCEXIG
               END-PERFORM
               DISPLAY "LISTA DE DOCUMENTOS CRIADA COM OS DOCUMENTOS "
                       "PADRAO"
               CLOSE DOCEXIG
           ELSE
               IF FS-OK THEN
                   CLOSE DOCEXIG
               ELSE
                   DISPLAY "ERRO AO ABRIR DOCEXIG.DAT - FILE STATUS: "
                           WS-FS
               END-IF
           END-IF
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> INCLUIR/ALTERAR DOCUMENTO EXIGIDO  "
                   "<2> ATIVAR/INATIVAR DOCUMENTO  <3> LISTAR"
           DISPLAY "        <4> GERAR CHECKLIST DO ALUNO  "
                   "<5> RECEBIMENTO/DISPENSA  <6> CHECKLIST DO ALUNO"
           DISPLAY "        <7> PENDENCIAS DA TURMA (CONVOCACAO)  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-GRAVA-DOCUMENTO
               WHEN "2"
                   PERFORM P320-SITUACAO-DOCUMENTO
               WHEN "3"
                   PERFORM P330-LISTA-DOCUMENTOS
               WHEN "4"
                   PERFORM P400-GERA-CHECKLIST
               WHEN "5"
                   PERFORM P420-RECEBIMENTO
               WHEN "6"
                   PERFORM P440-CONSULTA-CHECKLIST
               WHEN "7"
                   PERFORM P500-PENDENCIAS-TURMA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-GRAVA-DOCUMENTO.
           DISPLAY "CODIGO DO DOCUMENTO (01 A 99): "
           ACCEPT WS-CD-DOC-INF
           DISPLAY "DESCRICAO (ATE 30 CARACTERES): "
           ACCEPT WS-DESCRICAO-INF
           DISPLAY "EXIGIDO DO ALUNO NOVO (S/N): "
           ACCEPT WS-EXIGE-NOVO-INF
           DISPLAY "EXIGIDO DO ALUNO TRANSFERIDO (S/N): "
           ACCEPT WS-EXIGE-TRANSF-INF
           MOVE FUNCTION UPPER-CASE(WS-EXIGE-NOVO-INF)
               TO WS-EXIGE-NOVO-INF
           MOVE FUNCTION UPPER-CASE(WS-EXIGE-TRANSF-INF)
               TO WS-EXIGE-TRANSF-INF

           EVALUATE TRUE
               WHEN WS-CD-DOC-INF EQUAL ZEROS
                   DISPLAY "CODIGO INVALIDO"
               WHEN WS-DESCRICAO-INF EQUAL SPACES
                   DISPLAY "DESCRICAO OBRIGATORIA"
               WHEN (WS-EXIGE-NOVO-INF NOT EQUAL "S" AND
                     WS-EXIGE-NOVO-INF NOT EQUAL "N") OR
                    (WS-EXIGE-TRANSF-INF NOT EQUAL "S" AND
                     WS-EXIGE-TRANSF-INF NOT EQUAL "N")
                   DISPLAY "RESPONDA S OU N"
               WHEN OTHER
                   SET FS-OK TO TRUE
                   OPEN I-O DOCEXIG
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO ABRIR DOCEXIG.DAT - FILE "
                               "STATUS: " WS-FS
                   ELSE
                       MOVE WS-CD-DOC-INF TO DX-CD-DOCUMENTO
                       READ DOCEXIG
                           KEY IS DX-CD-DOCUMENTO
                           INVALID KEY
                               INITIALIZE REG-DOCEXIG
                               MOVE WS-CD-DOC-INF TO DX-CD-DOCUMENTO
                               SET DX-ATIVO TO TRUE
                               PERFORM P315-MOVE-DOCUMENTO
                               WRITE REG-DOCEXIG
                               DISPLAY "DOCUMENTO INCLUIDO!"
                           NOT INVALID KEY
                               PERFORM P315-MOVE-DOCUMENTO
                               REWRITE REG-DOCEXIG
                               DISPLAY "DOCUMENTO ALTERADO!"
                       END-READ
                       CLOSE DOCEXIG
                   END-IF
           END-EVALUATE
           .

       P315-MOVE-DOCUMENTO.
           MOVE WS-DESCRICAO-INF    TO DX-DESCRICAO
           MOVE WS-EXIGE-NOVO-INF   TO DX-EXIGE-NOVO
           MOVE WS-EXIGE-TRANSF-INF TO DX-EXIGE-TRANSF
           MOVE WS-DATA-HOJE        TO DX-DT-ATUALIZACAO
           MOVE LK-OPERADOR         TO DX-OPERADOR
           .

       P320-SITUACAO-DOCUMENTO.
           DISPLAY "CODIGO DO DOCUMENTO: "
           ACCEPT WS-CD-DOC-INF
           SET FS-OK TO TRUE
           OPEN I-O DOCEXIG
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR DOCEXIG.DAT - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-CD-DOC-INF TO DX-CD-DOCUMENTO
               READ DOCEXIG
                   KEY IS DX-CD-DOCUMENTO
                   INVALID KEY
                       DISPLAY "DOCUMENTO NAO CADASTRADO"
                   NOT INVALID KEY
                       IF DX-ATIVO THEN
                           SET DX-INATIVO TO TRUE
                           DISPLAY "DOCUMENTO INATIVADO: "
                                   DX-DESCRICAO
                       ELSE
                           SET DX-ATIVO TO TRUE
                           DISPLAY "DOCUMENTO REATIVADO: "
                                   DX-DESCRICAO
                       END-IF
                       MOVE WS-DATA-HOJE TO DX-DT-ATUALIZACAO
                       MOVE LK-OPERADOR  TO DX-OPERADOR
                       REWRITE REG-DOCEXIG
               END-READ
               CLOSE DOCEXIG
           END-IF
           .

       P330-LISTA-DOCUMENTOS.
           MOVE ZEROS  TO WS-TOT-LISTA
           SET EOF-OK  TO FALSE
           SET FS-OK   TO TRUE
           OPEN INPUT DOCEXIG
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR DOCEXIG.DAT - FILE STATUS: " WS-FS
           ELSE
               DISPLAY "COD DESCRICAO                      NOVO TRANSF "
                       "SIT"
               PERFORM UNTIL EOF-OK
                   READ DOCEXIG NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOT-LISTA
                           DISPLAY DX-CD-DOCUMENTO "  " DX-DESCRICAO
                                   "   " DX-EXIGE-NOVO "     "
                                   DX-EXIGE-TRANSF "     " DX-STATUS
                   END-READ
               END-PERFORM
               CLOSE DOCEXIG
               DISPLAY "DOCUMENTOS: " WS-TOT-LISTA
           END-IF
           .

      *>----------------------------------------------------------------
      *> Checklist do aluno: um registro pendente por documento ativo
      *> exigido do perfil; documento que ja esta no checklist fica
      *> como esta (gerar de novo so acrescenta o que faltar).
      *>----------------------------------------------------------------
       P400-GERA-CHECKLIST.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P450-VALIDA-ALUNO
           IF NOT ALUNO-VALIDO THEN
               DISPLAY "ALUNO NAO CADASTRADO OU INATIVO"
           ELSE
               DISPLAY "PERFIL: <N> ALUNO NOVO  <T> TRANSFERIDO DE "
                       "OUTRA ESCOLA"
               ACCEPT WS-PERFIL-INF
               MOVE FUNCTION UPPER-CASE(WS-PERFIL-INF)
                   TO WS-PERFIL-INF
               IF NOT PERFIL-VALIDO THEN
                   DISPLAY "PERFIL INVALIDO"
               ELSE
                   PERFORM P410-GRAVA-CHECKLIST
               END-IF
           END-IF
           .

       P410-GRAVA-CHECKLIST.
           MOVE ZEROS   TO WS-TOT-GERADOS
           SET FS-OK    TO TRUE
           SET FS-DA-OK TO TRUE
           OPEN INPUT DOCEXIG
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR DOCEXIG.DAT - FILE STATUS: " WS-FS
           ELSE
               OPEN I-O DOCALU
               IF WS-FS-DA EQUAL 35 THEN
                   OPEN OUTPUT DOCALU
                   CLOSE DOCALU
                   SET FS-DA-OK TO TRUE
                   OPEN I-O DOCALU
               END-IF
               IF NOT FS-DA-OK THEN
                   DISPLAY "ERRO AO ABRIR DOCALU.DAT - FILE STATUS: "
                           WS-FS-DA
               ELSE
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ DOCEXIG NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF DX-ATIVO AND
                                  ((WS-PERFIL-INF EQUAL "N" AND
                                    DX-PARA-NOVO) OR
                                   (WS-PERFIL-INF EQUAL "T" AND
                                    DX-PARA-TRANSF)) THEN
                                   PERFORM P415-GRAVA-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DOCALU
                   DISPLAY "DOCUMENTOS INCLUIDOS NO CHECKLIST: "
                           WS-TOT-GERADOS
               END-IF
               CLOSE DOCEXIG
           END-IF
           .

       P415-GRAVA-ITEM.
           INITIALIZE REG-DOCALU
           MOVE WS-ID-ALUNO-INF TO DA-ID-ALUNO
           MOVE DX-CD-DOCUMENTO TO DA-CD-DOCUMENTO
           MOVE WS-PERFIL-INF   TO DA-PERFIL
           SET DA-PENDENTE      TO TRUE
           MOVE WS-DATA-HOJE    TO DA-DT-INCLUSAO
           MOVE ZEROS           TO DA-DT-RECEBIMENTO
           MOVE LK-OPERADOR     TO DA-OPERADOR
           WRITE REG-DOCALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GERADOS
           END-WRITE
           .

       P420-RECEBIMENTO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "CODIGO DO DOCUMENTO: "
           ACCEPT WS-CD-DOC-INF
           SET FS-DA-OK TO TRUE
           OPEN I-O DOCALU
           IF NOT FS-DA-OK THEN
               DISPLAY "CHECKLIST NAO GERADO (OPCAO 4) - FILE STATUS: "
                       WS-FS-DA
           ELSE
               MOVE WS-ID-ALUNO-INF TO DA-ID-ALUNO
               MOVE WS-CD-DOC-INF   TO DA-CD-DOCUMENTO
               READ DOCALU
                   KEY IS DA-CHAVE
                   INVALID KEY
                       DISPLAY "DOCUMENTO FORA DO CHECKLIST DO ALUNO"
                   NOT INVALID KEY
                       PERFORM P425-ATUALIZA-ITEM
               END-READ
               CLOSE DOCALU
           END-IF
           .

       P425-ATUALIZA-ITEM.
           DISPLAY "SITUACAO ATUAL: " DA-STATUS
                   "  <R> RECEBIDO  <D> DISPENSADO  <P> PENDENTE: "
           ACCEPT WS-SITUACAO-INF
           MOVE FUNCTION UPPER-CASE(WS-SITUACAO-INF)
               TO WS-SITUACAO-INF
           EVALUATE WS-SITUACAO-INF
               WHEN "P"
                   SET DA-PENDENTE   TO TRUE
                   MOVE ZEROS        TO DA-DT-RECEBIMENTO
                   MOVE LK-OPERADOR  TO DA-OPERADOR
                   REWRITE REG-DOCALU
                   DISPLAY "DOCUMENTO VOLTOU A PENDENTE"
               WHEN "R"
               WHEN "D"
                   DISPLAY "DATA (AAAAMMDD): "
                   ACCEPT WS-DT-RECEB-INF
                   MOVE "V"             TO WS-DU-OPERACAO
                   MOVE WS-DT-RECEB-INF TO WS-DU-DATA-1
                   CALL "DATUTIL" USING WS-DATUTIL-PARM
                   IF WS-DU-ERRO EQUAL "S" OR
                      WS-DT-RECEB-INF > WS-DATA-HOJE THEN
                       DISPLAY "DATA INVALIDA"
                   ELSE
                       MOVE WS-SITUACAO-INF TO DA-STATUS
                       MOVE WS-DT-RECEB-INF TO DA-DT-RECEBIMENTO
                       MOVE LK-OPERADOR     TO DA-OPERADOR
                       REWRITE REG-DOCALU
                       DISPLAY "CHECKLIST ATUALIZADO!"
                   END-IF
               WHEN OTHER
                   DISPLAY "SITUACAO INVALIDA"
           END-EVALUATE
           .

       P440-CONSULTA-CHECKLIST.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P460-CARREGA-DESCRICOES
           MOVE ZEROS   TO WS-QTD-CHECK
           MOVE ZEROS   TO WS-TOT-PENDENTES
           SET FIM-AUX  TO FALSE
           SET FS-DA-OK TO TRUE
           OPEN INPUT DOCALU
           IF NOT FS-DA-OK THEN
               SET FIM-AUX TO TRUE
           ELSE
               MOVE WS-ID-ALUNO-INF TO DA-ID-ALUNO
               MOVE ZEROS           TO DA-CD-DOCUMENTO
               START DOCALU KEY IS NOT LESS DA-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-AUX
               READ DOCALU NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF DA-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-CHECK
                           IF DA-PENDENTE THEN
                               ADD 1 TO WS-TOT-PENDENTES
                           END-IF
                           COMPUTE WS-IDX = DA-CD-DOCUMENTO + 1
                           DISPLAY DA-CD-DOCUMENTO " "
                                   WS-TD-DESCRICAO (WS-IDX) " "
                                   DA-STATUS " " DA-DT-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-DA-OK THEN
               CLOSE DOCALU
           END-IF
           IF WS-QTD-CHECK EQUAL ZEROS THEN
               DISPLAY "CHECKLIST NAO GERADO PARA O ALUNO (OPCAO 4)"
           ELSE
               DISPLAY "PENDENTES: " WS-TOT-PENDENTES " DE "
                       WS-QTD-CHECK
           END-IF
           .

       P450-VALIDA-ALUNO.
           SET ALUNO-VALIDO TO FALSE
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
                           DISPLAY "ALUNO: " NM-ALUNO
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF
           .

       P460-CARREGA-DESCRICOES.
           MOVE SPACES TO WS-TAB-DOC
           SET EOF-OK  TO FALSE
           SET FS-OK   TO TRUE
           OPEN INPUT DOCEXIG
           IF NOT FS-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ DOCEXIG NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       COMPUTE WS-IDX = DX-CD-DOCUMENTO + 1
                       MOVE DX-DESCRICAO TO WS-TD-DESCRICAO (WS-IDX)
               END-READ
           END-PERFORM
           IF FS-OK THEN
               CLOSE DOCEXIG
           END-IF
           .

      *>----------------------------------------------------------------
      *> Pendencias da turma para a convocacao: cada aluno com
      *> matricula ativa e documento pendente, com o responsavel a
      *> convocar (financeiro, senao pai, senao mae, como no FREQPROJ).
      *>----------------------------------------------------------------
       P500-PENDENCIAS-TURMA.
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
                   NOT INVALID KEY
                       PERFORM P510-LISTA-PENDENCIAS
               END-READ
               CLOSE TURMAS
           END-IF
           .

       P510-LISTA-PENDENCIAS.
           PERFORM P460-CARREGA-DESCRICOES
           MOVE ZEROS TO WS-TOT-ALUNOS-PEND
           MOVE ZEROS TO WS-TOT-SEM-CHECK
           PERFORM P520-ABRE-RELATORIO
           IF FS-REL-OK THEN
               SET ABERTO-ALUNO TO FALSE
               SET ABERTO-RESP  TO FALSE
               SET ABERTO-CNT   TO FALSE
               SET FS-ALUNO-OK  TO TRUE
               SET FS-RESP-OK   TO TRUE
               SET FS-CNT-OK    TO TRUE
               SET FS-DA-OK     TO TRUE
               SET FS-MATR-OK   TO TRUE
               OPEN INPUT ALUNOS
               IF FS-ALUNO-OK THEN
                   SET ABERTO-ALUNO TO TRUE
               END-IF
               OPEN INPUT RESPALU
               IF FS-RESP-OK THEN
                   SET ABERTO-RESP TO TRUE
               END-IF
               OPEN INPUT CONTATOS
               IF FS-CNT-OK THEN
                   SET ABERTO-CNT TO TRUE
               END-IF
               OPEN INPUT DOCALU
               OPEN INPUT MATRICULAS
               IF FS-MATR-OK THEN
                   PERFORM P530-PERCORRE-MATRICULAS
                   CLOSE MATRICULAS
               END-IF
               IF FS-DA-OK THEN
                   CLOSE DOCALU
               END-IF
               IF ABERTO-ALUNO THEN
                   CLOSE ALUNOS
               END-IF
               IF ABERTO-RESP THEN
                   CLOSE RESPALU
               END-IF
               IF ABERTO-CNT THEN
                   CLOSE CONTATOS
               END-IF

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "ALUNOS COM PENDENCIA: " DELIMITED BY SIZE
                      WS-TOT-ALUNOS-PEND DELIMITED BY SIZE
                      "   SEM CHECKLIST GERADO: " DELIMITED BY SIZE
                      WS-TOT-SEM-CHECK DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "ALUNOS COM PENDENCIA: " WS-TOT-ALUNOS-PEND
               DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           END-IF
           .

       P520-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "DOCPEND"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\DOCPEND.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "DOCUMENTOS PENDENTES - TURMA " DELIMITED BY SIZE
                      TU-CD-TURMA DELIMITED BY SIZE
                      " - ANO " DELIMITED BY SIZE
                      TU-ANO DELIMITED BY SIZE
                      " - POSICAO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "CONVOCACAO DOS RESPONSAVEIS PARA ENTREGA NA SECRET
      -             "ARIA" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P530-PERCORRE-MATRICULAS.
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
                               PERFORM P540-PENDENCIAS-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P540-PENDENCIAS-ALUNO.
      *> Primeira passada conta; so quem tem pendencia (ou nao tem
      *> checklist) sai na convocacao.
           MOVE ZEROS TO WS-QTD-CHECK
           MOVE ZEROS TO WS-TOT-PENDENTES
           IF FS-DA-OK THEN
               SET FIM-AUX TO FALSE
               MOVE MT-ID-ALUNO TO DA-ID-ALUNO
               MOVE ZEROS       TO DA-CD-DOCUMENTO
               START DOCALU KEY IS NOT LESS DA-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ DOCALU NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF DA-ID-ALUNO NOT EQUAL MT-ID-ALUNO THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-CHECK
                               IF DA-PENDENTE THEN
                                   ADD 1 TO WS-TOT-PENDENTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-QTD-CHECK EQUAL ZEROS OR
              WS-TOT-PENDENTES > ZEROS THEN
               PERFORM P550-CABECALHO-ALUNO
               IF WS-QTD-CHECK EQUAL ZEROS THEN
                   ADD 1 TO WS-TOT-SEM-CHECK
                   MOVE "    CHECKLIST NAO GERADO - TRAZER TODA A DOCUME
      -                 "NTACAO DE MATRICULA" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               ELSE
                   ADD 1 TO WS-TOT-ALUNOS-PEND
                   PERFORM P560-LINHAS-PENDENTES
               END-IF
           END-IF
           .

       P550-CABECALHO-ALUNO.
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
           PERFORM P570-ACHA-RESPONSAVEL

           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "ALUNO " DELIMITED BY SIZE
                  MT-ID-ALUNO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NM-ALUNO-REL DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           IF RESP-ACHADO AND ABERTO-CNT THEN
               MOVE WS-ID-RESP TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE "    RESPONSAVEL NAO LOCALIZADO NO CADASTRO
      -                     " DE CONTATOS" TO WS-LINHA-REL
                   NOT INVALID KEY
                       STRING "    RESPONSAVEL: " DELIMITED BY SIZE
                              NM-CONTATO DELIMITED BY SIZE
                              " TEL. (" DELIMITED BY SIZE
                              TL-DDD DELIMITED BY SIZE
                              ") " DELIMITED BY SIZE
                              TL-PREFIXO DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              TL-SUFIXO DELIMITED BY SIZE
                              INTO WS-LINHA-REL
               END-READ
           ELSE
               MOVE "    SEM RESPONSAVEL VINCULADO (RESPMNT)"
                   TO WS-LINHA-REL
           END-IF
           WRITE WS-LINHA-REL
           .

       P560-LINHAS-PENDENTES.
           SET FIM-AUX TO FALSE
           MOVE MT-ID-ALUNO TO DA-ID-ALUNO
           MOVE ZEROS       TO DA-CD-DOCUMENTO
           START DOCALU KEY IS NOT LESS DA-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ DOCALU NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF DA-ID-ALUNO NOT EQUAL MT-ID-ALUNO THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF DA-PENDENTE THEN
                               COMPUTE WS-IDX = DA-CD-DOCUMENTO + 1
                               MOVE SPACES TO WS-LINHA-REL
                               STRING "    [ ] " DELIMITED BY SIZE
                                      DA-CD-DOCUMENTO DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      WS-TD-DESCRICAO (WS-IDX)
                                          DELIMITED BY SIZE
                                      " - PENDENTE DESDE "
                                          DELIMITED BY SIZE
                                      DA-DT-INCLUSAO DELIMITED BY SIZE
                                      INTO WS-LINHA-REL
                               WRITE WS-LINHA-REL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P570-ACHA-RESPONSAVEL.
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

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM DOCPEND.
