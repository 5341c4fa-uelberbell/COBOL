      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:ATIVIDADES ELETIVAS E EXTRACURRICULARES (OFICINAS DE
      *         ROBOTICA, TEATRO, ESPORTES) COM VAGAS LIMITADAS:
      *         CADASTRO DA ATIVIDADE (ATIVIDADE.DAT - VAGAS, HORARIO
      *         NA GRADE DIA/PERIODO, MENSALIDADE OPCIONAL E JANELA DE
      *         INSCRICAO), ESCOLHAS DO RESPONSAVEL EM ORDEM DE
      *         PREFERENCIA DENTRO DA JANELA (ATVESCO.DAT) E O SORTEIO
      *         DAS VAGAS DEPOIS DE FECHADAS AS JANELAS: ORDEM
      *         ALEATORIA COM SEMENTE IMPRESSA NA ATA (O SORTEIO PODE
      *         SER REPRODUZIDO NA CONFERENCIA), PRIMEIRAS OPCOES DE
      *         TODOS, DEPOIS AS SEGUNDAS E AS TERCEIRAS, UMA VAGA POR
      *         ALUNO. A VAGA SO E DADA SEM CHOQUE COM A GRADE DA
      *         TURMA DO ALUNO (HORARIO.DAT) NEM COM OUTRA ATIVIDADE
      *         QUE ELE JA FACA. AS VAGAS QUE SOBRAM SAO PREENCHIDAS NO
      *         BALCAO COM AS MESMAS CONFERENCIAS. A VAGA (ATVALU.DAT)
      *         DE ATIVIDADE COM MENSALIDADE E COBRADA PELA RODADA
      *         MENSAL (MENSAL) EM COBRANCA SEPARADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELETIVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ATIVIDADES ASSIGN TO WS-ATIVIDADE-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CD-ATIVIDADE
               FILE STATUS IS WS-FS.

               SELECT ATVESCO ASSIGN TO WS-ATVESCO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-CHAVE
               FILE STATUS IS WS-FS-ESCO.

               SELECT ATVALU ASSIGN TO WS-ATVALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-CHAVE
               ALTERNATE RECORD KEY IS AA-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-VAGA.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT HORARIO ASSIGN TO WS-HORARIO-PATH
      *>          GRADE DA TURMA: CHOQUE DE HORARIO COM A ATIVIDADE.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WS-FS-HOR.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ATIVIDADES.
       COPY FD_ATIVID.

       FD ATVESCO.
       COPY FD_ATVESCO.

       FD ATVALU.
       COPY FD_ATVALU.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD RESPALU.
       COPY FD_RESPALU.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD HORARIO.
       COPY FD_HORARIO.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-ESCO        PIC 99.
           88 FS-ESCO-OK    VALUE 0.
       77 WS-FS-VAGA        PIC 99.
           88 FS-VAGA-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-HOR         PIC 99.
           88 FS-HOR-OK     VALUE 0.
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

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-CD-ATIVIDADE-INF  PIC 9(03) VALUE ZEROS.
       77 WS-NOME-INF          PIC X(30) VALUE SPACES.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-VAGAS-INF         PIC 9(03) VALUE ZEROS.
       77 WS-VL-MENSAL-INF     PIC 9(05)V99 VALUE ZEROS.
       77 WS-DT-INI-INF        PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-INF        PIC 9(08) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-ID-CONTATO-INF    PIC 9(05) VALUE ZEROS.
       77 WS-SEMENTE-INF       PIC 9(08) VALUE ZEROS.
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.
       77 WS-VALOR-EDIT        PIC ZZ.ZZ9,99.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       77 WS-LIVRES            PIC S9(04) VALUE ZEROS.
       77 WS-QTD-INSCRITOS     PIC 9(04) VALUE ZEROS.
       77 WS-ERRO-DATA         PIC X VALUE SPACES.
       77 WS-ORIGEM-VAGA       PIC X VALUE SPACES.

      *> Atividades escolhidas pelo responsavel, em ordem.
       01 WS-OPCOES-INF.
           03 WS-OI-OPCAO OCCURS 3 TIMES PIC 9(03).

      *> Horario informado da atividade (ate 4 encontros na semana).
       01 WS-HORARIO-INF.
           03 WS-HI-ENCONTRO OCCURS 4 TIMES.
               05 WS-HI-DIA            PIC 9(01).
               05 WS-HI-PERIODO        PIC 9(01).

       77 WS-I                 PIC 9(04) VALUE ZEROS.
       77 WS-J                 PIC 9(04) VALUE ZEROS.
       77 WS-K                 PIC 9(04) VALUE ZEROS.
       77 WS-H                 PIC 9(01) VALUE ZEROS.
       77 WS-T                 PIC 9(01) VALUE ZEROS.
       77 WS-RODADA            PIC 9(01) VALUE ZEROS.

      *> Conferencia de choque: encontros da atividade pretendida e
      *> turmas ativas do aluno.
       01 WS-ENCONTROS-CHQ.
           03 WS-EC-ENCONTRO OCCURS 4 TIMES.
               05 WS-EC-DIA            PIC 9(01).
               05 WS-EC-PERIODO        PIC 9(01).
       77 WS-CD-ATIVIDADE-CHQ  PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-CHQ      PIC 9(05) VALUE ZEROS.
       01 WS-TURMAS-CHQ.
           03 WS-QTD-TURMAS-CHQ        PIC 9(01).
           03 WS-TC-TURMA OCCURS 3 TIMES PIC 9(03).
       77 WS-CHOQUE            PIC X VALUE "N".
           88 HA-CHOQUE        VALUE "S" FALSE "N".
       77 WS-MOTIVO-CHQ        PIC X(40) VALUE SPACES.

      *> Atividades do ano carregadas para o sorteio.
       77 WS-MAX-ATIV          PIC 9(04) VALUE 100.
       77 WS-QTD-ATIV          PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ATIV.
           03 WS-TA-ITEM OCCURS 100 TIMES.
               05 WS-TA-CD             PIC 9(03).
               05 WS-TA-LIVRES         PIC S9(04).
               05 WS-TA-ENCONTRO OCCURS 4 TIMES.
                   07 WS-TA-DIA        PIC 9(01).
                   07 WS-TA-PERIODO    PIC 9(01).

      *> Escolhas pendentes do ano, na ordem sorteada.
       77 WS-MAX-SORT          PIC 9(04) VALUE 2000.
       77 WS-QTD-SORT          PIC 9(04) VALUE ZEROS.
       01 WS-TAB-SORTEIO.
           03 WS-TS-ITEM OCCURS 2000 TIMES.
               05 WS-TS-NUMERO         PIC 9(09).
               05 WS-TS-ALUNO          PIC 9(05).
               05 WS-TS-OPCAO OCCURS 3 TIMES PIC 9(03).
               05 WS-TS-QTD-TURMAS     PIC 9(01).
               05 WS-TS-TURMA OCCURS 3 TIMES PIC 9(03).
               05 WS-TS-OBTIDA         PIC 9(03).
               05 WS-TS-RANK           PIC 9(01).
       01 WS-TROCA-TS.
           03 WS-TT-NUMERO             PIC 9(09).
           03 WS-TT-ALUNO              PIC 9(05).
           03 WS-TT-OPCAO OCCURS 3 TIMES PIC 9(03).
           03 WS-TT-QTD-TURMAS         PIC 9(01).
           03 WS-TT-TURMA OCCURS 3 TIMES PIC 9(03).
           03 WS-TT-OBTIDA             PIC 9(03).
           03 WS-TT-RANK               PIC 9(01).
       77 WS-ALEATORIO         PIC V9(09) VALUE ZEROS.
       77 WS-TOT-CONTEMPLADOS  PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-VAGA      PIC 9(04) VALUE ZEROS.

       77 WS-ATIV-OK           PIC X VALUE "N".
           88 ATIVIDADE-EXISTE VALUE "S" FALSE "N".
       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU            VALUE "S" FALSE "N".
       77 WS-PODE              PIC X VALUE "N".
           88 PODE-GRAVAR      VALUE "S" FALSE "N".
       77 WS-VAGA-EXISTE       PIC X VALUE "N".
           88 VAGA-EXISTE      VALUE "S" FALSE "N".

       COPY WS_SPLCTL.
       COPY WS_DATUTIL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***ATIVIDADES ELETIVAS E EXTRACURRICULARES***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> CADASTRAR/ALTERAR ATIVIDADE  "
                   "<2> LISTAR ATIVIDADES  <3> ESCOLHAS DO "
                   "RESPONSAVEL"
           DISPLAY "        <4> SORTEIO DAS VAGAS  <5> INSCRICAO NO "
                   "BALCAO  <6> CANCELAR VAGA  <7> INSCRITOS  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-GRAVA-ATIVIDADE
               WHEN "2"
                   PERFORM P340-LISTA-ATIVIDADES
               WHEN "3"
                   PERFORM P400-ESCOLHAS
               WHEN "4"
                   PERFORM P500-SORTEIO
               WHEN "5"
                   PERFORM P600-INSCRICAO-BALCAO
               WHEN "6"
                   PERFORM P650-CANCELA-VAGA
               WHEN "7"
                   PERFORM P700-INSCRITOS
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
      *> Cadastro da atividade. As vagas nao podem ficar abaixo das
      *> ja ocupadas; o horario so muda enquanto ninguem ocupa vaga
      *> (a conferencia de choque foi feita com o horario anterior).
      *>----------------------------------------------------------------
       P310-GRAVA-ATIVIDADE.
           DISPLAY "CODIGO DA ATIVIDADE: "
           ACCEPT WS-CD-ATIVIDADE-INF
           IF WS-CD-ATIVIDADE-INF EQUAL ZEROS THEN
               DISPLAY "CODIGO INVALIDO"
           ELSE
               SET FS-OK TO TRUE
               OPEN I-O ATIVIDADES
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT ATIVIDADES
                   CLOSE ATIVIDADES
                   SET FS-OK TO TRUE
                   OPEN I-O ATIVIDADES
               END-IF
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR ATIVIDADE.DAT - FILE STATUS: "
                           WS-FS
               ELSE
                   SET ATIVIDADE-EXISTE TO FALSE
                   MOVE WS-CD-ATIVIDADE-INF TO AV-CD-ATIVIDADE
                   READ ATIVIDADES
                       KEY IS AV-CD-ATIVIDADE
                       INVALID KEY
                           INITIALIZE REG-ATIVIDADE
                           MOVE WS-CD-ATIVIDADE-INF TO AV-CD-ATIVIDADE
                           SET AV-ATIVA TO TRUE
                       NOT INVALID KEY
                           SET ATIVIDADE-EXISTE TO TRUE
                           PERFORM P330-MOSTRA-ATIVIDADE
                   END-READ
                   PERFORM P320-PEDE-DADOS
                   PERFORM P325-VALIDA-DADOS
                   IF PODE-GRAVAR THEN
                       MOVE WS-NOME-INF      TO AV-NOME
                       MOVE WS-ANO-INF       TO AV-ANO
                       MOVE WS-VAGAS-INF     TO AV-VAGAS
                       MOVE WS-VL-MENSAL-INF TO AV-VL-MENSAL
                       PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
                           MOVE WS-HI-DIA (WS-H)
                               TO AV-DIA-SEMANA (WS-H)
                           MOVE WS-HI-PERIODO (WS-H)
                               TO AV-PERIODO (WS-H)
                       END-PERFORM
                       MOVE WS-DT-INI-INF    TO AV-DT-INI-INSCRICAO
                       MOVE WS-DT-FIM-INF    TO AV-DT-FIM-INSCRICAO
                       MOVE WS-DATA-HOJE     TO AV-DT-ATUALIZACAO
                       MOVE LK-OPERADOR      TO AV-OPERADOR
                       IF ATIVIDADE-EXISTE THEN
                           REWRITE REG-ATIVIDADE
                       ELSE
                           WRITE REG-ATIVIDADE
                       END-IF
                       DISPLAY "ATIVIDADE GRAVADA!"
                   END-IF
                   CLOSE ATIVIDADES
               END-IF
           END-IF
           .

       P320-PEDE-DADOS.
           DISPLAY "NOME DA ATIVIDADE: "
           ACCEPT WS-NOME-INF
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "VAGAS: "
           ACCEPT WS-VAGAS-INF
           DISPLAY "MENSALIDADE (0 = GRATUITA): "
           ACCEPT WS-VL-MENSAL-INF
           DISPLAY "ENCONTROS NA SEMANA - DIA (1 = SEGUNDA ... "
                   "6 = SABADO, 0 = SEM ENCONTRO) E PERIODO (1 A 8)"
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
               DISPLAY "ENCONTRO " WS-H " - DIA: "
               ACCEPT WS-HI-DIA (WS-H)
               MOVE ZEROS TO WS-HI-PERIODO (WS-H)
               IF WS-HI-DIA (WS-H) NOT EQUAL ZEROS THEN
                   DISPLAY "ENCONTRO " WS-H " - PERIODO: "
                   ACCEPT WS-HI-PERIODO (WS-H)
               END-IF
           END-PERFORM
           DISPLAY "INICIO DAS INSCRICOES (AAAAMMDD): "
           ACCEPT WS-DT-INI-INF
           DISPLAY "FIM DAS INSCRICOES (AAAAMMDD): "
           ACCEPT WS-DT-FIM-INF
           IF ATIVIDADE-EXISTE THEN
               DISPLAY "STATUS <A> ATIVA  <I> INATIVA: "
               ACCEPT AV-STATUS
           END-IF
           .

       P325-VALIDA-DADOS.
           SET PODE-GRAVAR TO TRUE
           MOVE ZEROS TO WS-K
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
               IF WS-HI-DIA (WS-H) NOT EQUAL ZEROS THEN
                   ADD 1 TO WS-K
                   IF WS-HI-DIA (WS-H) > 6 OR
                      WS-HI-PERIODO (WS-H) < 1 OR
                      WS-HI-PERIODO (WS-H) > 8 THEN
                       SET PODE-GRAVAR TO FALSE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT PODE-GRAVAR THEN
               DISPLAY "ENCONTRO COM DIA OU PERIODO INVALIDO"
           END-IF

           IF ATIVIDADE-EXISTE AND AV-QTD-OCUPADAS > ZEROS THEN
               PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
                   IF WS-HI-DIA (WS-H) NOT EQUAL
                      AV-DIA-SEMANA (WS-H) OR
                      WS-HI-PERIODO (WS-H) NOT EQUAL
                      AV-PERIODO (WS-H) THEN
                       SET PODE-GRAVAR TO FALSE
                   END-IF
               END-PERFORM
               IF NOT PODE-GRAVAR THEN
                   DISPLAY "HORARIO NAO PODE MUDAR COM VAGAS "
                           "OCUPADAS (" AV-QTD-OCUPADAS ")"
               END-IF
           END-IF

           MOVE "V"           TO WS-DU-OPERACAO
           MOVE WS-DT-INI-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE WS-DU-ERRO    TO WS-ERRO-DATA
           MOVE WS-DT-FIM-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM

           EVALUATE TRUE
               WHEN NOT PODE-GRAVAR
                   CONTINUE
               WHEN WS-NOME-INF EQUAL SPACES
                   DISPLAY "NOME OBRIGATORIO"
                   SET PODE-GRAVAR TO FALSE
               WHEN WS-ANO-INF < 1900
                   DISPLAY "ANO LETIVO INVALIDO"
                   SET PODE-GRAVAR TO FALSE
               WHEN WS-VAGAS-INF EQUAL ZEROS
                   DISPLAY "INFORME AS VAGAS"
                   SET PODE-GRAVAR TO FALSE
               WHEN WS-VAGAS-INF < AV-QTD-OCUPADAS
                   DISPLAY "VAGAS MENOS QUE AS OCUPADAS ("
                           AV-QTD-OCUPADAS ")"
                   SET PODE-GRAVAR TO FALSE
               WHEN WS-K EQUAL ZEROS
                   DISPLAY "INFORME AO MENOS UM ENCONTRO"
                   SET PODE-GRAVAR TO FALSE
               WHEN WS-ERRO-DATA EQUAL "S" OR WS-DU-ERRO EQUAL "S"
                   DISPLAY "DATA DA JANELA DE INSCRICAO INVALIDA"
                   SET PODE-GRAVAR TO FALSE
               WHEN WS-DT-FIM-INF < WS-DT-INI-INF
                   DISPLAY "FIM DAS INSCRICOES ANTES DO INICIO"
                   SET PODE-GRAVAR TO FALSE
               WHEN NOT AV-ATIVA AND NOT AV-INATIVA
                   DISPLAY "STATUS INVALIDO"
                   SET PODE-GRAVAR TO FALSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       P330-MOSTRA-ATIVIDADE.
           COMPUTE WS-LIVRES = AV-VAGAS - AV-QTD-OCUPADAS
           MOVE AV-VL-MENSAL TO WS-VALOR-EDIT
           DISPLAY AV-CD-ATIVIDADE " " AV-NOME " ANO " AV-ANO
                   " [" AV-STATUS "]"
           DISPLAY "    VAGAS " AV-VAGAS " OCUPADAS " AV-QTD-OCUPADAS
                   " LIVRES " WS-LIVRES " MENSALIDADE " WS-VALOR-EDIT
           DISPLAY "    INSCRICOES DE " AV-DT-INI-INSCRICAO " A "
                   AV-DT-FIM-INSCRICAO " ENCONTROS (DIA/PERIODO):"
                   " " AV-DIA-SEMANA (1) "/" AV-PERIODO (1)
                   " " AV-DIA-SEMANA (2) "/" AV-PERIODO (2)
                   " " AV-DIA-SEMANA (3) "/" AV-PERIODO (3)
                   " " AV-DIA-SEMANA (4) "/" AV-PERIODO (4)
           .

       P340-LISTA-ATIVIDADES.
           SET FS-OK  TO TRUE
           OPEN INPUT ATIVIDADES
           IF NOT FS-OK THEN
               DISPLAY "NENHUMA ATIVIDADE CADASTRADA (SEM ARQUIVO)"
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ ATIVIDADES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P330-MOSTRA-ATIVIDADE
                   END-READ
               END-PERFORM
               CLOSE ATIVIDADES
           END-IF
           .

      *>----------------------------------------------------------------
      *> Escolhas do responsavel: ate tres atividades ativas do ano,
      *> em ordem de preferencia, com a janela de inscricao de cada
      *> uma aberta. O responsavel precisa ter vinculo ativo com o
      *> aluno. Enquanto o sorteio nao corre a escolha pode ser
      *> refeita (a ultima entrega vale).
      *>----------------------------------------------------------------
       P400-ESCOLHAS.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "CODIGO DO RESPONSAVEL (CONTATO): "
           ACCEPT WS-ID-CONTATO-INF
           PERFORM P410-VALIDA-ALUNO
           IF PODE-GRAVAR THEN
               PERFORM P415-VALIDA-VINCULO
           END-IF
           IF PODE-GRAVAR THEN
               PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 3
                   DISPLAY "ATIVIDADE DA " WS-H
                           "a OPCAO (0 = NENHUMA): "
                   ACCEPT WS-OI-OPCAO (WS-H)
               END-PERFORM
               PERFORM P420-VALIDA-OPCOES
           END-IF
           IF PODE-GRAVAR THEN
               PERFORM P430-GRAVA-ESCOLHA
           END-IF
           .

       P410-VALIDA-ALUNO.
           SET PODE-GRAVAR TO FALSE
           MOVE SPACES     TO WS-NM-ALUNO-REL
           SET FS-ALUNO-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-ALUNO-OK THEN
               DISPLAY "ERRO AO ABRIR ALUNOS.DAT - FILE STATUS: "
                       WS-FS-ALUNO
           ELSE
               MOVE WS-ID-ALUNO-INF TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY "ALUNO NAO CADASTRADO"
                   NOT INVALID KEY
                       IF ST-ALUNO-ATIVO THEN
                           SET PODE-GRAVAR TO TRUE
                           MOVE NM-ALUNO TO WS-NM-ALUNO-REL
                           DISPLAY "ALUNO: " NM-ALUNO
                       ELSE
                           DISPLAY "ALUNO INATIVO"
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF
           .

       P415-VALIDA-VINCULO.
           SET PODE-GRAVAR TO FALSE
           SET FS-RESP-OK  TO TRUE
           OPEN INPUT RESPALU
           IF NOT FS-RESP-OK THEN
               DISPLAY "ERRO AO ABRIR RESPALU.DAT - FILE STATUS: "
                       WS-FS-RESP
           ELSE
               MOVE WS-ID-ALUNO-INF   TO RS-ID-ALUNO
               MOVE WS-ID-CONTATO-INF TO RS-ID-CONTATO
               READ RESPALU
                   KEY IS RS-CHAVE
                   INVALID KEY
                       DISPLAY "CONTATO SEM VINCULO COM O ALUNO "
                               "(VER RESPMNT)"
                   NOT INVALID KEY
                       IF RS-ATIVO THEN
                           SET PODE-GRAVAR TO TRUE
                       ELSE
                           DISPLAY "VINCULO COM O ALUNO DESFEITO"
                       END-IF
               END-READ
               CLOSE RESPALU
           END-IF
           .

       P420-VALIDA-OPCOES.
           MOVE ZEROS TO WS-K
           SET FS-OK TO TRUE
           OPEN INPUT ATIVIDADES
           IF NOT FS-OK THEN
               DISPLAY "NENHUMA ATIVIDADE CADASTRADA (SEM ARQUIVO)"
               SET PODE-GRAVAR TO FALSE
           ELSE
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > 3 OR NOT PODE-GRAVAR
                   IF WS-OI-OPCAO (WS-H) NOT EQUAL ZEROS THEN
                       ADD 1 TO WS-K
                       PERFORM P425-VALIDA-OPCAO
                   END-IF
               END-PERFORM
               CLOSE ATIVIDADES
           END-IF
           IF PODE-GRAVAR AND WS-K EQUAL ZEROS THEN
               DISPLAY "INFORME AO MENOS UMA ATIVIDADE"
               SET PODE-GRAVAR TO FALSE
           END-IF
           .

       P425-VALIDA-OPCAO.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T >= WS-H
               IF WS-OI-OPCAO (WS-T) EQUAL
                  WS-OI-OPCAO (WS-H) THEN
                   DISPLAY "ATIVIDADE " WS-OI-OPCAO (WS-H)
                           " REPETIDA NAS OPCOES"
                   SET PODE-GRAVAR TO FALSE
               END-IF
           END-PERFORM
           IF PODE-GRAVAR THEN
               MOVE WS-OI-OPCAO (WS-H) TO AV-CD-ATIVIDADE
               READ ATIVIDADES
                   KEY IS AV-CD-ATIVIDADE
                   INVALID KEY
                       DISPLAY "ATIVIDADE " AV-CD-ATIVIDADE
                               " NAO CADASTRADA"
                       SET PODE-GRAVAR TO FALSE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT AV-ATIVA
                               DISPLAY "ATIVIDADE " AV-NOME
                                       " INATIVA"
                               SET PODE-GRAVAR TO FALSE
                           WHEN AV-ANO NOT EQUAL WS-ANO-INF
                               DISPLAY "ATIVIDADE " AV-NOME
                                       " E DO ANO " AV-ANO
                               SET PODE-GRAVAR TO FALSE
                           WHEN WS-DATA-HOJE < AV-DT-INI-INSCRICAO
                             OR WS-DATA-HOJE > AV-DT-FIM-INSCRICAO
                               DISPLAY "INSCRICOES DE " AV-NOME
                                       " SO DE " AV-DT-INI-INSCRICAO
                                       " A " AV-DT-FIM-INSCRICAO
                               SET PODE-GRAVAR TO FALSE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           .

       P430-GRAVA-ESCOLHA.
           SET FS-ESCO-OK TO TRUE
           OPEN I-O ATVESCO
           IF WS-FS-ESCO EQUAL 35 THEN
               OPEN OUTPUT ATVESCO
               CLOSE ATVESCO
               SET FS-ESCO-OK TO TRUE
               OPEN I-O ATVESCO
           END-IF
           IF NOT FS-ESCO-OK THEN
               DISPLAY "ERRO AO ABRIR ATVESCO.DAT - FILE STATUS: "
                       WS-FS-ESCO
           ELSE
               SET ACHOU TO FALSE
               MOVE WS-ANO-INF      TO AE-ANO
               MOVE WS-ID-ALUNO-INF TO AE-ID-ALUNO
               READ ATVESCO
                   KEY IS AE-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACHOU TO TRUE
               END-READ
               IF ACHOU AND AE-SORTEADA THEN
                   DISPLAY "SORTEIO DO ANO JA REALIZADO - VAGAS "
                           "RESTANTES SO NO BALCAO"
               ELSE
                   MOVE WS-ANO-INF        TO AE-ANO
                   MOVE WS-ID-ALUNO-INF   TO AE-ID-ALUNO
                   PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 3
                       MOVE WS-OI-OPCAO (WS-H) TO AE-OPCAO (WS-H)
                   END-PERFORM
                   MOVE WS-ID-CONTATO-INF TO AE-ID-CONTATO
                   MOVE WS-DATA-HOJE      TO AE-DT-INSCRICAO
                   SET AE-PENDENTE        TO TRUE
                   MOVE ZEROS             TO AE-NUM-SORTEIO
                   MOVE ZEROS             TO AE-CD-ATIVIDADE-OBTIDA
                   MOVE ZEROS             TO AE-OPCAO-OBTIDA
                   MOVE LK-OPERADOR       TO AE-OPERADOR
                   IF ACHOU THEN
                       REWRITE REG-ATVESCO
                       DISPLAY "ESCOLHAS SUBSTITUIDAS!"
                   ELSE
                       WRITE REG-ATVESCO
                       DISPLAY "ESCOLHAS REGISTRADAS!"
                   END-IF
               END-IF
               CLOSE ATVESCO
           END-IF
           .

      *>----------------------------------------------------------------
      *> Sorteio do ano. So corre com todas as janelas de inscricao
      *> do ano encerradas. Cada escolha pendente recebe um numero
      *> aleatorio (semente informada ou da hora, impressa na ata) e
      *> a lista e ordenada por ele; em seguida as primeiras opcoes
      *> de todos sao atendidas nessa ordem, depois as segundas e as
      *> terceiras. Uma vaga por aluno no sorteio.
      *>----------------------------------------------------------------
       P500-SORTEIO.
           DISPLAY "ANO LETIVO DO SORTEIO (AAAA): "
           ACCEPT WS-ANO-INF
           PERFORM P510-CARREGA-ATIVIDADES
           IF PODE-GRAVAR THEN
               PERFORM P515-CARREGA-ESCOLHAS
           END-IF
           IF PODE-GRAVAR THEN
               DISPLAY WS-QTD-SORT " ESCOLHA(S) PENDENTE(S) PARA "
                       WS-QTD-ATIV " ATIVIDADE(S)"
               DISPLAY "SEMENTE DO SORTEIO (0 = PELA HORA): "
               ACCEPT WS-SEMENTE-INF
               DISPLAY "CONFIRMA O SORTEIO DO ANO " WS-ANO-INF
                       "? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   SET PODE-GRAVAR TO FALSE
                   DISPLAY "SORTEIO CANCELADO PELO OPERADOR"
               END-IF
           END-IF
           IF PODE-GRAVAR THEN
               PERFORM P520-TURMAS-DOS-ALUNOS
               PERFORM P525-SORTEIA-ORDEM
               PERFORM P530-ABRE-VAGAS
               IF PODE-GRAVAR THEN
                   PERFORM VARYING WS-RODADA FROM 1 BY 1
                           UNTIL WS-RODADA > 3
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-SORT
                           PERFORM P540-TENTA-OPCAO
                       END-PERFORM
                   END-PERFORM
                   PERFORM P550-GRAVA-RESULTADO
                   PERFORM P580-ATA-DO-SORTEIO
                   CLOSE ATVALU
                   CLOSE ATIVIDADES
                   CLOSE HORARIO
               END-IF
           END-IF
           .

       P510-CARREGA-ATIVIDADES.
           SET PODE-GRAVAR TO TRUE
           MOVE ZEROS TO WS-QTD-ATIV
           SET FS-OK  TO TRUE
           OPEN INPUT ATIVIDADES
           IF NOT FS-OK THEN
               DISPLAY "NENHUMA ATIVIDADE CADASTRADA (SEM ARQUIVO)"
               SET PODE-GRAVAR TO FALSE
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ ATIVIDADES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF AV-ATIVA AND AV-ANO EQUAL WS-ANO-INF
                               PERFORM P512-GUARDA-ATIVIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATIVIDADES
               IF WS-QTD-ATIV EQUAL ZEROS THEN
                   DISPLAY "NENHUMA ATIVIDADE ATIVA NO ANO"
                   SET PODE-GRAVAR TO FALSE
               END-IF
           END-IF
           .

       P512-GUARDA-ATIVIDADE.
           IF AV-DT-FIM-INSCRICAO NOT < WS-DATA-HOJE THEN
               DISPLAY "INSCRICOES DE " AV-NOME " ABERTAS ATE "
                       AV-DT-FIM-INSCRICAO " - SORTEIO SO DEPOIS"
               SET PODE-GRAVAR TO FALSE
           END-IF
           IF WS-QTD-ATIV < WS-MAX-ATIV THEN
               ADD 1 TO WS-QTD-ATIV
               MOVE AV-CD-ATIVIDADE TO WS-TA-CD (WS-QTD-ATIV)
               COMPUTE WS-TA-LIVRES (WS-QTD-ATIV) =
                       AV-VAGAS - AV-QTD-OCUPADAS
               PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
                   MOVE AV-DIA-SEMANA (WS-H)
                       TO WS-TA-DIA (WS-QTD-ATIV, WS-H)
                   MOVE AV-PERIODO (WS-H)
                       TO WS-TA-PERIODO (WS-QTD-ATIV, WS-H)
               END-PERFORM
           ELSE
               DISPLAY "ATIVIDADE " AV-CD-ATIVIDADE " ALEM DO LIMITE "
                       "DE " WS-MAX-ATIV " - FORA DO SORTEIO"
           END-IF
           .

       P515-CARREGA-ESCOLHAS.
           MOVE ZEROS TO WS-QTD-SORT
           SET FS-ESCO-OK TO TRUE
           OPEN INPUT ATVESCO
           IF NOT FS-ESCO-OK THEN
               DISPLAY "NENHUMA ESCOLHA REGISTRADA (SEM ARQUIVO)"
               SET PODE-GRAVAR TO FALSE
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-ANO-INF TO AE-ANO
               MOVE ZEROS      TO AE-ID-ALUNO
               START ATVESCO KEY IS NOT LESS AE-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ ATVESCO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF AE-ANO NOT EQUAL WS-ANO-INF THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF AE-PENDENTE THEN
                                   PERFORM P517-GUARDA-ESCOLHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATVESCO
               IF WS-QTD-SORT EQUAL ZEROS THEN
                   DISPLAY "NENHUMA ESCOLHA PENDENTE NO ANO"
                   SET PODE-GRAVAR TO FALSE
               END-IF
           END-IF
           .

       P517-GUARDA-ESCOLHA.
           IF WS-QTD-SORT < WS-MAX-SORT THEN
               ADD 1 TO WS-QTD-SORT
               INITIALIZE WS-TS-ITEM (WS-QTD-SORT)
               MOVE AE-ID-ALUNO TO WS-TS-ALUNO (WS-QTD-SORT)
               PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 3
                   MOVE AE-OPCAO (WS-H)
                       TO WS-TS-OPCAO (WS-QTD-SORT, WS-H)
               END-PERFORM
           ELSE
               DISPLAY "ESCOLHA DO ALUNO " AE-ID-ALUNO " ALEM DO "
                       "LIMITE DE " WS-MAX-SORT " - FICA PENDENTE"
           END-IF
           .

       P520-TURMAS-DOS-ALUNOS.
      *> Turmas ativas de cada aluno do sorteio (MATRICULAS.DAT nao
      *> tem chave alternativa por aluno: uma varredura so).
           SET FS-MATR-OK TO TRUE
           OPEN INPUT MATRICULAS
           IF FS-MATR-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ MATRICULAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MT-ATIVA THEN
                               PERFORM P522-GUARDA-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           .

       P522-GUARDA-TURMA.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-QTD-SORT
               IF WS-TS-ALUNO (WS-J) EQUAL MT-ID-ALUNO AND
                  WS-TS-QTD-TURMAS (WS-J) < 3 THEN
                   ADD 1 TO WS-TS-QTD-TURMAS (WS-J)
                   MOVE WS-TS-QTD-TURMAS (WS-J) TO WS-T
                   MOVE MT-CD-TURMA TO WS-TS-TURMA (WS-J, WS-T)
               END-IF
           END-PERFORM
           .

       P525-SORTEIA-ORDEM.
           IF WS-SEMENTE-INF EQUAL ZEROS THEN
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-HORA-AGORA TO WS-SEMENTE-INF
           END-IF
           DISPLAY "SEMENTE DO SORTEIO: " WS-SEMENTE-INF
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM (WS-SEMENTE-INF)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-SORT
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM
               COMPUTE WS-TS-NUMERO (WS-I) = WS-ALEATORIO * 999999999
           END-PERFORM

      *>   Bubble sort crescente pelo numero sorteado.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-QTD-SORT
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-SORT - WS-I
                   IF WS-TS-NUMERO (WS-J) > WS-TS-NUMERO (WS-J + 1)
                       MOVE WS-TS-ITEM (WS-J)     TO WS-TROCA-TS
                       MOVE WS-TS-ITEM (WS-J + 1) TO WS-TS-ITEM (WS-J)
                       MOVE WS-TROCA-TS TO WS-TS-ITEM (WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       P530-ABRE-VAGAS.
           SET FS-OK      TO TRUE
           SET FS-VAGA-OK TO TRUE
           SET FS-HOR-OK  TO TRUE
           OPEN I-O ATIVIDADES
           OPEN I-O ATVALU
           IF WS-FS-VAGA EQUAL 35 THEN
               OPEN OUTPUT ATVALU
               CLOSE ATVALU
               SET FS-VAGA-OK TO TRUE
               OPEN I-O ATVALU
           END-IF
           OPEN INPUT HORARIO
           IF NOT FS-OK OR NOT FS-VAGA-OK THEN
               DISPLAY "ERRO AO ABRIR ATIVIDADE/ATVALU - FILE "
                       "STATUS: " WS-FS " " WS-FS-VAGA
               SET PODE-GRAVAR TO FALSE
               CLOSE ATIVIDADES
               CLOSE ATVALU
               CLOSE HORARIO
           END-IF
           .

       P540-TENTA-OPCAO.
           IF WS-TS-OBTIDA (WS-I) EQUAL ZEROS AND
              WS-TS-OPCAO (WS-I, WS-RODADA) NOT EQUAL ZEROS THEN
               SET ACHOU TO FALSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-QTD-ATIV OR ACHOU
                   IF WS-TA-CD (WS-K) EQUAL
                      WS-TS-OPCAO (WS-I, WS-RODADA) THEN
                       SET ACHOU TO TRUE
                   END-IF
               END-PERFORM
               IF ACHOU THEN
                   SUBTRACT 1 FROM WS-K
               END-IF
               IF ACHOU AND WS-TA-LIVRES (WS-K) > ZEROS THEN
                   MOVE WS-TA-CD (WS-K)     TO WS-CD-ATIVIDADE-CHQ
                   MOVE WS-TS-ALUNO (WS-I)  TO WS-ID-ALUNO-CHQ
                   PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
                       MOVE WS-TA-DIA (WS-K, WS-H)
                           TO WS-EC-DIA (WS-H)
                       MOVE WS-TA-PERIODO (WS-K, WS-H)
                           TO WS-EC-PERIODO (WS-H)
                   END-PERFORM
                   MOVE WS-TS-QTD-TURMAS (WS-I) TO WS-QTD-TURMAS-CHQ
                   PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                       MOVE WS-TS-TURMA (WS-I, WS-T)
                           TO WS-TC-TURMA (WS-T)
                   END-PERFORM
                   PERFORM P560-VERIFICA-CHOQUE
                   IF NOT HA-CHOQUE THEN
                       MOVE "S" TO WS-ORIGEM-VAGA
                       PERFORM P570-GRAVA-VAGA
                       IF PODE-GRAVAR THEN
                           SUBTRACT 1 FROM WS-TA-LIVRES (WS-K)
                           MOVE WS-TA-CD (WS-K) TO WS-TS-OBTIDA (WS-I)
                           MOVE WS-RODADA TO WS-TS-RANK (WS-I)
                       END-IF
                       SET PODE-GRAVAR TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P550-GRAVA-RESULTADO.
      *> Carimba cada escolha como sorteada, com o numero e a vaga
      *> obtida.
           MOVE ZEROS TO WS-TOT-CONTEMPLADOS
           MOVE ZEROS TO WS-TOT-SEM-VAGA
           SET FS-ESCO-OK TO TRUE
           OPEN I-O ATVESCO
           IF NOT FS-ESCO-OK THEN
               DISPLAY "ERRO AO ABRIR ATVESCO.DAT - FILE STATUS: "
                       WS-FS-ESCO
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-SORT
                   IF WS-TS-OBTIDA (WS-I) EQUAL ZEROS THEN
                       ADD 1 TO WS-TOT-SEM-VAGA
                   ELSE
                       ADD 1 TO WS-TOT-CONTEMPLADOS
                   END-IF
                   MOVE WS-ANO-INF         TO AE-ANO
                   MOVE WS-TS-ALUNO (WS-I) TO AE-ID-ALUNO
                   READ ATVESCO
                       KEY IS AE-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET AE-SORTEADA TO TRUE
                           MOVE WS-TS-NUMERO (WS-I) TO AE-NUM-SORTEIO
                           MOVE WS-TS-OBTIDA (WS-I)
                               TO AE-CD-ATIVIDADE-OBTIDA
                           MOVE WS-TS-RANK (WS-I) TO AE-OPCAO-OBTIDA
                           REWRITE REG-ATVESCO
                   END-READ
               END-PERFORM
               CLOSE ATVESCO
           END-IF
           .

      *>----------------------------------------------------------------
      *> Choque de horario da atividade WS-CD-ATIVIDADE-CHQ para o
      *> aluno WS-ID-ALUNO-CHQ: aula da turma (HORARIO.DAT) no mesmo
      *> dia/periodo ou outra atividade ativa do aluno no mesmo
      *> encontro. ATIVIDADES, ATVALU e HORARIO ja abertos.
      *>----------------------------------------------------------------
       P560-VERIFICA-CHOQUE.
           SET HA-CHOQUE TO FALSE
           MOVE SPACES   TO WS-MOTIVO-CHQ
           IF FS-HOR-OK THEN
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-QTD-TURMAS-CHQ OR HA-CHOQUE
                   PERFORM VARYING WS-H FROM 1 BY 1
                           UNTIL WS-H > 4 OR HA-CHOQUE
                       IF WS-EC-DIA (WS-H) NOT EQUAL ZEROS THEN
                           MOVE WS-TC-TURMA (WS-T) TO HR-CD-TURMA
                           MOVE WS-EC-DIA (WS-H)   TO HR-DIA-SEMANA
                           MOVE WS-EC-PERIODO (WS-H) TO HR-PERIODO
                           READ HORARIO
                               KEY IS HR-CHAVE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET HA-CHOQUE TO TRUE
                                   MOVE "CHOQUE COM AULA DA TURMA"
                                       TO WS-MOTIVO-CHQ
                           END-READ
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF

           IF NOT HA-CHOQUE THEN
               SET FIM-AUX TO FALSE
               MOVE WS-ID-ALUNO-CHQ TO AA-ID-ALUNO
               START ATVALU KEY IS EQUAL AA-ID-ALUNO
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX OR HA-CHOQUE
                   READ ATVALU NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF AA-ID-ALUNO NOT EQUAL WS-ID-ALUNO-CHQ
                               SET FIM-AUX TO TRUE
                           ELSE
                               IF AA-ATIVA THEN
                                   PERFORM P565-CHOQUE-ATIVIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       P565-CHOQUE-ATIVIDADE.
           IF AA-CD-ATIVIDADE EQUAL WS-CD-ATIVIDADE-CHQ THEN
               SET HA-CHOQUE TO TRUE
               MOVE "ALUNO JA INSCRITO NA ATIVIDADE" TO WS-MOTIVO-CHQ
           ELSE
               MOVE AA-CD-ATIVIDADE TO AV-CD-ATIVIDADE
               READ ATIVIDADES
                   KEY IS AV-CD-ATIVIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-H FROM 1 BY 1
                               UNTIL WS-H > 4 OR HA-CHOQUE
                           PERFORM VARYING WS-J FROM 1 BY 1
                                   UNTIL WS-J > 4 OR HA-CHOQUE
                               IF WS-EC-DIA (WS-H) NOT EQUAL ZEROS
                                  AND WS-EC-DIA (WS-H) EQUAL
                                  AV-DIA-SEMANA (WS-J) AND
                                  WS-EC-PERIODO (WS-H) EQUAL
                                  AV-PERIODO (WS-J) THEN
                                   SET HA-CHOQUE TO TRUE
                                   MOVE "CHOQUE COM OUTRA ATIVIDADE"
                                       TO WS-MOTIVO-CHQ
                               END-IF
                           END-PERFORM
                       END-PERFORM
               END-READ
           END-IF
           .

      *>----------------------------------------------------------------
      *> Grava a vaga de WS-ID-ALUNO-CHQ em WS-CD-ATIVIDADE-CHQ com
      *> a origem WS-ORIGEM-VAGA e soma a vaga ocupada. Vaga
      *> cancelada antes e reaproveitada.
      *>----------------------------------------------------------------
       P570-GRAVA-VAGA.
           SET PODE-GRAVAR TO FALSE
           SET VAGA-EXISTE TO FALSE
           MOVE WS-CD-ATIVIDADE-CHQ TO AA-CD-ATIVIDADE
           MOVE WS-ID-ALUNO-CHQ     TO AA-ID-ALUNO
           READ ATVALU
               KEY IS AA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VAGA-EXISTE TO TRUE
           END-READ
           MOVE WS-CD-ATIVIDADE-CHQ TO AA-CD-ATIVIDADE
           MOVE WS-ID-ALUNO-CHQ     TO AA-ID-ALUNO
           MOVE WS-ANO-INF          TO AA-ANO
           MOVE WS-ORIGEM-VAGA      TO AA-ORIGEM
           MOVE WS-DATA-HOJE        TO AA-DT-INICIO
           SET AA-ATIVA             TO TRUE
           MOVE ZEROS               TO AA-DT-CANCELAMENTO
           MOVE LK-OPERADOR         TO AA-OPERADOR
           IF VAGA-EXISTE THEN
               REWRITE REG-ATVALU
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A VAGA DO ALUNO "
                               WS-ID-ALUNO-CHQ
                   NOT INVALID KEY
                       SET PODE-GRAVAR TO TRUE
               END-REWRITE
           ELSE
               MOVE ZEROS TO AA-ULT-COMPET-FAT
               WRITE REG-ATVALU
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A VAGA DO ALUNO "
                               WS-ID-ALUNO-CHQ
                   NOT INVALID KEY
                       SET PODE-GRAVAR TO TRUE
               END-WRITE
           END-IF
           IF PODE-GRAVAR THEN
               MOVE WS-CD-ATIVIDADE-CHQ TO AV-CD-ATIVIDADE
               READ ATIVIDADES
                   KEY IS AV-CD-ATIVIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO AV-QTD-OCUPADAS
                       REWRITE REG-ATIVIDADE
               END-READ
           END-IF
           .

       P580-ATA-DO-SORTEIO.
           PERFORM P800-ABRE-RELATORIO
           IF FS-REL-OK THEN
               SET FS-ALUNO-OK TO TRUE
               OPEN INPUT ALUNOS
               MOVE SPACES TO WS-LINHA-REL
               STRING "ATA DO SORTEIO DAS ATIVIDADES ELETIVAS - ANO "
                      DELIMITED BY SIZE
                      WS-ANO-INF DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "REALIZADO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      " POR " DELIMITED BY SIZE
                      LK-OPERADOR DELIMITED BY SIZE
                      " - SEMENTE " DELIMITED BY SIZE
                      WS-SEMENTE-INF DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "ORDEM  NUMERO     ALUNO NOME" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-SORT
                   PERFORM P585-LINHA-ATA
               END-PERFORM
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "CONTEMPLADOS: " DELIMITED BY SIZE
                      WS-TOT-CONTEMPLADOS DELIMITED BY SIZE
                      "   SEM VAGA: " DELIMITED BY SIZE
                      WS-TOT-SEM-VAGA DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               IF FS-ALUNO-OK THEN
                   CLOSE ALUNOS
               END-IF
               PERFORM P810-FECHA-RELATORIO
           END-IF
           DISPLAY "CONTEMPLADOS: " WS-TOT-CONTEMPLADOS
                   "  SEM VAGA: " WS-TOT-SEM-VAGA
           .

       P585-LINHA-ATA.
           MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
           IF FS-ALUNO-OK THEN
               MOVE WS-TS-ALUNO (WS-I) TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-REL
               END-READ
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-I DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-TS-NUMERO (WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TS-ALUNO (WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-ALUNO-REL (1:50) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           IF WS-TS-OBTIDA (WS-I) EQUAL ZEROS THEN
               STRING "       OPCOES " DELIMITED BY SIZE
                      WS-TS-OPCAO (WS-I, 1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TS-OPCAO (WS-I, 2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TS-OPCAO (WS-I, 3) DELIMITED BY SIZE
                      " - NAO CONTEMPLADO (SEM VAGA OU CHOQUE DE "
                      DELIMITED BY SIZE
                      "HORARIO)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               MOVE WS-TS-OBTIDA (WS-I) TO AV-CD-ATIVIDADE
               READ ATIVIDADES
                   KEY IS AV-CD-ATIVIDADE
                   INVALID KEY
                       MOVE SPACES TO AV-NOME
               END-READ
               STRING "       VAGA NA " DELIMITED BY SIZE
                      WS-TS-RANK (WS-I) DELIMITED BY SIZE
                      "a OPCAO: " DELIMITED BY SIZE
                      WS-TS-OBTIDA (WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AV-NOME DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           END-IF
           WRITE WS-LINHA-REL
           .

      *>----------------------------------------------------------------
      *> Inscricao no balcao nas vagas que sobraram (antes ou depois
      *> do sorteio), com as mesmas conferencias de choque.
      *>----------------------------------------------------------------
       P600-INSCRICAO-BALCAO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P410-VALIDA-ALUNO
           IF PODE-GRAVAR THEN
               DISPLAY "CODIGO DA ATIVIDADE: "
               ACCEPT WS-CD-ATIVIDADE-INF
               PERFORM P610-TURMAS-DO-ALUNO
               IF WS-QTD-TURMAS-CHQ EQUAL ZEROS THEN
                   DISPLAY "ALUNO SEM MATRICULA ATIVA"
                   SET PODE-GRAVAR TO FALSE
               END-IF
           END-IF
           IF PODE-GRAVAR THEN
               PERFORM P530-ABRE-VAGAS
           END-IF
           IF PODE-GRAVAR THEN
               MOVE WS-CD-ATIVIDADE-INF TO AV-CD-ATIVIDADE
               READ ATIVIDADES
                   KEY IS AV-CD-ATIVIDADE
                   INVALID KEY
                       DISPLAY "ATIVIDADE NAO CADASTRADA"
                       SET PODE-GRAVAR TO FALSE
               END-READ
               IF PODE-GRAVAR THEN
                   PERFORM P620-INSCREVE
               END-IF
               CLOSE ATVALU
               CLOSE ATIVIDADES
               CLOSE HORARIO
           END-IF
           .

       P610-TURMAS-DO-ALUNO.
      *> Turmas ativas do aluno (varredura sequencial).
           MOVE ZEROS TO WS-QTD-TURMAS-CHQ
           SET EOF-OK     TO FALSE
           SET FS-MATR-OK TO TRUE
           OPEN INPUT MATRICULAS
           IF FS-MATR-OK THEN
               PERFORM UNTIL EOF-OK
                   READ MATRICULAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MT-ATIVA AND MT-ID-ALUNO EQUAL
                              WS-ID-ALUNO-INF AND
                              WS-QTD-TURMAS-CHQ < 3 THEN
                               ADD 1 TO WS-QTD-TURMAS-CHQ
                               MOVE MT-CD-TURMA
                                   TO WS-TC-TURMA (WS-QTD-TURMAS-CHQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRICULAS
           END-IF
           .

       P620-INSCREVE.
           PERFORM P330-MOSTRA-ATIVIDADE
           EVALUATE TRUE
               WHEN NOT AV-ATIVA
                   DISPLAY "ATIVIDADE INATIVA"
               WHEN WS-LIVRES NOT > ZEROS
                   DISPLAY "ATIVIDADE SEM VAGA"
               WHEN OTHER
                   MOVE AV-ANO              TO WS-ANO-INF
                   MOVE AV-CD-ATIVIDADE     TO WS-CD-ATIVIDADE-CHQ
                   MOVE WS-ID-ALUNO-INF     TO WS-ID-ALUNO-CHQ
                   PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
                       MOVE AV-DIA-SEMANA (WS-H) TO WS-EC-DIA (WS-H)
                       MOVE AV-PERIODO (WS-H)
                           TO WS-EC-PERIODO (WS-H)
                   END-PERFORM
                   PERFORM P560-VERIFICA-CHOQUE
                   IF HA-CHOQUE THEN
                       DISPLAY "INSCRICAO RECUSADA: " WS-MOTIVO-CHQ
                   ELSE
                       MOVE "B" TO WS-ORIGEM-VAGA
                       PERFORM P570-GRAVA-VAGA
                       IF PODE-GRAVAR THEN
                           DISPLAY "ALUNO INSCRITO EM " AV-NOME
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> Cancelamento da vaga: devolve a vaga a atividade; a cobranca
      *> para a partir da proxima rodada mensal.
      *>----------------------------------------------------------------
       P650-CANCELA-VAGA.
           DISPLAY "CODIGO DA ATIVIDADE: "
           ACCEPT WS-CD-ATIVIDADE-INF
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           SET FS-OK      TO TRUE
           SET FS-VAGA-OK TO TRUE
           OPEN I-O ATIVIDADES
           OPEN I-O ATVALU
           IF NOT FS-OK OR NOT FS-VAGA-OK THEN
               DISPLAY "NENHUMA VAGA REGISTRADA (SEM ARQUIVO)"
           ELSE
               MOVE WS-CD-ATIVIDADE-INF TO AA-CD-ATIVIDADE
               MOVE WS-ID-ALUNO-INF     TO AA-ID-ALUNO
               READ ATVALU
                   KEY IS AA-CHAVE
                   INVALID KEY
                       DISPLAY "ALUNO SEM VAGA NA ATIVIDADE"
                   NOT INVALID KEY
                       IF NOT AA-ATIVA THEN
                           DISPLAY "VAGA JA CANCELADA EM "
                                   AA-DT-CANCELAMENTO
                       ELSE
                           DISPLAY "CONFIRMA O CANCELAMENTO? (S/N): "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                               PERFORM P655-GRAVA-CANCELAMENTO
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE ATVALU
           CLOSE ATIVIDADES
           .

       P655-GRAVA-CANCELAMENTO.
           SET AA-CANCELADA    TO TRUE
           MOVE WS-DATA-HOJE   TO AA-DT-CANCELAMENTO
           MOVE LK-OPERADOR    TO AA-OPERADOR
           REWRITE REG-ATVALU
           MOVE AA-CD-ATIVIDADE TO AV-CD-ATIVIDADE
           READ ATIVIDADES
               KEY IS AV-CD-ATIVIDADE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AV-QTD-OCUPADAS > ZEROS THEN
                       SUBTRACT 1 FROM AV-QTD-OCUPADAS
                       REWRITE REG-ATIVIDADE
                   END-IF
           END-READ
           DISPLAY "VAGA CANCELADA - ULTIMA COMPETENCIA COBRADA: "
                   AA-ULT-COMPET-FAT
           .

      *>----------------------------------------------------------------
      *> Lista de inscritos da atividade (chamada do professor).
      *>----------------------------------------------------------------
       P700-INSCRITOS.
           DISPLAY "CODIGO DA ATIVIDADE: "
           ACCEPT WS-CD-ATIVIDADE-INF
           SET FS-OK      TO TRUE
           SET FS-VAGA-OK TO TRUE
           OPEN INPUT ATIVIDADES
           OPEN INPUT ATVALU
           IF NOT FS-OK OR NOT FS-VAGA-OK THEN
               DISPLAY "NENHUMA VAGA REGISTRADA (SEM ARQUIVO)"
           ELSE
               MOVE WS-CD-ATIVIDADE-INF TO AV-CD-ATIVIDADE
               READ ATIVIDADES
                   KEY IS AV-CD-ATIVIDADE
                   INVALID KEY
                       DISPLAY "ATIVIDADE NAO CADASTRADA"
                   NOT INVALID KEY
                       PERFORM P710-LISTA-INSCRITOS
               END-READ
           END-IF
           CLOSE ATVALU
           CLOSE ATIVIDADES
           .

       P710-LISTA-INSCRITOS.
           MOVE ZEROS TO WS-QTD-INSCRITOS
           PERFORM P800-ABRE-RELATORIO
           IF FS-REL-OK THEN
               SET FS-ALUNO-OK TO TRUE
               OPEN INPUT ALUNOS
               MOVE SPACES TO WS-LINHA-REL
               STRING "INSCRITOS - " DELIMITED BY SIZE
                      AV-CD-ATIVIDADE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AV-NOME DELIMITED BY SIZE
                      " - ANO " DELIMITED BY SIZE
                      AV-ANO DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "POSICAO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL

               SET FIM-AUX TO FALSE
               MOVE WS-CD-ATIVIDADE-INF TO AA-CD-ATIVIDADE
               MOVE ZEROS               TO AA-ID-ALUNO
               START ATVALU KEY IS NOT LESS AA-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ ATVALU NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF AA-CD-ATIVIDADE NOT EQUAL
                              WS-CD-ATIVIDADE-INF THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               IF AA-ATIVA THEN
                                   PERFORM P720-LINHA-INSCRITO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "INSCRITOS: " DELIMITED BY SIZE
                      WS-QTD-INSCRITOS DELIMITED BY SIZE
                      "   VAGAS: " DELIMITED BY SIZE
                      AV-VAGAS DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               IF FS-ALUNO-OK THEN
                   CLOSE ALUNOS
               END-IF
               PERFORM P810-FECHA-RELATORIO
               DISPLAY "INSCRITOS: " WS-QTD-INSCRITOS
           END-IF
           .

       P720-LINHA-INSCRITO.
           ADD 1 TO WS-QTD-INSCRITOS
           MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
           IF FS-ALUNO-OK THEN
               MOVE AA-ID-ALUNO TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-REL
               END-READ
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING AA-ID-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-ALUNO-REL (1:50) DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  AA-DT-INICIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AA-ORIGEM DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P800-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "ELETIVA"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\ELETIVA.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           END-IF
           .

       P810-FECHA-RELATORIO.
           CLOSE RELATORIO
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM ELETIVA.
