      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CARTEIRA DE VACINACAO: MANTEM O CALENDARIO DE VACINAS
      *         EXIGIDAS (VACINA.DAT), UMA LINHA POR VACINA x DOSE COM
      *         A IDADE EM MESES A PARTIR DA QUAL A DOSE E COBRADA,
      *         CRIADO COM O CALENDARIO PADRAO NA PRIMEIRA EXECUCAO;
      *         REGISTRA AS DOSES CONFERIDAS NA CARTEIRA DO ALUNO
      *         (VACALU.DAT) COM A DATA DE APLICACAO E MOSTRA O QUE
      *         FALTA PELA IDADE (DT-NASC-ALUNO). A LISTA DE DOSES
      *         PENDENTES POR TURMA (MATRICULA ATIVA, RESPONSAVEL DE
      *         RESPALU.DAT E CONTATOS DO M3) SAI NO SPOOL (SPLCTL);
      *         AS CONVOCACOES AOS RESPONSAVEIS ENTRAM NA FILA DE
      *         COMUNICACAO (COMFILA, SMS/E-MAIL/CARTA, DESPACHADA POR
      *         COMDESP) E RESPEITAM O CONSENTIMENTO DE MALA DIRETA DO
      *         M3 (OPT-OUT: SEM CONVOCACAO, AVISO PELA SECRETARIA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACINA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VACINAS ASSIGN TO WS-VACINA-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CHAVE
               FILE STATUS IS WS-FS.

               SELECT VACALU ASSIGN TO WS-VACALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VL-CHAVE
               FILE STATUS IS WS-FS-VL.

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
      *>          CADASTRO DE CONTATOS DO M3 (NOME, TELEFONE E
      *>          ENDERECO DO RESPONSAVEL CONVOCADO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CNT.

               SELECT CONSENTIMENTOS ASSIGN TO WS-CONSENT-PATH-LOCAL
      *>          CONSENTIMENTO DE COMUNICACAO DO M3 (VER CONSENT):
      *>          QUEM RECUSOU MALA DIRETA NAO RECEBE PELO CORREIO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONS.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD VACINAS.
       COPY FD_VACINA.

       FD VACALU.
       COPY FD_VACALU.

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

       FD CONSENTIMENTOS.
       COPY FD_CONSENT.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-VL          PIC 99.
           88 FS-VL-OK      VALUE 0.
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
       77 WS-FS-CONS        PIC 99.
           88 FS-CONS-OK    VALUE 0.
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

      *> Arquivos que abriram para a lista e para as cartas.
       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-RESP       PIC X VALUE "N".
           88 ABERTO-RESP      VALUE "S" FALSE "N".
       77 WS-ABERTO-CNT        PIC X VALUE "N".
           88 ABERTO-CNT       VALUE "S" FALSE "N".
       77 WS-ABERTO-CONS       PIC X VALUE "N".
           88 ABERTO-CONS      VALUE "S" FALSE "N".
       77 WS-ABERTO-VL         PIC X VALUE "N".
           88 ABERTO-VL        VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-CONSENT-PATH-LOCAL  PIC X(200) VALUE SPACES.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       01 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO        PIC 9(04).
           03 WS-DH-MES        PIC 9(02).
           03 WS-DH-DIA        PIC 9(02).
       01 WS-DT-NASC           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-NASC.
           03 WS-DN-ANO        PIC 9(04).
           03 WS-DN-MES        PIC 9(02).
           03 WS-DN-DIA        PIC 9(02).
       77 WS-IDADE-MESES       PIC S9(05) VALUE ZEROS.
       77 WS-NASC-OK           PIC X VALUE "N".
           88 NASC-VALIDO      VALUE "S" FALSE "N".

       77 WS-CD-VACINA-INF     PIC 9(02) VALUE ZEROS.
       77 WS-DOSE-INF          PIC 9(01) VALUE ZEROS.
       77 WS-DESCRICAO-INF     PIC X(30) VALUE SPACES.
       77 WS-IDADE-INF         PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-DT-APLIC-INF      PIC 9(08) VALUE ZEROS.
       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-CONFIRMA          PIC X VALUE SPACES.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-J                 PIC 9(03) VALUE ZEROS.
       77 WS-TOT-LISTA         PIC 9(03) VALUE ZEROS.
       77 WS-TOT-APLICADAS     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-ALUNOS-PEND   PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-NASC      PIC 9(03) VALUE ZEROS.
       77 WS-TOT-CARTAS        PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SUPRIMIDAS    PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-RESP      PIC 9(03) VALUE ZEROS.
       77 WS-ALUNO-OK          PIC X VALUE "N".
           88 ALUNO-VALIDO     VALUE "S" FALSE "N".
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.
       77 WS-SEM-CONSENT       PIC X VALUE "N".
           88 SEM-CONSENTIMENTO VALUE "S" FALSE "N".
       77 WS-CNT-OK            PIC X VALUE "N".
           88 CONTATO-USAVEL   VALUE "S" FALSE "N".

      *> Calendario padrao: vacina, dose, descricao e idade em meses
      *> a partir da qual a dose e exigida.
       01 WS-VACINAS-PADRAO.
           03 FILLER PIC X(30) VALUE "011BCG                     000".
           03 FILLER PIC X(30) VALUE "021HEPATITE B              000".
           03 FILLER PIC X(30) VALUE "031PENTAVALENTE DTP/HIB/HB 002".
           03 FILLER PIC X(30) VALUE "032PENTAVALENTE DTP/HIB/HB 004".
           03 FILLER PIC X(30) VALUE "033PENTAVALENTE DTP/HIB/HB 006".
           03 FILLER PIC X(30) VALUE "041POLIOMIELITE VIP/VOP    002".
           03 FILLER PIC X(30) VALUE "042POLIOMIELITE VIP/VOP    004".
           03 FILLER PIC X(30) VALUE "043POLIOMIELITE VIP/VOP    006".
           03 FILLER PIC X(30) VALUE "044POLIOMIELITE VIP/VOP    015".
           03 FILLER PIC X(30) VALUE "045POLIOMIELITE VIP/VOP    048".
           03 FILLER PIC X(30) VALUE "051MENINGOCOCICA C         003".
           03 FILLER PIC X(30) VALUE "052MENINGOCOCICA C         005".
           03 FILLER PIC X(30) VALUE "053MENINGOCOCICA C         012".
           03 FILLER PIC X(30) VALUE "061FEBRE AMARELA           009".
           03 FILLER PIC X(30) VALUE "062FEBRE AMARELA           048".
           03 FILLER PIC X(30) VALUE "071TRIPLICE VIRAL SCR      012".
           03 FILLER PIC X(30) VALUE "072TRIPLICE VIRAL SCR      015".
           03 FILLER PIC X(30) VALUE "081DTP REFORCO             015".
           03 FILLER PIC X(30) VALUE "082DTP REFORCO             048".
           03 FILLER PIC X(30) VALUE "091VARICELA                015".
           03 FILLER PIC X(30) VALUE "092VARICELA                048".
           03 FILLER PIC X(30) VALUE "101HPV                     108".
       01 FILLER REDEFINES WS-VACINAS-PADRAO.
           03 WS-VP-ITEM OCCURS 22 TIMES.
               05 WS-VP-VACINA     PIC 9(02).
               05 WS-VP-DOSE       PIC 9(01).
               05 WS-VP-DESCRICAO  PIC X(24).
               05 WS-VP-IDADE      PIC 9(03).

      *> Calendario ativo em memoria, na ordem da chave.
       77 WS-QTD-CAL           PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CAL.
           03 WS-TC-ITEM OCCURS 100 TIMES.
               05 WS-TC-VACINA     PIC 9(02).
               05 WS-TC-DOSE       PIC 9(01).
               05 WS-TC-DESCRICAO  PIC X(30).
               05 WS-TC-IDADE      PIC 9(03).

      *> Doses pendentes do aluno corrente (posicao no calendario).
       77 WS-QTD-PEND          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PEND.
           03 WS-TP-POSICAO    PIC 9(03) OCCURS 100 TIMES.

      *> Responsavel convocado.
       77 WS-RESP-ACHADO       PIC X VALUE "N".
           88 RESP-ACHADO      VALUE "S" FALSE "N".
       77 WS-ID-RESP           PIC 9(05) VALUE ZEROS.
       77 WS-RESP-PRIORIDADE   PIC 9(01) VALUE ZEROS.

       COPY WS_DATUTIL.
       COPY WS_SPLCTL.
       COPY WS_COMFILA.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CARTEIRA DE VACINACAO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-CONTATOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P120-INICIALIZA-CALENDARIO

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

      *> CONTATOS.DAT e CONSENT.DAT vivem no diretorio de dados do M3
      *> (mesmo padrao de resolucao de P-RESOLVE-PATH.cpy).
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
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONSENT.DAT" DELIMITED BY SIZE
                  INTO WS-CONSENT-PATH-LOCAL
           .

      *> Primeira execucao: o calendario nasce com as vacinas padrao.
       P120-INICIALIZA-CALENDARIO.
           SET FS-OK TO TRUE
           OPEN I-O VACINAS
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT VACINAS
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 22
                   INITIALIZE REG-VACINA
                   MOVE WS-VP-VACINA (WS-I)    TO VC-CD-VACINA
                   MOVE WS-VP-DOSE (WS-I)      TO VC-DOSE
                   MOVE WS-VP-DESCRICAO (WS-I) TO VC-DESCRICAO
                   MOVE WS-VP-IDADE (WS-I)     TO VC-IDADE-MESES
                   SET VC-ATIVA                TO TRUE
                   MOVE WS-DATA-HOJE           TO VC-DT-ATUALIZACAO
                   MOVE LK-OPERADOR            TO VC-OPERADOR
                   WRITE REG-VACINA
               END-PERFORM
               DISPLAY "CALENDARIO DE VACINAS CRIADO COM AS VACINAS "
                       "PADRAO"
               CLOSE VACINAS
           ELSE
               IF FS-OK THEN
                   CLOSE VACINAS
               ELSE
                   DISPLAY "ERRO AO ABRIR VACINA.DAT - FILE STATUS: "
                           WS-FS
               END-IF
           END-IF
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> INCLUIR/ALTERAR DOSE DO CALENDARIO  "
                   "<2> ATIVAR/INATIVAR DOSE  <3> LISTAR"
           DISPLAY "        <4> REGISTRAR DOSE APLICADA  "
                   "<5> EXCLUIR DOSE REGISTRADA  <6> CARTEIRA DO ALUNO"
           DISPLAY "        <7> PENDENCIAS DA TURMA  "
                   "<8> CARTAS DE CONVOCACAO DA TURMA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-GRAVA-DOSE
               WHEN "2"
                   PERFORM P320-SITUACAO-DOSE
               WHEN "3"
                   PERFORM P330-LISTA-CALENDARIO
               WHEN "4"
                   PERFORM P400-REGISTRA-APLICACAO
               WHEN "5"
                   PERFORM P420-EXCLUI-APLICACAO
               WHEN "6"
                   PERFORM P440-CONSULTA-CARTEIRA
               WHEN "7"
                   PERFORM P500-PENDENCIAS-TURMA
               WHEN "8"
                   PERFORM P600-CARTAS-TURMA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-GRAVA-DOSE.
           DISPLAY "CODIGO DA VACINA (01 A 99): "
           ACCEPT WS-CD-VACINA-INF
           DISPLAY "DOSE (1 A 9): "
           ACCEPT WS-DOSE-INF
           DISPLAY "DESCRICAO DA VACINA (ATE 30 CARACTERES): "
           ACCEPT WS-DESCRICAO-INF
           DISPLAY "IDADE EM MESES A PARTIR DA QUAL A DOSE E EXIGIDA "
                   "(000 = AO NASCER): "
           ACCEPT WS-IDADE-INF

           EVALUATE TRUE
               WHEN WS-CD-VACINA-INF EQUAL ZEROS
                   DISPLAY "CODIGO INVALIDO"
               WHEN WS-DOSE-INF EQUAL ZEROS
                   DISPLAY "DOSE INVALIDA"
               WHEN WS-DESCRICAO-INF EQUAL SPACES
                   DISPLAY "DESCRICAO OBRIGATORIA"
               WHEN OTHER
                   SET FS-OK TO TRUE
                   OPEN I-O VACINAS
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO ABRIR VACINA.DAT - FILE "
                               "STATUS: " WS-FS
                   ELSE
                       MOVE WS-CD-VACINA-INF TO VC-CD-VACINA
                       MOVE WS-DOSE-INF      TO VC-DOSE
                       READ VACINAS
                           KEY IS VC-CHAVE
                           INVALID KEY
                               INITIALIZE REG-VACINA
                               MOVE WS-CD-VACINA-INF TO VC-CD-VACINA
                               MOVE WS-DOSE-INF      TO VC-DOSE
                               SET VC-ATIVA TO TRUE
                               PERFORM P315-MOVE-DOSE
                               WRITE REG-VACINA
                               DISPLAY "DOSE INCLUIDA NO CALENDARIO!"
                           NOT INVALID KEY
                               PERFORM P315-MOVE-DOSE
                               REWRITE REG-VACINA
                               DISPLAY "DOSE ALTERADA!"
                       END-READ
                       CLOSE VACINAS
                   END-IF
           END-EVALUATE
           .

       P315-MOVE-DOSE.
           MOVE WS-DESCRICAO-INF    TO VC-DESCRICAO
           MOVE WS-IDADE-INF        TO VC-IDADE-MESES
           MOVE WS-DATA-HOJE        TO VC-DT-ATUALIZACAO
           MOVE LK-OPERADOR         TO VC-OPERADOR
           .

       P320-SITUACAO-DOSE.
           DISPLAY "CODIGO DA VACINA: "
           ACCEPT WS-CD-VACINA-INF
           DISPLAY "DOSE: "
           ACCEPT WS-DOSE-INF
           SET FS-OK TO TRUE
           OPEN I-O VACINAS
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR VACINA.DAT - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-CD-VACINA-INF TO VC-CD-VACINA
               MOVE WS-DOSE-INF      TO VC-DOSE
               READ VACINAS
                   KEY IS VC-CHAVE
                   INVALID KEY
                       DISPLAY "DOSE NAO CADASTRADA NO CALENDARIO"
                   NOT INVALID KEY
                       IF VC-ATIVA THEN
                           SET VC-INATIVA TO TRUE
                           DISPLAY "DOSE INATIVADA: " VC-DESCRICAO
                       ELSE
                           SET VC-ATIVA TO TRUE
                           DISPLAY "DOSE REATIVADA: " VC-DESCRICAO
                       END-IF
                       MOVE WS-DATA-HOJE TO VC-DT-ATUALIZACAO
                       MOVE LK-OPERADOR  TO VC-OPERADOR
                       REWRITE REG-VACINA
               END-READ
               CLOSE VACINAS
           END-IF
           .

       P330-LISTA-CALENDARIO.
           MOVE ZEROS  TO WS-TOT-LISTA
           SET EOF-OK  TO FALSE
           SET FS-OK   TO TRUE
           OPEN INPUT VACINAS
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR VACINA.DAT - FILE STATUS: " WS-FS
           ELSE
               DISPLAY "VAC DOSE DESCRICAO                      "
                       "IDADE(MESES) SIT"
               PERFORM UNTIL EOF-OK
                   READ VACINAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOT-LISTA
                           DISPLAY VC-CD-VACINA "   " VC-DOSE "   "
                                   VC-DESCRICAO "  " VC-IDADE-MESES
                                   "          " VC-STATUS
                   END-READ
               END-PERFORM
               CLOSE VACINAS
               DISPLAY "DOSES NO CALENDARIO: " WS-TOT-LISTA
           END-IF
           .

      *>----------------------------------------------------------------
      *> Dose conferida na carteira apresentada: a vacina/dose tem de
      *> estar no calendario e a data de aplicacao nao pode ser
      *> anterior ao nascimento nem posterior a hoje.
      *>----------------------------------------------------------------
       P400-REGISTRA-APLICACAO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P450-VALIDA-ALUNO
           IF NOT ALUNO-VALIDO THEN
               DISPLAY "ALUNO NAO CADASTRADO OU INATIVO"
           ELSE
               DISPLAY "CODIGO DA VACINA: "
               ACCEPT WS-CD-VACINA-INF
               DISPLAY "DOSE: "
               ACCEPT WS-DOSE-INF
               SET FS-OK TO TRUE
               OPEN INPUT VACINAS
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR VACINA.DAT - FILE STATUS: "
                           WS-FS
               ELSE
                   MOVE WS-CD-VACINA-INF TO VC-CD-VACINA
                   MOVE WS-DOSE-INF      TO VC-DOSE
                   READ VACINAS
                       KEY IS VC-CHAVE
                       INVALID KEY
                           DISPLAY "DOSE NAO CADASTRADA NO CALENDARIO"
                       NOT INVALID KEY
                           DISPLAY "VACINA: " VC-DESCRICAO
                                   " DOSE " VC-DOSE
                           PERFORM P410-GRAVA-APLICACAO
                   END-READ
                   CLOSE VACINAS
               END-IF
           END-IF
           .

       P410-GRAVA-APLICACAO.
           DISPLAY "DATA DA APLICACAO (AAAAMMDD): "
           ACCEPT WS-DT-APLIC-INF
           MOVE "V"             TO WS-DU-OPERACAO
           MOVE WS-DT-APLIC-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" OR
              WS-DT-APLIC-INF > WS-DATA-HOJE OR
              (NASC-VALIDO AND WS-DT-APLIC-INF < WS-DT-NASC) THEN
               DISPLAY "DATA INVALIDA"
           ELSE
               SET FS-VL-OK TO TRUE
               OPEN I-O VACALU
               IF WS-FS-VL EQUAL 35 THEN
                   OPEN OUTPUT VACALU
                   CLOSE VACALU
                   SET FS-VL-OK TO TRUE
                   OPEN I-O VACALU
               END-IF
               IF NOT FS-VL-OK THEN
                   DISPLAY "ERRO AO ABRIR VACALU.DAT - FILE STATUS: "
                           WS-FS-VL
               ELSE
                   MOVE WS-ID-ALUNO-INF  TO VL-ID-ALUNO
                   MOVE WS-CD-VACINA-INF TO VL-CD-VACINA
                   MOVE WS-DOSE-INF      TO VL-DOSE
                   READ VACALU
                       KEY IS VL-CHAVE
                       INVALID KEY
                           MOVE WS-DT-APLIC-INF TO VL-DT-APLICACAO
                           MOVE WS-DATA-HOJE    TO VL-DT-REGISTRO
                           MOVE LK-OPERADOR     TO VL-OPERADOR
                           WRITE REG-VACALU
                           DISPLAY "DOSE REGISTRADA NA CARTEIRA!"
                       NOT INVALID KEY
                           MOVE WS-DT-APLIC-INF TO VL-DT-APLICACAO
                           MOVE WS-DATA-HOJE    TO VL-DT-REGISTRO
                           MOVE LK-OPERADOR     TO VL-OPERADOR
                           REWRITE REG-VACALU
                           DISPLAY "DATA DA DOSE ALTERADA!"
                   END-READ
                   CLOSE VACALU
               END-IF
           END-IF
           .

       P420-EXCLUI-APLICACAO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "CODIGO DA VACINA: "
           ACCEPT WS-CD-VACINA-INF
           DISPLAY "DOSE: "
           ACCEPT WS-DOSE-INF
           SET FS-VL-OK TO TRUE
           OPEN I-O VACALU
           IF NOT FS-VL-OK THEN
               DISPLAY "CARTEIRA SEM REGISTROS - FILE STATUS: "
                       WS-FS-VL
           ELSE
               MOVE WS-ID-ALUNO-INF  TO VL-ID-ALUNO
               MOVE WS-CD-VACINA-INF TO VL-CD-VACINA
               MOVE WS-DOSE-INF      TO VL-DOSE
               READ VACALU
                   KEY IS VL-CHAVE
                   INVALID KEY
                       DISPLAY "DOSE NAO REGISTRADA NA CARTEIRA"
                   NOT INVALID KEY
                       DISPLAY "APLICADA EM " VL-DT-APLICACAO
                               " - CONFIRMA A EXCLUSAO (S/N)?"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL "S" OR
                          WS-CONFIRMA EQUAL "s" THEN
                           DELETE VACALU RECORD
                           DISPLAY "REGISTRO EXCLUIDO!"
                       END-IF
               END-READ
               CLOSE VACALU
           END-IF
           .

      *>----------------------------------------------------------------
      *> Carteira do aluno: doses registradas e, pela idade de hoje,
      *> as doses do calendario ativo que ainda faltam.
      *>----------------------------------------------------------------
       P440-CONSULTA-CARTEIRA.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P450-VALIDA-ALUNO
           IF NOT ALUNO-VALIDO THEN
               DISPLAY "ALUNO NAO CADASTRADO OU INATIVO"
           ELSE
               PERFORM P460-CARREGA-CALENDARIO
               MOVE ZEROS   TO WS-TOT-APLICADAS
               SET ABERTO-VL TO FALSE
               SET FIM-AUX  TO FALSE
               SET FS-VL-OK TO TRUE
               OPEN INPUT VACALU
               IF NOT FS-VL-OK THEN
                   SET FIM-AUX TO TRUE
               ELSE
                   SET ABERTO-VL TO TRUE
                   MOVE WS-ID-ALUNO-INF TO VL-ID-ALUNO
                   MOVE ZEROS           TO VL-CD-VACINA
                   MOVE ZEROS           TO VL-DOSE
                   START VACALU KEY IS NOT LESS VL-CHAVE
                       INVALID KEY
                           SET FIM-AUX TO TRUE
                   END-START
               END-IF
               DISPLAY "DOSES REGISTRADAS:"
               PERFORM UNTIL FIM-AUX
                   READ VACALU NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF VL-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF
                               SET FIM-AUX TO TRUE
                           ELSE
                               ADD 1 TO WS-TOT-APLICADAS
                               PERFORM P445-MOSTRA-APLICADA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TOT-APLICADAS EQUAL ZEROS THEN
                   DISPLAY "    NENHUMA DOSE REGISTRADA"
               END-IF

               IF NOT NASC-VALIDO THEN
                   DISPLAY "DATA DE NASCIMENTO NAO CADASTRADA - SEM "
                           "COMO APURAR AS DOSES EXIGIDAS (CADALUNO)"
               ELSE
                   MOVE WS-ID-ALUNO-INF TO VL-ID-ALUNO
                   PERFORM P480-APURA-PENDENTES
                   DISPLAY "IDADE: " WS-IDADE-MESES " MESES - DOSES "
                           "PENDENTES: " WS-QTD-PEND
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-PEND
                       MOVE WS-TP-POSICAO (WS-I) TO WS-J
                       DISPLAY "    [ ] " WS-TC-VACINA (WS-J) " "
                               WS-TC-DESCRICAO (WS-J) " DOSE "
                               WS-TC-DOSE (WS-J)
                   END-PERFORM
               END-IF
               IF ABERTO-VL THEN
                   CLOSE VACALU
                   SET ABERTO-VL TO FALSE
               END-IF
           END-IF
           .

       P445-MOSTRA-APLICADA.
           MOVE SPACES TO WS-DESCRICAO-INF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-QTD-CAL
               IF WS-TC-VACINA (WS-J) EQUAL VL-CD-VACINA THEN
                   MOVE WS-TC-DESCRICAO (WS-J) TO WS-DESCRICAO-INF
               END-IF
           END-PERFORM
           DISPLAY "    " VL-CD-VACINA " " WS-DESCRICAO-INF " DOSE "
                   VL-DOSE " EM " VL-DT-APLICACAO
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
                           PERFORM P470-CALCULA-IDADE
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF
           .

       P460-CARREGA-CALENDARIO.
           MOVE ZEROS  TO WS-QTD-CAL
           SET EOF-OK  TO FALSE
           SET FS-OK   TO TRUE
           OPEN INPUT VACINAS
           IF NOT FS-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ VACINAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF VC-ATIVA AND WS-QTD-CAL < 100 THEN
                           ADD 1 TO WS-QTD-CAL
                           MOVE VC-CD-VACINA
                               TO WS-TC-VACINA (WS-QTD-CAL)
                           MOVE VC-DOSE
                               TO WS-TC-DOSE (WS-QTD-CAL)
                           MOVE VC-DESCRICAO
                               TO WS-TC-DESCRICAO (WS-QTD-CAL)
                           MOVE VC-IDADE-MESES
                               TO WS-TC-IDADE (WS-QTD-CAL)
                       END-IF
               END-READ
           END-PERFORM
           IF FS-OK THEN
               CLOSE VACINAS
           END-IF
           .

      *> Idade em meses completos na data de hoje, a partir de
      *> DT-NASC-ALUNO do registro de ALUNOS lido.
       P470-CALCULA-IDADE.
           SET NASC-VALIDO TO FALSE
           MOVE ZEROS      TO WS-IDADE-MESES
           MOVE DT-NASC-ALUNO TO WS-DT-NASC
           IF WS-DT-NASC NOT EQUAL ZEROS THEN
               MOVE "V"        TO WS-DU-OPERACAO
               MOVE WS-DT-NASC TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO NOT EQUAL "S" AND
                  WS-DT-NASC NOT > WS-DATA-HOJE THEN
                   SET NASC-VALIDO TO TRUE
                   COMPUTE WS-IDADE-MESES =
                       (WS-DH-ANO - WS-DN-ANO) * 12
                       + WS-DH-MES - WS-DN-MES
                   IF WS-DH-DIA < WS-DN-DIA THEN
                       SUBTRACT 1 FROM WS-IDADE-MESES
                   END-IF
               END-IF
           END-IF
           .

      *> Doses do calendario ja exigidas pela idade e sem registro na
      *> carteira do aluno em VL-ID-ALUNO. Sem VACALU.DAT (nenhuma
      *> carteira lancada ainda) toda dose exigida esta pendente.
       P480-APURA-PENDENTES.
           MOVE ZEROS TO WS-QTD-PEND
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-QTD-CAL
               IF WS-TC-IDADE (WS-J) NOT > WS-IDADE-MESES THEN
                   IF ABERTO-VL THEN
                       MOVE WS-TC-VACINA (WS-J) TO VL-CD-VACINA
                       MOVE WS-TC-DOSE (WS-J)   TO VL-DOSE
                       READ VACALU
                           KEY IS VL-CHAVE
                           INVALID KEY
                               ADD 1 TO WS-QTD-PEND
                               MOVE WS-J TO WS-TP-POSICAO (WS-QTD-PEND)
                       END-READ
                   ELSE
                       ADD 1 TO WS-QTD-PEND
                       MOVE WS-J TO WS-TP-POSICAO (WS-QTD-PEND)
                   END-IF
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> Pendencias da turma: cada aluno com matricula ativa e dose
      *> exigida sem registro, com o responsavel a convocar
      *> (financeiro, senao pai, senao mae, como no FREQPROJ).
      *>----------------------------------------------------------------
       P500-PENDENCIAS-TURMA.
           PERFORM P505-LE-TURMA
           IF FS-TURMA-OK THEN
               PERFORM P460-CARREGA-CALENDARIO
               MOVE ZEROS TO WS-TOT-ALUNOS-PEND
               MOVE ZEROS TO WS-TOT-SEM-NASC
               PERFORM P520-ABRE-RELATORIO
               IF FS-REL-OK THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "VACINAS PENDENTES - TURMA " DELIMITED BY SIZE
                          TU-CD-TURMA DELIMITED BY SIZE
                          " - ANO " DELIMITED BY SIZE
                          TU-ANO DELIMITED BY SIZE
                          " - POSICAO EM " DELIMITED BY SIZE
                          WS-DATA-HOJE DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE "DOSES EXIGIDAS PELA IDADE SEM REGISTRO NA CART
      -                 "EIRA DE VACINACAO" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE ALL "=" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL

                   PERFORM P530-ABRE-CADASTROS
                   IF FS-MATR-OK THEN
                       PERFORM P540-PERCORRE-MATRICULAS
                   END-IF
                   PERFORM P535-FECHA-CADASTROS

                   MOVE SPACES TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "ALUNOS COM PENDENCIA: " DELIMITED BY SIZE
                          WS-TOT-ALUNOS-PEND DELIMITED BY SIZE
                          "   SEM DATA DE NASCIMENTO: "
                              DELIMITED BY SIZE
                          WS-TOT-SEM-NASC DELIMITED BY SIZE
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
           MOVE "VACINA"    TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\VACINA.LST" DELIMITED BY SIZE
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
           SET ABERTO-RESP  TO FALSE
           SET ABERTO-CNT   TO FALSE
           SET ABERTO-CONS  TO FALSE
           SET ABERTO-VL    TO FALSE
           SET FS-ALUNO-OK  TO TRUE
           SET FS-RESP-OK   TO TRUE
           SET FS-CNT-OK    TO TRUE
           SET FS-CONS-OK   TO TRUE
           SET FS-VL-OK     TO TRUE
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
      *>   Sem CONSENT.DAT o canal segue liberado (opt-out).
           OPEN INPUT CONSENTIMENTOS
           IF FS-CONS-OK THEN
               SET ABERTO-CONS TO TRUE
           END-IF
           OPEN INPUT VACALU
           IF FS-VL-OK THEN
               SET ABERTO-VL TO TRUE
           END-IF
           OPEN INPUT MATRICULAS
           .

       P535-FECHA-CADASTROS.
           IF FS-MATR-OK THEN
               CLOSE MATRICULAS
           END-IF
           IF ABERTO-VL THEN
               CLOSE VACALU
               SET ABERTO-VL TO FALSE
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
           IF ABERTO-CONS THEN
               CLOSE CONSENTIMENTOS
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
                               PERFORM P545-SITUACAO-ALUNO
                               EVALUATE WS-OPCAO
                                   WHEN "7"
                                       PERFORM P550-PENDENCIAS-ALUNO
                                   WHEN "8"
                                       PERFORM P610-CARTA-DO-ALUNO
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *> Nome, idade e doses pendentes do aluno da matricula.
       P545-SITUACAO-ALUNO.
           MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
           SET NASC-VALIDO TO FALSE
           MOVE ZEROS TO WS-QTD-PEND
           IF ABERTO-ALUNO THEN
               MOVE MT-ID-ALUNO TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-REL
                       PERFORM P470-CALCULA-IDADE
               END-READ
           END-IF
           IF NASC-VALIDO THEN
               MOVE MT-ID-ALUNO TO VL-ID-ALUNO
               PERFORM P480-APURA-PENDENTES
           END-IF
           .

       P550-PENDENCIAS-ALUNO.
           IF NOT NASC-VALIDO OR WS-QTD-PEND > ZEROS THEN
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
               PERFORM P555-LINHA-RESPONSAVEL
               IF NOT NASC-VALIDO THEN
                   ADD 1 TO WS-TOT-SEM-NASC
                   MOVE "    DATA DE NASCIMENTO NAO CADASTRADA - CONFER
      -                 "IR A CARTEIRA INTEIRA" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               ELSE
                   ADD 1 TO WS-TOT-ALUNOS-PEND
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-PEND
                       PERFORM P560-LINHA-PENDENTE
                   END-PERFORM
               END-IF
           END-IF
           .

       P555-LINHA-RESPONSAVEL.
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

       P560-LINHA-PENDENTE.
           MOVE WS-TP-POSICAO (WS-I) TO WS-J
           MOVE SPACES TO WS-LINHA-REL
           STRING "    [ ] " DELIMITED BY SIZE
                  WS-TC-VACINA (WS-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TC-DESCRICAO (WS-J) DELIMITED BY SIZE
                  " DOSE " DELIMITED BY SIZE
                  WS-TC-DOSE (WS-J) DELIMITED BY SIZE
                  " - EXIGIDA A PARTIR DE " DELIMITED BY SIZE
                  WS-TC-IDADE (WS-J) DELIMITED BY SIZE
                  " MESES" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
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

      *>----------------------------------------------------------------
      *> Convocacoes: uma por aluno com dose pendente, enderecada ao
      *> responsavel e gravada na fila de comunicacao (COMFILA), que
      *> COMDESP despacha por SMS, e-mail ou carta. Quem recusou mala
      *> direta no M3 (CONSENT.DAT, canal "M") nao e convocado: sai
      *> na tela para a secretaria avisar pessoalmente.
      *>----------------------------------------------------------------
       P600-CARTAS-TURMA.
           PERFORM P505-LE-TURMA
           IF FS-TURMA-OK THEN
               PERFORM P460-CARREGA-CALENDARIO
               MOVE ZEROS TO WS-TOT-CARTAS
               MOVE ZEROS TO WS-TOT-SUPRIMIDAS
               MOVE ZEROS TO WS-TOT-SEM-RESP
               MOVE ZEROS TO WS-TOT-FILA
               MOVE ZEROS TO WS-TOT-FILA-ERRO
               PERFORM P530-ABRE-CADASTROS
               IF FS-MATR-OK THEN
                   PERFORM P540-PERCORRE-MATRICULAS
               END-IF
               PERFORM P535-FECHA-CADASTROS
               DISPLAY "CONVOCACOES NA FILA DE COMUNICACAO: "
                       WS-TOT-CARTAS
               DISPLAY "NAO ENFILEIRADAS: " WS-TOT-FILA-ERRO
               DISPLAY "SEM CARTA (OPT-OUT DE MALA DIRETA): "
                       WS-TOT-SUPRIMIDAS
               DISPLAY "SEM RESPONSAVEL LOCALIZADO: "
                       WS-TOT-SEM-RESP
           END-IF
           .

       P610-CARTA-DO-ALUNO.
           IF NASC-VALIDO AND WS-QTD-PEND > ZEROS THEN
               PERFORM P570-ACHA-RESPONSAVEL
               PERFORM P620-DADOS-DO-RESP
               EVALUATE TRUE
                   WHEN NOT CONTATO-USAVEL
                       ADD 1 TO WS-TOT-SEM-RESP
                       DISPLAY "SEM RESPONSAVEL LOCALIZADO: ALUNO "
                               MT-ID-ALUNO " " WS-NM-ALUNO-REL
                   WHEN SEM-CONSENTIMENTO
                       ADD 1 TO WS-TOT-SUPRIMIDAS
                       DISPLAY "AVISAR PELA SECRETARIA: ALUNO "
                               MT-ID-ALUNO " - RESPONSAVEL "
                               NM-CONTATO
                   WHEN OTHER
                       PERFORM P630-ENFILEIRA-CARTA
                       IF WS-FC-ERRO NOT EQUAL "S" THEN
                           ADD 1 TO WS-TOT-CARTAS
                       END-IF
               END-EVALUATE
           END-IF
           .

      *> Endereco do responsavel no M3 e o consentimento de mala
      *> direta. Contato inexistente ou anonimizado nao recebe carta.
       P620-DADOS-DO-RESP.
           SET CONTATO-USAVEL    TO FALSE
           SET SEM-CONSENTIMENTO TO FALSE
           IF RESP-ACHADO AND ABERTO-CNT THEN
               MOVE WS-ID-RESP TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ST-ANONIMIZADO THEN
                           SET CONTATO-USAVEL TO TRUE
                       END-IF
               END-READ
           END-IF
           IF CONTATO-USAVEL AND ABERTO-CONS THEN
               MOVE WS-ID-RESP TO CS-ID-CONTATO
               MOVE "M"        TO CS-CANAL
               READ CONSENTIMENTOS
                   KEY IS CS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-RECUSOU THEN
                           SET SEM-CONSENTIMENTO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       P630-ENFILEIRA-CARTA.
           PERFORM P790-INICIA-MENSAGEM
           MOVE SPACES TO WS-FC-TEXTO
           STRING "CONVOCACAO - CARTEIRA DE VACINACAO - "
                  DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE SPACES TO WS-FC-TEXTO
           STRING "A(O) SR(A). " DELIMITED BY SIZE
                  NM-CONTATO DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE SPACES TO WS-FC-TEXTO
           STRING "O(A) ALUNO(A) " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NM-ALUNO-REL) DELIMITED BY SIZE
                  ", DA TURMA " DELIMITED BY SIZE
                  MT-CD-TURMA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE "ESTA COM AS SEGUINTES DOSES PENDENTES NO CALENDARIO DE
      -         " VACINACAO:" TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-PEND
               MOVE WS-TP-POSICAO (WS-I) TO WS-J
               MOVE SPACES TO WS-FC-TEXTO
               STRING "    - " DELIMITED BY SIZE
                      WS-TC-DESCRICAO (WS-J) DELIMITED BY SIZE
                      " DOSE " DELIMITED BY SIZE
                      WS-TC-DOSE (WS-J) DELIMITED BY SIZE
                      INTO WS-FC-TEXTO
               PERFORM P791-LINHA-NA-FILA
           END-PERFORM
           MOVE "PEDIMOS APRESENTAR A CARTEIRA DE VACINACAO ATUALIZADA N
      -         "A SECRETARIA." TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA
           MOVE "ATENCIOSAMENTE, SECRETARIA ESCOLAR" TO WS-FC-TEXTO
           PERFORM P791-LINHA-NA-FILA

           MOVE WS-ID-RESP  TO WS-FC-ID-CONTATO
           MOVE "R"         TO WS-FC-CANAL
           MOVE "VACINA"    TO WS-FC-ORIGEM
           MOVE SPACES      TO WS-FC-REFERENCIA
           STRING "ALUNO " DELIMITED BY SIZE
                  MT-ID-ALUNO DELIMITED BY SIZE
                  INTO WS-FC-REFERENCIA
           MOVE "CONVOCACAO - CARTEIRA DE VACINACAO" TO WS-FC-ASSUNTO
           PERFORM P792-ENFILEIRA
           IF WS-FC-ERRO EQUAL "S" THEN
               DISPLAY "CONVOCACAO NAO ENFILEIRADA: ALUNO "
                       MT-ID-ALUNO " - AVISAR PELA SECRETARIA"
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-COMFILA.

       P900-FIM.

            GOBACK.
       END PROGRAM VACINA.
