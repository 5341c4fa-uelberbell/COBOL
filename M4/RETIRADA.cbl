      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:RETIRADA DE ALUNOS NA SAIDA: MANTEM A LISTA DE QUEM
      *         PODE RETIRAR CADA ALUNO (AUTRET.DAT - CONTATO DO M3,
      *         PARENTESCO, RESTRICAO E VIGENCIA), ALEM DOS VINCULOS
      *         DE RESPALU.DAT, E DE QUEM ESTA PROIBIDO (PREVALECE
      *         SOBRE RESPALU). NO PORTAO, CONFERE A PESSOA, RECUSA O
      *         PROIBIDO, SO LIBERA QUEM ESTA FORA DA LISTA COMO
      *         EXCECAO COM OBSERVACAO, E GRAVA QUEM RETIROU E A HORA
      *         EM SAIDA.DAT. O RELATORIO DE EXCECOES DO DIA (SPOOL
      *         SPLCTL) LISTA OS ALUNOS RETIRADOS POR QUEM NAO ESTA
      *         NA LISTA E OS PRESENTES NA CHAMADA (FREQUENCIA.DAT)
      *         SEM REGISTRO DE SAIDA. A CHAMADA DO DIA E LIDA PELA
      *         CHAVE ALTERNADA MATERIA+DATA DE FREQUENCIA.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIRADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUTRET ASSIGN TO WS-AUTRET-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS WS-FS.

               SELECT SAIDA ASSIGN TO WS-SAIDA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WS-FS-SD.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (PESSOAS AUTORIZADAS).
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
       FD AUTRET.
       COPY FD_AUTRET.

       FD SAIDA.
       COPY FD_SAIDA.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD RESPALU.
       COPY FD_RESPALU.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD CONTATOS.
       COPY FD_CONTT.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-SD          PIC 99.
           88 FS-SD-OK      VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.
       77 WS-FS-CNT         PIC 99.
           88 FS-CNT-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-ABERTO-ALUNO      PIC X VALUE "N".
           88 ABERTO-ALUNO     VALUE "S" FALSE "N".
       77 WS-ABERTO-CNT        PIC X VALUE "N".
           88 ABERTO-CNT       VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-DT-REF-INF        PIC 9(08) VALUE ZEROS.
       77 WS-MATERIA-SALTO     PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-ID-CONTATO-INF    PIC 9(05) VALUE ZEROS.
       77 WS-TIPO-INF          PIC X VALUE SPACES.
       77 WS-PARENTESCO-INF    PIC X(15) VALUE SPACES.
       77 WS-RESTRICAO-INF     PIC X(40) VALUE SPACES.
       77 WS-DT-INICIO-INF     PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-INF        PIC 9(08) VALUE ZEROS.
       77 WS-NM-RETIRANTE-INF  PIC X(40) VALUE SPACES.
       77 WS-DOC-RETIRANTE-INF PIC X(15) VALUE SPACES.
       77 WS-OBSERVACAO-INF    PIC X(40) VALUE SPACES.
       77 WS-CONFIRM           PIC X VALUE SPACES.

       77 WS-VALIDO            PIC X VALUE "N".
           88 DADOS-VALIDOS    VALUE "S" FALSE "N".
      *> Resultado da conferencia no portao.
       77 WS-CONFERENCIA       PIC X VALUE SPACES.
           88 CONF-NA-LISTA    VALUE "L".
           88 CONF-PROIBIDO    VALUE "P".
           88 CONF-FORA-LISTA  VALUE "X".
       77 WS-NM-ALUNO-REL      PIC X(60) VALUE SPACES.
       77 WS-NM-CONTATO-REL    PIC X(40) VALUE SPACES.
       77 WS-HORA-EDIT         PIC X(05) VALUE SPACES.
       77 WS-TOT-LISTA         PIC 9(03) VALUE ZEROS.
       77 WS-TOT-EXCECOES      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-SAIDA     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SAIDAS        PIC 9(05) VALUE ZEROS.
       77 WS-ID                PIC 9(06) VALUE ZEROS.

      *> Alunos presentes na chamada do dia (posicao = ID do aluno).
       01 WS-TAB-PRESENTES.
           03 WS-PRESENTE PIC X OCCURS 99999 TIMES.

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

           DISPLAY "***RETIRADA DE ALUNOS***".
           PERFORM P100-RESOLVE-PATH.
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
           DISPLAY "OPCOES: <1> INCLUIR/ALTERAR AUTORIZACAO  "
                   "<2> ATIVAR/DESATIVAR  <3> LISTA DO ALUNO"
           DISPLAY "        <4> REGISTRAR SAIDA  <5> EXCECOES DO DIA"
                   "  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-GRAVA-AUTORIZACAO
               WHEN "2"
                   PERFORM P330-SITUACAO-AUTORIZACAO
               WHEN "3"
                   PERFORM P350-LISTA-ALUNO
               WHEN "4"
                   PERFORM P400-REGISTRA-SAIDA
               WHEN "5"
                   PERFORM P500-EXCECOES-DIA
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
      *> Autorizacao (ou proibicao) de um contato do M3 para o aluno.
      *>----------------------------------------------------------------
       P310-GRAVA-AUTORIZACAO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P800-VALIDA-ALUNO
           IF DADOS-VALIDOS THEN
               DISPLAY "CODIGO DO CONTATO (M3): "
               ACCEPT WS-ID-CONTATO-INF
               PERFORM P810-VALIDA-CONTATO
           END-IF
           IF DADOS-VALIDOS THEN
               DISPLAY "<A> AUTORIZADO A RETIRAR  <P> PROIBIDO DE "
                       "RETIRAR: "
               ACCEPT WS-TIPO-INF
               MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO WS-TIPO-INF
               DISPLAY "PARENTESCO/RELACAO: "
               ACCEPT WS-PARENTESCO-INF
               DISPLAY "RESTRICAO (DIAS, HORARIO, DECISAO JUDICIAL): "
               ACCEPT WS-RESTRICAO-INF
               DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, ENTER = HOJE): "
               ACCEPT WS-DT-INICIO-INF
               IF WS-DT-INICIO-INF EQUAL ZEROS THEN
                   MOVE WS-DATA-HOJE TO WS-DT-INICIO-INF
               END-IF
               DISPLAY "FIM DA VIGENCIA (AAAAMMDD, ENTER = SEM PRAZO): "
               ACCEPT WS-DT-FIM-INF
               PERFORM P315-VALIDA-AUTORIZACAO
           END-IF
           IF DADOS-VALIDOS THEN
               PERFORM P320-GRAVA-AUTRET
           END-IF
           .

       P315-VALIDA-AUTORIZACAO.
           SET DADOS-VALIDOS TO FALSE
           MOVE "V"              TO WS-DU-OPERACAO
           MOVE WS-DT-INICIO-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           EVALUATE TRUE
               WHEN WS-TIPO-INF NOT EQUAL "A" AND
                    WS-TIPO-INF NOT EQUAL "P"
                   DISPLAY "TIPO INVALIDO"
               WHEN WS-DU-ERRO EQUAL "S"
                   DISPLAY "INICIO DA VIGENCIA INVALIDO"
               WHEN WS-DT-FIM-INF NOT EQUAL ZEROS AND
                    WS-DT-FIM-INF < WS-DT-INICIO-INF
                   DISPLAY "FIM ANTES DO INICIO DA VIGENCIA"
               WHEN OTHER
                   SET DADOS-VALIDOS TO TRUE
           END-EVALUATE
           IF DADOS-VALIDOS AND WS-DT-FIM-INF NOT EQUAL ZEROS THEN
               MOVE "V"           TO WS-DU-OPERACAO
               MOVE WS-DT-FIM-INF TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO EQUAL "S" THEN
                   DISPLAY "FIM DA VIGENCIA INVALIDO"
                   SET DADOS-VALIDOS TO FALSE
               END-IF
           END-IF
           .

       P320-GRAVA-AUTRET.
           SET FS-OK TO TRUE
           OPEN I-O AUTRET
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT AUTRET
               CLOSE AUTRET
               SET FS-OK TO TRUE
               OPEN I-O AUTRET
           END-IF
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR AUTRET.DAT - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-ID-ALUNO-INF   TO AR-ID-ALUNO
               MOVE WS-ID-CONTATO-INF TO AR-ID-CONTATO
               READ AUTRET
                   KEY IS AR-CHAVE
                   INVALID KEY
                       INITIALIZE REG-AUTRET
                       MOVE WS-ID-ALUNO-INF   TO AR-ID-ALUNO
                       MOVE WS-ID-CONTATO-INF TO AR-ID-CONTATO
                       PERFORM P325-MOVE-AUTRET
                       WRITE REG-AUTRET
                       DISPLAY "AUTORIZACAO INCLUIDA!"
                   NOT INVALID KEY
                       PERFORM P325-MOVE-AUTRET
                       REWRITE REG-AUTRET
                       DISPLAY "AUTORIZACAO ALTERADA!"
               END-READ
               CLOSE AUTRET
           END-IF
           .

       P325-MOVE-AUTRET.
           MOVE WS-TIPO-INF       TO AR-TIPO
           MOVE WS-PARENTESCO-INF TO AR-PARENTESCO
           MOVE WS-RESTRICAO-INF  TO AR-RESTRICAO
           MOVE WS-DT-INICIO-INF  TO AR-DT-INICIO
           MOVE WS-DT-FIM-INF     TO AR-DT-FIM
           SET AR-ATIVO           TO TRUE
           MOVE WS-DATA-HOJE      TO AR-DT-ATUALIZACAO
           MOVE LK-OPERADOR       TO AR-OPERADOR
           .

       P330-SITUACAO-AUTORIZACAO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           DISPLAY "CODIGO DO CONTATO (M3): "
           ACCEPT WS-ID-CONTATO-INF
           SET FS-OK TO TRUE
           OPEN I-O AUTRET
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR AUTRET.DAT - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-ID-ALUNO-INF   TO AR-ID-ALUNO
               MOVE WS-ID-CONTATO-INF TO AR-ID-CONTATO
               READ AUTRET
                   KEY IS AR-CHAVE
                   INVALID KEY
                       DISPLAY "AUTORIZACAO NAO CADASTRADA"
                   NOT INVALID KEY
                       IF AR-ATIVO THEN
                           SET AR-INATIVO TO TRUE
                           DISPLAY "AUTORIZACAO DESATIVADA"
                       ELSE
                           SET AR-ATIVO TO TRUE
                           DISPLAY "AUTORIZACAO REATIVADA"
                       END-IF
                       MOVE WS-DATA-HOJE TO AR-DT-ATUALIZACAO
                       MOVE LK-OPERADOR  TO AR-OPERADOR
                       REWRITE REG-AUTRET
               END-READ
               CLOSE AUTRET
           END-IF
           .

      *> Quem pode e quem nao pode retirar o aluno: vinculos de
      *> RESPALU e a lista propria.
       P350-LISTA-ALUNO.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P800-VALIDA-ALUNO
           IF DADOS-VALIDOS THEN
               MOVE ZEROS     TO WS-TOT-LISTA
               SET FS-CNT-OK  TO TRUE
               SET ABERTO-CNT TO FALSE
               OPEN INPUT CONTATOS
               IF FS-CNT-OK THEN
                   SET ABERTO-CNT TO TRUE
               END-IF
               PERFORM P355-LISTA-RESPALU
               PERFORM P360-LISTA-AUTRET
               IF ABERTO-CNT THEN
                   CLOSE CONTATOS
               END-IF
               IF WS-TOT-LISTA EQUAL ZEROS THEN
                   DISPLAY "NINGUEM AUTORIZADO A RETIRAR O ALUNO"
               END-IF
           END-IF
           .

       P355-LISTA-RESPALU.
           SET EOF-OK     TO FALSE
           SET FS-RESP-OK TO TRUE
           OPEN INPUT RESPALU
           IF NOT FS-RESP-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE WS-ID-ALUNO-INF TO RS-ID-ALUNO
               MOVE ZEROS           TO RS-ID-CONTATO
               START RESPALU KEY IS NOT LESS RS-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-OK
               READ RESPALU NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RS-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           IF RS-ATIVO THEN
                               ADD 1 TO WS-TOT-LISTA
                               MOVE RS-ID-CONTATO TO WS-ID-CONTATO-INF
                               PERFORM P820-NOME-CONTATO
                               DISPLAY "RESPALU  " RS-ID-CONTATO " "
                                       WS-NM-CONTATO-REL " TIPO "
                                       RS-TIPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-RESP-OK THEN
               CLOSE RESPALU
           END-IF
           .

       P360-LISTA-AUTRET.
           SET EOF-OK TO TRUE
           SET FS-OK  TO TRUE
           OPEN INPUT AUTRET
           IF FS-OK THEN
               SET EOF-OK TO FALSE
               MOVE WS-ID-ALUNO-INF TO AR-ID-ALUNO
               MOVE ZEROS           TO AR-ID-CONTATO
               START AUTRET KEY IS NOT LESS AR-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-OK
               READ AUTRET NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AR-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-TOT-LISTA
                           MOVE AR-ID-CONTATO TO WS-ID-CONTATO-INF
                           PERFORM P820-NOME-CONTATO
                           IF AR-PROIBIDO THEN
                               DISPLAY "PROIBIDO " AR-ID-CONTATO " "
                                       WS-NM-CONTATO-REL
                           ELSE
                               DISPLAY "AUTORIZ. " AR-ID-CONTATO " "
                                       WS-NM-CONTATO-REL
                           END-IF
                           DISPLAY "         " AR-PARENTESCO " "
                                   AR-RESTRICAO
                           DISPLAY "         VIGENCIA " AR-DT-INICIO
                                   " A " AR-DT-FIM " SITUACAO "
                                   AR-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF FS-OK THEN
               CLOSE AUTRET
           END-IF
           .

      *>----------------------------------------------------------------
      *> Saida no portao: uma retirada por aluno e dia. Proibido e
      *> recusado; fora da lista so como excecao com observacao.
      *>----------------------------------------------------------------
       P400-REGISTRA-SAIDA.
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF
           PERFORM P800-VALIDA-ALUNO
           IF DADOS-VALIDOS THEN
               PERFORM P405-CONFERE-SAIDA-DIA
           END-IF
           IF DADOS-VALIDOS THEN
               DISPLAY "CODIGO DO CONTATO QUE VAI RETIRAR "
                       "(0 = SEM CADASTRO): "
               ACCEPT WS-ID-CONTATO-INF
               MOVE SPACES TO WS-NM-RETIRANTE-INF
               MOVE SPACES TO WS-DOC-RETIRANTE-INF
               MOVE SPACES TO WS-OBSERVACAO-INF
               IF WS-ID-CONTATO-INF EQUAL ZEROS THEN
                   DISPLAY "NOME DE QUEM RETIRA: "
                   ACCEPT WS-NM-RETIRANTE-INF
                   DISPLAY "DOCUMENTO: "
                   ACCEPT WS-DOC-RETIRANTE-INF
                   SET CONF-FORA-LISTA TO TRUE
               ELSE
                   PERFORM P410-CONFERE-LISTA
               END-IF
               PERFORM P420-DECIDE-SAIDA
           END-IF
           .

       P405-CONFERE-SAIDA-DIA.
           SET FS-SD-OK TO TRUE
           OPEN INPUT SAIDA
           IF FS-SD-OK THEN
               MOVE WS-DATA-HOJE    TO SD-DT-SAIDA
               MOVE WS-ID-ALUNO-INF TO SD-ID-ALUNO
               READ SAIDA
                   KEY IS SD-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DADOS-VALIDOS TO FALSE
                       MOVE SD-HR-SAIDA (1:2) TO WS-HORA-EDIT (1:2)
                       MOVE ":"               TO WS-HORA-EDIT (3:1)
                       MOVE SD-HR-SAIDA (3:2) TO WS-HORA-EDIT (4:2)
                       DISPLAY "ALUNO JA SAIU HOJE AS " WS-HORA-EDIT
                               " COM " SD-NM-RETIRANTE
               END-READ
               CLOSE SAIDA
           END-IF
           .

      *> Proibicao vigente em AUTRET prevalece; depois a autorizacao
      *> vigente em AUTRET; depois o vinculo ativo em RESPALU.
       P410-CONFERE-LISTA.
           SET CONF-FORA-LISTA TO TRUE
           PERFORM P810-VALIDA-CONTATO
           IF DADOS-VALIDOS THEN
               MOVE WS-NM-CONTATO-REL TO WS-NM-RETIRANTE-INF
           ELSE
               DISPLAY "NOME DE QUEM RETIRA: "
               ACCEPT WS-NM-RETIRANTE-INF
               DISPLAY "DOCUMENTO: "
               ACCEPT WS-DOC-RETIRANTE-INF
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT AUTRET
           IF FS-OK THEN
               MOVE WS-ID-ALUNO-INF   TO AR-ID-ALUNO
               MOVE WS-ID-CONTATO-INF TO AR-ID-CONTATO
               READ AUTRET
                   KEY IS AR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AR-ATIVO AND
                          AR-DT-INICIO NOT > WS-DATA-HOJE AND
                          (AR-DT-FIM EQUAL ZEROS OR
                           AR-DT-FIM NOT < WS-DATA-HOJE) THEN
                           IF AR-PROIBIDO THEN
                               SET CONF-PROIBIDO TO TRUE
                           ELSE
                               SET CONF-NA-LISTA TO TRUE
                           END-IF
                           IF AR-RESTRICAO NOT EQUAL SPACES THEN
                               DISPLAY "RESTRICAO: " AR-RESTRICAO
                           END-IF
                       END-IF
               END-READ
               CLOSE AUTRET
           END-IF

           IF CONF-FORA-LISTA THEN
               SET FS-RESP-OK TO TRUE
               OPEN INPUT RESPALU
               IF FS-RESP-OK THEN
                   MOVE WS-ID-ALUNO-INF   TO RS-ID-ALUNO
                   MOVE WS-ID-CONTATO-INF TO RS-ID-CONTATO
                   READ RESPALU
                       KEY IS RS-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RS-ATIVO THEN
                               SET CONF-NA-LISTA TO TRUE
                           END-IF
                   END-READ
                   CLOSE RESPALU
               END-IF
           END-IF
           .

       P420-DECIDE-SAIDA.
           EVALUATE TRUE
               WHEN CONF-PROIBIDO
                   DISPLAY "*** RETIRADA PROIBIDA PARA ESTA PESSOA - "
                           "NAO LIBERAR O ALUNO ***"
                   DISPLAY "AVISE A DIRECAO E OS RESPONSAVEIS"
               WHEN CONF-NA-LISTA
                   DISPLAY "AUTORIZADO: " WS-NM-RETIRANTE-INF
                   DISPLAY "CONFIRMA A SAIDA (S/N)? "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL "S" OR
                      WS-CONFIRM EQUAL "s" THEN
                       PERFORM P430-GRAVA-SAIDA
                   END-IF
               WHEN OTHER
                   DISPLAY "ATENCAO: PESSOA FORA DA LISTA DE "
                           "AUTORIZADOS"
                   DISPLAY "LIBERAR COMO EXCECAO (S/N)? "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL "S" OR
                      WS-CONFIRM EQUAL "s" THEN
                       DISPLAY "OBSERVACAO (QUEM AUTORIZOU/MOTIVO): "
                       ACCEPT WS-OBSERVACAO-INF
                       IF WS-OBSERVACAO-INF EQUAL SPACES THEN
                           DISPLAY "OBSERVACAO OBRIGATORIA NA EXCECAO"
                       ELSE
                           PERFORM P430-GRAVA-SAIDA
                       END-IF
                   END-IF
           END-EVALUATE
           .

       P430-GRAVA-SAIDA.
           ACCEPT WS-HORA-AGORA FROM TIME
           SET FS-SD-OK TO TRUE
           OPEN I-O SAIDA
           IF WS-FS-SD EQUAL 35 THEN
               OPEN OUTPUT SAIDA
               CLOSE SAIDA
               SET FS-SD-OK TO TRUE
               OPEN I-O SAIDA
           END-IF
           IF NOT FS-SD-OK THEN
               DISPLAY "ERRO AO ABRIR SAIDA.DAT - FILE STATUS: "
                       WS-FS-SD
           ELSE
               INITIALIZE REG-SAIDA
               MOVE WS-DATA-HOJE         TO SD-DT-SAIDA
               MOVE WS-ID-ALUNO-INF      TO SD-ID-ALUNO
               MOVE WS-HORA-AGORA (1:6)  TO SD-HR-SAIDA
               MOVE WS-ID-CONTATO-INF    TO SD-ID-CONTATO
               MOVE WS-NM-RETIRANTE-INF  TO SD-NM-RETIRANTE
               MOVE WS-DOC-RETIRANTE-INF TO SD-DOC-RETIRANTE
               IF CONF-NA-LISTA THEN
                   SET SD-NA-LISTA TO TRUE
               ELSE
                   SET SD-EXCECAO  TO TRUE
               END-IF
               MOVE WS-OBSERVACAO-INF    TO SD-OBSERVACAO
               MOVE LK-OPERADOR          TO SD-OPERADOR
               WRITE REG-SAIDA
                   INVALID KEY
                       DISPLAY "SAIDA JA REGISTRADA HOJE"
                   NOT INVALID KEY
                       DISPLAY "SAIDA REGISTRADA!"
               END-WRITE
               CLOSE SAIDA
           END-IF
           .

      *>----------------------------------------------------------------
      *> Excecoes do dia: retiradas fora da lista e alunos presentes
      *> na chamada sem registro de saida.
      *>----------------------------------------------------------------
       P500-EXCECOES-DIA.
           DISPLAY "DATA (AAAAMMDD, ENTER = HOJE): "
           ACCEPT WS-DT-REF-INF
           IF WS-DT-REF-INF EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DT-REF-INF
           END-IF
           MOVE ZEROS TO WS-TOT-EXCECOES
           MOVE ZEROS TO WS-TOT-SEM-SAIDA
           MOVE ZEROS TO WS-TOT-SAIDAS
           PERFORM P510-ABRE-RELATORIO
           IF FS-REL-OK THEN
               SET ABERTO-ALUNO TO FALSE
               SET ABERTO-CNT   TO FALSE
               SET FS-ALUNO-OK  TO TRUE
               SET FS-CNT-OK    TO TRUE
               OPEN INPUT ALUNOS
               IF FS-ALUNO-OK THEN
                   SET ABERTO-ALUNO TO TRUE
               END-IF
               OPEN INPUT CONTATOS
               IF FS-CNT-OK THEN
                   SET ABERTO-CNT TO TRUE
               END-IF
               SET FS-SD-OK TO TRUE
               OPEN INPUT SAIDA
               PERFORM P520-RETIRADAS-EXCECAO
               PERFORM P530-CARREGA-PRESENTES
               PERFORM P540-PRESENTES-SEM-SAIDA
               IF FS-SD-OK THEN
                   CLOSE SAIDA
               END-IF
               IF ABERTO-ALUNO THEN
                   CLOSE ALUNOS
               END-IF
               IF ABERTO-CNT THEN
                   CLOSE CONTATOS
               END-IF

               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "SAIDAS REGISTRADAS: " DELIMITED BY SIZE
                      WS-TOT-SAIDAS DELIMITED BY SIZE
                      "  EXCECOES: " DELIMITED BY SIZE
                      WS-TOT-EXCECOES DELIMITED BY SIZE
                      "  SEM SAIDA: " DELIMITED BY SIZE
                      WS-TOT-SEM-SAIDA DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               CLOSE RELATORIO
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "EXCECOES: " WS-TOT-EXCECOES
                       "  SEM SAIDA: " WS-TOT-SEM-SAIDA
               DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           END-IF
           .

       P510-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "RETIRADA"  TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               MOVE SPACES TO WS-RELAT-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\RETIRADA.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF
           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "EXCECOES NA SAIDA DOS ALUNOS - " DELIMITED BY
                      SIZE
                      WS-DT-REF-INF (7:2) "/" WS-DT-REF-INF (5:2) "/"
                      WS-DT-REF-INF (1:4) DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P520-RETIRADAS-EXCECAO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "RETIRADOS POR PESSOA FORA DA LISTA DE AUTORIZADOS"
               TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           SET EOF-OK TO FALSE
           IF NOT FS-SD-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE WS-DT-REF-INF TO SD-DT-SAIDA
               MOVE ZEROS         TO SD-ID-ALUNO
               START SAIDA KEY IS NOT LESS SD-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-OK
               READ SAIDA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF SD-DT-SAIDA NOT EQUAL WS-DT-REF-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-TOT-SAIDAS
                           IF SD-EXCECAO THEN
                               ADD 1 TO WS-TOT-EXCECOES
                               PERFORM P525-LINHA-EXCECAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P525-LINHA-EXCECAO.
           MOVE SD-ID-ALUNO TO WS-ID-ALUNO-INF
           PERFORM P830-NOME-ALUNO
           MOVE SPACES TO WS-LINHA-REL
           STRING "ALUNO " DELIMITED BY SIZE
                  SD-ID-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NM-ALUNO-REL (1:40) DELIMITED BY SIZE
                  " AS " DELIMITED BY SIZE
                  SD-HR-SAIDA (1:2) ":" SD-HR-SAIDA (3:2)
                      DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "    RETIRADO POR " DELIMITED BY SIZE
                  SD-NM-RETIRANTE DELIMITED BY SIZE
                  " DOC. " DELIMITED BY SIZE
                  SD-DOC-RETIRANTE DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "    OBS.: " DELIMITED BY SIZE
                  SD-OBSERVACAO DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  SD-OPERADOR DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

      *> Presente em pelo menos uma aula do dia = deveria ter saida.
       P530-CARREGA-PRESENTES.
           MOVE ALL "N"    TO WS-TAB-PRESENTES
           SET EOF-OK      TO FALSE
           SET FS-FREQ-OK  TO TRUE
           OPEN INPUT FREQUENCIA
           IF NOT FS-FREQ-OK THEN
               DISPLAY "ERRO AO ABRIR FREQUENCIA.DAT - FILE STATUS: "
                       WS-FS-FREQ
               SET EOF-OK TO TRUE
           ELSE
               MOVE ZEROS TO WS-MATERIA-SALTO
               PERFORM P532-POSICIONA-MATERIA
           END-IF
           PERFORM UNTIL EOF-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FQ-DATA EQUAL WS-DT-REF-INF THEN
                           IF FQ-PRESENTE AND FQ-ID-ALUNO > ZEROS THEN
                               MOVE "S" TO WS-PRESENTE (FQ-ID-ALUNO)
                           END-IF
                       ELSE
                           PERFORM P534-SALTA-MATERIA
                       END-IF
               END-READ
           END-PERFORM
           IF FS-FREQ-OK THEN
               CLOSE FREQUENCIA
           END-IF
           .

       P532-POSICIONA-MATERIA.
      *> Chave alternada materia+data: posiciona no dia dentro da
      *> materia WS-MATERIA-SALTO (ou da primeira acima dela).
           MOVE WS-MATERIA-SALTO TO FQ-CD-MATERIA
           MOVE WS-DT-REF-INF    TO FQ-DATA
           START FREQUENCIA KEY IS NOT LESS FQ-CHAVE-MATERIA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           .

       P534-SALTA-MATERIA.
      *> Fora do dia: antes dele, a materia lida ainda nao chegou ao
      *> dia; depois, o dia desta materia acabou - salta para a
      *> proxima.
           IF FQ-DATA < WS-DT-REF-INF THEN
               MOVE FQ-CD-MATERIA TO WS-MATERIA-SALTO
               PERFORM P532-POSICIONA-MATERIA
           ELSE
               IF FQ-CD-MATERIA EQUAL 999 THEN
                   SET EOF-OK TO TRUE
               ELSE
                   COMPUTE WS-MATERIA-SALTO = FQ-CD-MATERIA + 1
                   PERFORM P532-POSICIONA-MATERIA
               END-IF
           END-IF
           .

       P540-PRESENTES-SEM-SAIDA.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "PRESENTES NA CHAMADA SEM REGISTRO DE SAIDA"
               TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           PERFORM VARYING WS-ID FROM 1 BY 1 UNTIL WS-ID > 99999
               IF WS-PRESENTE (WS-ID) EQUAL "S" THEN
                   MOVE WS-ID TO WS-ID-ALUNO-INF
                   SET DADOS-VALIDOS TO FALSE
                   IF FS-SD-OK THEN
                       MOVE WS-DT-REF-INF   TO SD-DT-SAIDA
                       MOVE WS-ID-ALUNO-INF TO SD-ID-ALUNO
                       READ SAIDA
                           KEY IS SD-CHAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET DADOS-VALIDOS TO TRUE
                       END-READ
                   END-IF
                   IF NOT DADOS-VALIDOS THEN
                       ADD 1 TO WS-TOT-SEM-SAIDA
                       PERFORM P830-NOME-ALUNO
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "ALUNO " DELIMITED BY SIZE
                              WS-ID-ALUNO-INF DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-NM-ALUNO-REL DELIMITED BY SIZE
                              INTO WS-LINHA-REL
                       WRITE WS-LINHA-REL
                   END-IF
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------
      *> Rotinas de apoio.
      *>----------------------------------------------------------------
       P800-VALIDA-ALUNO.
           SET DADOS-VALIDOS TO FALSE
           SET FS-ALUNO-OK   TO TRUE
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
                           SET DADOS-VALIDOS TO TRUE
                           DISPLAY "ALUNO: " NM-ALUNO
                       ELSE
                           DISPLAY "ALUNO INATIVO"
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF
           .

       P810-VALIDA-CONTATO.
           SET DADOS-VALIDOS TO FALSE
           MOVE SPACES TO WS-NM-CONTATO-REL
           SET FS-CNT-OK TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-CNT-OK THEN
               DISPLAY "ERRO AO ABRIR CONTATOS.DAT - FILE STATUS: "
                       WS-FS-CNT
           ELSE
               MOVE WS-ID-CONTATO-INF TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       DISPLAY "CONTATO NAO CADASTRADO NO M3"
                   NOT INVALID KEY
                       IF ST-CONTATO EQUAL "A" THEN
                           SET DADOS-VALIDOS TO TRUE
                           MOVE NM-CONTATO TO WS-NM-CONTATO-REL
                           DISPLAY "CONTATO: " NM-CONTATO
                       ELSE
                           DISPLAY "CONTATO INATIVO NO M3"
                       END-IF
               END-READ
               CLOSE CONTATOS
           END-IF
           .

       P820-NOME-CONTATO.
           MOVE "CONTATO NAO CADASTRADO" TO WS-NM-CONTATO-REL
           IF ABERTO-CNT THEN
               MOVE WS-ID-CONTATO-INF TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-NM-CONTATO-REL
               END-READ
           END-IF
           .

       P830-NOME-ALUNO.
           MOVE "ALUNO NAO CADASTRADO" TO WS-NM-ALUNO-REL
           IF ABERTO-ALUNO THEN
               MOVE WS-ID-ALUNO-INF TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO TO WS-NM-ALUNO-REL
               END-READ
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM RETIRADA.
