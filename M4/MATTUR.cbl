      *         DA FILA E PROMOVIDO AUTOMATICAMENTE E UM AVISO E
      *         IMPRESSO EM FILAESP.LST PARA A SECRETARIA - A FILA DE
      *         PAPEL JA CUSTOU DUAS MATRICULAS.
      * Update: A MATRICULA GUARDA A DATA EM QUE PASSOU A VALER
      *         (MT-DT-MATRICULA), NA INCLUSAO E NA REATIVACAO, PARA A
      *         RODADA MENSAL COBRAR O PRIMEIRO MES PRO RATA.
      * Update: MATRICULA EM DEPENDENCIA (OPCAO 6): O ALUNO PROMOVIDO
      *         COM DEPENDENCIA (DEPEND.DAT, VER RESFINAL/DEPMNT) E
      *         MATRICULADO NA TURMA DE DEPENDENCIA DA MATERIA SEM
      *         PASSAR PELO PRE-REQUISITO E SEM MEXER NA MATRICULA DA
      *         TURMA REGULAR; A DEPENDENCIA FICA LIGADA A TURMA E AO
      *         ANO EM QUE ESTA SENDO CURSADA. A DEPENDENCIA CUMPRIDA
      *         ("APROV.DEP." NO HISTORICO) VALE COMO APROVACAO NO
      *         PRE-REQUISITO.
      * Update: MOTIVO DE EVASAO: O CANCELAMENTO EXIGE UM MOTIVO ATIVO
      *         DA TABELA MOTEVA.DAT E A DATA DE SAIDA DA TURMA,
      *         GRAVADOS EM EVASAO.DAT PARA O RELATORIO DE RETENCAO
      *         (VER RETENCAO).
      * Update: SENHA DO SUPERVISOR CONFERIDA PELO RESUMO COM SAL
      *         (SENHCRIP), NUNCA MAIS EM TEXTO CLARO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS WS-FS-FILA.

               SELECT DEPEND ASSIGN TO WS-DEPEND-PATH
      *>          DEPENDENCIAS (PROGRESSAO PARCIAL) A CURSAR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DEP.

               SELECT MOTEVA ASSIGN TO WS-MOTEVA-PATH
      *>          TABELA DE MOTIVOS DE EVASAO (VER RETENCAO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-CD-MOTIVO
               FILE STATUS IS WS-FS-MOT.

               SELECT EVASAO ASSIGN TO WS-EVASAO-PATH
      *>          MOTIVO E DATA DE CADA CANCELAMENTO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-CHAVE
               FILE STATUS IS WS-FS-EVA.

               SELECT AVISOS ASSIGN TO WS-FILAESP-AVISO-PATH
      *>          AVISOS DE PROMOCAO IMPRESSOS PARA A SECRETARIA.
               ORGANIZATION IS LINE SEQUENTIAL
       FD FILAESP.
       COPY FD_FILAESP.

       FD DEPEND.
       COPY FD_DEPEND.

       FD MOTEVA.
       COPY FD_MOTEVA.

       FD EVASAO.
       COPY FD_EVASAO.

       FD AVISOS.
       01 WS-LINHA-AVISO           PIC X(80).

       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-TURMA-OK          PIC X VALUE "N".
           88 TURMA-VALIDA     VALUE "S" FALSE "N".
       77 WS-ALUNO-OK          PIC X VALUE "N".
           88 JA-NA-FILA       VALUE "S" FALSE "N".
       77 WS-PROMOVIDO-ACHADO  PIC X VALUE "N".
           88 PROMOVIDO-ACHADO VALUE "S" FALSE "N".
       77 WS-ALUNO-PROMOVIDO   PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-PROMOVIDO     PIC 9(03) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-TOT-FILA          PIC 9(03) VALUE ZEROS.
       77 WS-CANCELOU          PIC X VALUE "N".
           88 CANCELOU-AGORA   VALUE "S" FALSE "N".
       77 WS-GRAVOU            PIC X VALUE "N".
           88 MATRICULA-GRAVADA VALUE "S" FALSE "N".

      *> Matricula em dependencia (DEPEND.DAT).
       77 WS-FS-DEP            PIC 99.
           88 FS-DEP-OK        VALUE 0.
       77 ES-FIM-DEP           PIC X.
           88 FIM-DEPEND       VALUE "S" FALSE "N".
       77 WS-DEP-ACHADA        PIC X VALUE "N".
           88 DEP-ACHADA       VALUE "S" FALSE "N".
       77 WS-DEP-ANO-ORIGEM    PIC 9(04) VALUE ZEROS.
       77 WS-DEP-TURMA-ANT     PIC 9(03) VALUE ZEROS.

      *> Pre-requisito da grade curricular e override do coordenador
      *> (administrador do OPERADOR.DAT do M3, como em FINANC).
       77 WS-DIR-TRN          PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-SUPER-ID          PIC X(10) VALUE SPACES.
       77 WS-SUPER-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-SUPER-OK          PIC X VALUE "N".
           88 SUPERVISOR-OK    VALUE "S" FALSE "N".

      *> Motivo e data do cancelamento (MOTEVA.DAT/EVASAO.DAT).
       77 WS-FS-MOT            PIC 99.
           88 FS-MOT-OK        VALUE 0.
       77 WS-FS-EVA            PIC 99.
           88 FS-EVA-OK        VALUE 0.
       77 WS-MOTIVO-OK         PIC X VALUE "N".
           88 MOTIVO-VALIDO    VALUE "S" FALSE "N".
       77 WS-CD-MOTIVO-INF     PIC 9(02) VALUE ZEROS.
       77 WS-DT-CANCEL-INF     PIC 9(08) VALUE ZEROS.
       77 WS-OBS-CANCEL-INF    PIC X(40) VALUE SPACES.

       COPY WS_DATUTIL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
       P300-PROCESSA.
           DISPLAY "OPCOES: <1> MATRICULAR  <2> CANCELAR MATRICULA  "
                   "<3> ROSTER DA TURMA  <4> FILA DE ESPERA  "
                   "<5> CONFIRMAR PRE-MATRICULA  "
                   "<6> MATRICULA EM DEPENDENCIA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                   PERFORM P430-LISTA-FILA
               WHEN "5"
                   PERFORM P440-CONFIRMA-PRE
               WHEN "6"
                   PERFORM P450-MATRICULA-DEPENDENCIA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                           IF MT-CANCELADA THEN
                               DISPLAY "MATRICULA JA CANCELADA"
                           ELSE
                               PERFORM P325-CAPTURA-MOTIVO
                               IF MOTIVO-VALIDO THEN
                                   PERFORM P326-CANCELA-MATRICULA
                               ELSE
                                   DISPLAY "CANCELAMENTO NAO FEITO"
                               END-IF
                           END-IF
                   END-READ
               ELSE
           END-IF
           .

      *>----------------------------------------------------------------
      *> Todo cancelamento leva um motivo ativo da tabela de evasao e
      *> a data em que o aluno deixou a turma (entre a matricula e
      *> hoje).
      *>----------------------------------------------------------------
       P325-CAPTURA-MOTIVO.
           SET MOTIVO-VALIDO TO FALSE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MOTIVO DA EVASAO (CODIGO DA TABELA EM RETENCAO): "
           ACCEPT WS-CD-MOTIVO-INF

           SET FS-MOT-OK TO TRUE
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
                           SET MOTIVO-VALIDO TO TRUE
                           DISPLAY "MOTIVO: " MV-DESCRICAO
                       ELSE
                           DISPLAY "MOTIVO INATIVO"
                       END-IF
               END-READ
               CLOSE MOTEVA
           END-IF

           IF MOTIVO-VALIDO THEN
               DISPLAY "DATA DE SAIDA DA TURMA (AAAAMMDD): "
               ACCEPT WS-DT-CANCEL-INF
               MOVE "V"              TO WS-DU-OPERACAO
               MOVE WS-DT-CANCEL-INF TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-ERRO EQUAL "S" THEN
                   DISPLAY "DATA INVALIDA"
                   SET MOTIVO-VALIDO TO FALSE
               ELSE
                   IF WS-DT-CANCEL-INF > WS-DATA-HOJE OR
                      WS-DT-CANCEL-INF < MT-DT-MATRICULA THEN
                       DISPLAY "DATA FORA DO PERIODO DA MATRICULA ("
                               MT-DT-MATRICULA " A " WS-DATA-HOJE ")"
                       SET MOTIVO-VALIDO TO FALSE
                   END-IF
               END-IF
           END-IF

           IF MOTIVO-VALIDO THEN
               DISPLAY "OBSERVACAO (OPCIONAL, ATE 40 CARACTERES): "
               ACCEPT WS-OBS-CANCEL-INF
           END-IF
           .

       P326-CANCELA-MATRICULA.
           SET MT-CANCELADA TO TRUE
           REWRITE REG-MATRICULA
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR"
               NOT INVALID KEY
                   DISPLAY "MATRICULA CANCELADA!"
                   SET CANCELOU-AGORA TO TRUE
                   PERFORM P327-GRAVA-EVASAO
           END-REWRITE
           .

       P327-GRAVA-EVASAO.
           SET FS-EVA-OK TO TRUE
           OPEN I-O EVASAO
           IF WS-FS-EVA EQUAL 35 THEN
               OPEN OUTPUT EVASAO
               CLOSE EVASAO
               SET FS-EVA-OK TO TRUE
               OPEN I-O EVASAO
           END-IF
           IF NOT FS-EVA-OK THEN
               DISPLAY "ERRO AO ABRIR EVASAO.DAT - FILE STATUS: "
                       WS-FS-EVA
           ELSE
               MOVE MT-CD-TURMA       TO EV-CD-TURMA
               MOVE MT-ID-ALUNO       TO EV-ID-ALUNO
               MOVE WS-DT-CANCEL-INF  TO EV-DT-CANCELAMENTO
               MOVE WS-CD-MOTIVO-INF  TO EV-CD-MOTIVO
               MOVE WS-OBS-CANCEL-INF TO EV-OBSERVACAO
               MOVE "MATTUR"          TO EV-ORIGEM
               MOVE WS-DATA-HOJE      TO EV-DT-REGISTRO
               MOVE LK-OPERADOR       TO EV-OPERADOR
               WRITE REG-EVASAO
                   INVALID KEY
                       REWRITE REG-EVASAO
               END-WRITE
               CLOSE EVASAO
           END-IF
           .

       P330-ROSTER.
      *> Lista os alunos matriculados na turma, com nome vindo de
      *> ALUNOS.DAT.
                               IF AH-CD-MATERIA EQUAL
                                  WS-PREREQ-MATERIA AND
                                  AH-ANO < WS-ANO-TURMA AND
                                  (AH-STATUS EQUAL "APROVADO" OR
                                   AH-STATUS EQUAL "APROV.DEP.") THEN
                                   SET PREREQ-OK TO TRUE
                                   SET FIM-HIST TO TRUE
                               END-IF
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "C"             TO WS-SC-OPERACAO
                               MOVE WS-SUPER-SENHA  TO WS-SC-SENHA
                               MOVE OP-SENHA-SAL    TO WS-SC-SAL
                               MOVE OP-SENHA-HASH   TO WS-SC-HASH
                               CALL "SENHCRIP" USING WS-SENHCRIP-PARM
                               MOVE SPACES TO WS-SUPER-SENHA WS-SC-SENHA
                               IF SC-SENHA-CONFERE AND
                                  OP-PERFIL-ADMIN AND OP-ATIVO THEN
                                   SET SUPERVISOR-OK TO TRUE
                               END-IF
           .

       P370-GRAVA-MATRICULA.
           SET MATRICULA-GRAVADA TO FALSE
           SET FS-OK TO TRUE
           OPEN I-O MATRICULAS
               IF WS-FS EQUAL 35 THEN
               END-IF

               IF FS-OK THEN
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WS-CD-TURMA-INF TO MT-CD-TURMA
                   MOVE WS-ID-ALUNO-INF TO MT-ID-ALUNO
                   SET MT-ATIVA         TO TRUE
                   MOVE WS-DATA-HOJE    TO MT-DT-MATRICULA
                   WRITE REG-MATRICULA
                       INVALID KEY
      *>                 Rematricula de quem ja esteve na turma:
                               NOT INVALID KEY
                                   IF MT-CANCELADA THEN
                                       SET MT-ATIVA TO TRUE
                                       MOVE WS-DATA-HOJE
                                           TO MT-DT-MATRICULA
                                       REWRITE REG-MATRICULA
                                       SET MATRICULA-GRAVADA TO TRUE
                                       DISPLAY "MATRICULA REATIVADA!"
                                   ELSE
                                       DISPLAY "ALUNO JA MATRICULADO "
                                   END-IF
                           END-READ
                       NOT INVALID KEY
                           SET MATRICULA-GRAVADA TO TRUE
                           DISPLAY "MATRICULA GRAVADA COM SUCESSO!"
                   END-WRITE
               ELSE
               CLOSE MATRICULAS
           .

       P450-MATRICULA-DEPENDENCIA.
      *> Matricula na turma de dependencia: exige dependencia aberta
      *> do aluno na materia da turma, de ano anterior ao da turma.
      *> A turma regular do aluno nao e tocada e o pre-requisito nao
      *> se aplica (e a propria materia sendo refeita).
           DISPLAY "CODIGO DA TURMA DE DEPENDENCIA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO-INF

           PERFORM P340-VALIDA-TURMA
           PERFORM P350-VALIDA-ALUNO

           IF NOT TURMA-VALIDA THEN
               DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
           ELSE
               IF NOT ALUNO-VALIDO THEN
                   DISPLAY "ALUNO NAO CADASTRADO OU INATIVO"
               ELSE
                   PERFORM P455-BUSCA-DEPENDENCIA
                   IF NOT DEP-ACHADA THEN
                       DISPLAY "ALUNO SEM DEPENDENCIA ABERTA NA "
                               "MATERIA " WS-MATERIA-TURMA
                               " ANTERIOR A " WS-ANO-TURMA
                   ELSE
                       IF WS-DEP-TURMA-ANT > ZEROS AND
                          WS-DEP-TURMA-ANT NOT EQUAL WS-CD-TURMA-INF
                          THEN
                           DISPLAY "DEPENDENCIA ESTAVA NA TURMA "
                                   WS-DEP-TURMA-ANT
                                   " - PASSA PARA A TURMA "
                                   WS-CD-TURMA-INF
                       END-IF
                       PERFORM P360-CONTA-MATRICULADOS
                       IF WS-QTD-MATRICULADOS >= WS-CAPACIDADE-TURMA
                          THEN
                           DISPLAY "TURMA LOTADA ("
                                   WS-QTD-MATRICULADOS " DE "
                                   WS-CAPACIDADE-TURMA " VAGAS)"
                       ELSE
                           PERFORM P370-GRAVA-MATRICULA
                           IF MATRICULA-GRAVADA THEN
                               PERFORM P460-LIGA-DEPENDENCIA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       P455-BUSCA-DEPENDENCIA.
      *> Dependencia aberta mais antiga do aluno na materia da turma.
           SET DEP-ACHADA TO FALSE
           SET FIM-DEPEND TO FALSE
           SET FS-DEP-OK  TO TRUE
           MOVE ZEROS     TO WS-DEP-ANO-ORIGEM
           MOVE ZEROS     TO WS-DEP-TURMA-ANT

           OPEN INPUT DEPEND
           IF NOT FS-DEP-OK THEN
               SET FIM-DEPEND TO TRUE
           ELSE
               MOVE WS-ID-ALUNO-INF  TO DP-ID-ALUNO
               MOVE WS-MATERIA-TURMA TO DP-CD-MATERIA
               MOVE ZEROS            TO DP-ANO-ORIGEM
               START DEPEND KEY IS NOT LESS DP-CHAVE
                   INVALID KEY
                       SET FIM-DEPEND TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-DEPEND
               READ DEPEND NEXT RECORD
                   AT END
                       SET FIM-DEPEND TO TRUE
                   NOT AT END
                       IF DP-ID-ALUNO NOT EQUAL WS-ID-ALUNO-INF OR
                          DP-CD-MATERIA NOT EQUAL WS-MATERIA-TURMA OR
                          DP-ANO-ORIGEM NOT LESS WS-ANO-TURMA THEN
                           SET FIM-DEPEND TO TRUE
                       ELSE
                           IF DP-ABERTA THEN
                               SET DEP-ACHADA TO TRUE
                               SET FIM-DEPEND TO TRUE
                               MOVE DP-ANO-ORIGEM
                                   TO WS-DEP-ANO-ORIGEM
                               MOVE DP-CD-TURMA TO WS-DEP-TURMA-ANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPEND
           .

       P460-LIGA-DEPENDENCIA.
           SET FS-DEP-OK TO TRUE
           OPEN I-O DEPEND
           IF FS-DEP-OK THEN
               MOVE WS-ID-ALUNO-INF   TO DP-ID-ALUNO
               MOVE WS-MATERIA-TURMA  TO DP-CD-MATERIA
               MOVE WS-DEP-ANO-ORIGEM TO DP-ANO-ORIGEM
               READ DEPEND
                   KEY IS DP-CHAVE
                   INVALID KEY
                       DISPLAY "DEPENDENCIA NAO ENCONTRADA"
                   NOT INVALID KEY
                       MOVE WS-CD-TURMA-INF TO DP-CD-TURMA
                       MOVE WS-ANO-TURMA    TO DP-ANO-CURSO
                       MOVE "MATTUR"        TO DP-OPERADOR
                       REWRITE REG-DEPEND
                       DISPLAY "DEPENDENCIA DE " WS-DEP-ANO-ORIGEM
                               " LIGADA A TURMA " WS-CD-TURMA-INF
               END-READ
           ELSE
               DISPLAY "Erro ao abrir arquivo de dependencias."
               DISPLAY "FILE STATUS: " WS-FS-DEP
           END-IF
           CLOSE DEPEND
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
