      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:GERACAO AUTOMATICA DA GRADE DE HORARIOS DO ANO/SEMESTRE
      *         A PARTIR DA CARGA SEMANAL DA MATERIA (CARGAMAT.DAT) E
      *         DA DISPONIBILIDADE DO PROFESSOR (DISPPROF.DAT), AMBAS
      *         MANTIDAS POR DISPMNT. PARA CADA TURMA ATIVA ENCAIXA AS
      *         AULAS QUE FALTAM PARA A CARGA COM O PROFESSOR DA
      *         ATRIBUICAO (PROFMAT), SO NOS PERIODOS EM QUE ELE ESTA
      *         DISPONIVEL, SEM CHOQUE DE PROFESSOR, SALA OU TURMA COM
      *         O QUE JA ESTA EM HORARIO.DAT (AS MESMAS REGRAS DO
      *         HORMNT) E NUMA SALA ATIVA DE SALAS.DAT COM LUGARES
      *         PARA A CAPACIDADE DA TURMA - A SALA DA TURMA QUANDO
      *         SERVE, OUTRA LIVRE QUANDO NAO. AS AULAS SAO ESPALHADAS
      *         PELOS DIAS DA SEMANA ANTES DE REPETIR DIA. A PROPOSTA
      *         VAI PARA HORPROP.DAT E PARA O SPOOL (SPLCTL) COM A
      *         LISTA DAS AULAS NAO ENCAIXADAS E O MOTIVO; SO ENTRA EM
      *         HORARIO.DAT QUANDO O COORDENADOR A ACEITA. O AJUSTE
      *         FINO CONTINUA NO HORMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAHOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HORARIO ASSIGN TO WS-HORARIO-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WS-FS.

               SELECT HORPROP ASSIGN TO WS-HORPROP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HP.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT PROFMAT ASSIGN TO WS-PROFMAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PM.

               SELECT CARGAMAT ASSIGN TO WS-CARGAMAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS WS-FS-CM.

               SELECT DISPPROF ASSIGN TO WS-DISPPROF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-FS-DP.

               SELECT SALAS ASSIGN TO WS-SALAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-CODIGO
               FILE STATUS IS WS-FS-SALA.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD HORARIO.
       COPY FD_HORARIO.

       FD HORPROP.
       COPY FD_HORPROP.

       FD TURMAS.
       COPY FD_TURMA.

       FD PROFMAT.
       COPY FD_PROFMAT.

       FD CARGAMAT.
       COPY FD_CARGAMAT.

       FD DISPPROF.
       COPY FD_DISPPROF.

       FD SALAS.
       COPY FD_SALA.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.
       77 WS-FS-HP          PIC 99.
           88 FS-HP-OK      VALUE 0.
       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-PM          PIC 99.
           88 FS-PM-OK      VALUE 0.
       77 WS-FS-CM          PIC 99.
           88 FS-CM-OK      VALUE 0.
       77 WS-FS-DP          PIC 99.
           88 FS-DS-OK      VALUE 0.
       77 WS-FS-SALA        PIC 99.
           88 FS-SALA-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRMA          PIC X VALUE SPACES.

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-SEMESTRE-INF      PIC 9(01) VALUE ZEROS.

      *> Indices e buscas nas tabelas.
       77 WS-T                 PIC 9(03) VALUE ZEROS.
       77 WS-PX                PIC 9(03) VALUE ZEROS.
       77 WS-SX                PIC 9(02) VALUE ZEROS.
       77 WS-I                 PIC 9(04) VALUE ZEROS.
       77 WS-C                 PIC 9(01) VALUE ZEROS.
       77 WS-DIA               PIC 9(01) VALUE ZEROS.
       77 WS-P                 PIC 9(01) VALUE ZEROS.
       77 WS-K                 PIC 9(02) VALUE ZEROS.
       77 WS-CD-PROF-BUSCA     PIC 9(03) VALUE ZEROS.
       77 WS-SALA-BUSCA        PIC X(10) VALUE SPACES.
       77 WS-FALTAM            PIC S9(03) VALUE ZEROS.
       77 WS-QTD-FALTAM        PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU            VALUE "S" FALSE "N".
       77 WS-ENCAIXE           PIC X VALUE "N".
           88 AULA-ENCAIXADA   VALUE "S" FALSE "N".
       77 WS-ESTOURO           PIC X VALUE "N".
           88 TABELA-ESTOUROU  VALUE "S" FALSE "N".
       77 WS-MOTIVO            PIC X(45) VALUE SPACES.

      *> Salas de SALAS.DAT (usaveis = ativas) e salas so citadas na
      *> grade atual, com a ocupacao por dia/periodo ("S" = ocupada).
       77 WS-MAX-SALAS         PIC 9(02) VALUE 50.
       77 WS-QTD-SALAS         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SALAS.
           03 WS-SL-ITEM OCCURS 50 TIMES.
               05 WS-SL-CODIGO     PIC X(10).
               05 WS-SL-LUGARES    PIC 9(03).
               05 WS-SL-USAVEL     PIC X.
               05 WS-SL-DIA OCCURS 6 TIMES.
                   07 WS-SL-OCUP   PIC X OCCURS 8 TIMES.

      *> Professores: disponibilidade de DISPPROF.DAT e ocupacao.
       77 WS-MAX-PROFS         PIC 9(03) VALUE 100.
       77 WS-QTD-PROFS         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PROFS.
           03 WS-PF-ITEM OCCURS 100 TIMES.
               05 WS-PF-CODIGO     PIC 9(03).
               05 WS-PF-TEM-DISP   PIC X.
               05 WS-PF-DIA OCCURS 6 TIMES.
                   07 WS-PF-DISP   PIC X OCCURS 8 TIMES.
                   07 WS-PF-OCUP   PIC X OCCURS 8 TIMES.

      *> Turmas ativas do ano/semestre com a carga a cumprir.
       77 WS-MAX-TURMAS        PIC 9(03) VALUE 100.
       77 WS-QTD-TURMAS        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TURMAS.
           03 WS-TR-ITEM OCCURS 100 TIMES.
               05 WS-TR-TURMA      PIC 9(03).
               05 WS-TR-MATERIA    PIC 9(03).
               05 WS-TR-SALA       PIC X(10).
               05 WS-TR-CAPACIDADE PIC 9(03).
               05 WS-TR-PROF       PIC 9(03).
               05 WS-TR-CARGA      PIC 9(02).
               05 WS-TR-TEM        PIC 9(02).
               05 WS-TR-DIA OCCURS 6 TIMES.
                   07 WS-TR-QTD-DIA PIC 9(01).
                   07 WS-TR-OCUP   PIC X OCCURS 8 TIMES.

      *> Aulas que nao couberam, impressas no fim da proposta.
       77 WS-MAX-NAOENC        PIC 9(03) VALUE 100.
       77 WS-QTD-NAOENC        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-NAOENC.
           03 WS-NE-ITEM OCCURS 100 TIMES.
               05 WS-NE-TURMA      PIC 9(03).
               05 WS-NE-MATERIA    PIC 9(03).
               05 WS-NE-QTD        PIC 9(02).
               05 WS-NE-MOTIVO     PIC X(45).

      *> Ocupacao de HORARIO.DAT para revalidar o aceite.
       77 WS-MAX-OCUPA         PIC 9(04) VALUE 2000.
       77 WS-QTD-OCUPA         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-OCUPA.
           03 WS-OC-ITEM OCCURS 2000 TIMES.
               05 WS-OC-DIA        PIC 9(01).
               05 WS-OC-PERIODO    PIC 9(01).
               05 WS-OC-PROF       PIC 9(03).
               05 WS-OC-SALA       PIC X(10).
               05 WS-OC-TURMA      PIC 9(03).

       77 WS-TOT-PROPOSTAS     PIC 9(04) VALUE ZEROS.
       77 WS-TOT-NAO-ENC       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-GRAVADAS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RECUSADAS     PIC 9(04) VALUE ZEROS.
       77 WS-HP-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-HP-SEMESTRE       PIC 9(01) VALUE ZEROS.

      *> Nomes dos dias para a impressao da proposta.
       01 WS-TAB-DIAS-VALORES.
           03 FILLER           PIC X(07) VALUE "SEGUNDA".
           03 FILLER           PIC X(07) VALUE "TERCA  ".
           03 FILLER           PIC X(07) VALUE "QUARTA ".
           03 FILLER           PIC X(07) VALUE "QUINTA ".
           03 FILLER           PIC X(07) VALUE "SEXTA  ".
           03 FILLER           PIC X(07) VALUE "SABADO ".
       01 FILLER REDEFINES WS-TAB-DIAS-VALORES.
           03 WS-NOME-DIA      PIC X(07) OCCURS 6 TIMES.

       COPY WS_SPLCTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *> Operador logado, quando o chamador o repassa (CALMEDIA);
      *> em branco nas chamadas sem login.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***GERACAO AUTOMATICA DA GRADE DE HORARIOS***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> GERAR PROPOSTA  <2> ACEITAR PROPOSTA  "
                   "<3> DESCARTAR PROPOSTA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P400-GERA-PROPOSTA
               WHEN "2"
                   PERFORM P600-ACEITA-PROPOSTA
               WHEN "3"
                   PERFORM P700-DESCARTA-PROPOSTA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P400-GERA-PROPOSTA.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT WS-SEMESTRE-INF

           MOVE ZEROS TO WS-QTD-SALAS
           MOVE ZEROS TO WS-QTD-PROFS
           MOVE ZEROS TO WS-QTD-TURMAS
           MOVE ZEROS TO WS-QTD-NAOENC
           MOVE ZEROS TO WS-TOT-PROPOSTAS
           MOVE ZEROS TO WS-TOT-NAO-ENC
           SET TABELA-ESTOUROU TO FALSE

           PERFORM P410-CARREGA-SALAS
           PERFORM P420-CARREGA-DISPONIBILIDADE
           PERFORM P430-CARREGA-TURMAS
           IF WS-QTD-TURMAS EQUAL ZEROS THEN
               DISPLAY "NENHUMA TURMA ATIVA EM " WS-ANO-INF "/"
                       WS-SEMESTRE-INF
           ELSE
               PERFORM P440-CARREGA-GRADE-ATUAL
               PERFORM P450-ABRE-SAIDAS
               IF FS-REL-OK AND FS-HP-OK THEN
                   PERFORM VARYING WS-T FROM 1 BY 1
                           UNTIL WS-T > WS-QTD-TURMAS
                       PERFORM P460-TURMA
                   END-PERFORM
                   PERFORM P490-FECHA-SAIDAS
               END-IF
           END-IF
           .

       P410-CARREGA-SALAS.
           SET EOF-OK     TO FALSE
           SET FS-SALA-OK TO TRUE
           OPEN INPUT SALAS
           IF NOT FS-SALA-OK THEN
               DISPLAY "AVISO: SALAS.DAT NAO DISPONIVEL (SALAMNT) - "
                       "NENHUMA SALA PARA ENCAIXE"
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ SALAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-QTD-SALAS < WS-MAX-SALAS THEN
                           ADD 1 TO WS-QTD-SALAS
                           INITIALIZE WS-SL-ITEM (WS-QTD-SALAS)
                           MOVE SL-CODIGO TO
                                WS-SL-CODIGO (WS-QTD-SALAS)
                           MOVE SL-LUGARES TO
                                WS-SL-LUGARES (WS-QTD-SALAS)
                           IF SL-ATIVA THEN
                               MOVE "S" TO WS-SL-USAVEL (WS-QTD-SALAS)
                           ELSE
                               MOVE "N" TO WS-SL-USAVEL (WS-QTD-SALAS)
                           END-IF
                       ELSE
                           SET TABELA-ESTOUROU TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF FS-SALA-OK THEN
               CLOSE SALAS
           END-IF
           .

       P420-CARREGA-DISPONIBILIDADE.
           SET EOF-OK   TO FALSE
           SET FS-DS-OK TO TRUE
           OPEN INPUT DISPPROF
           IF NOT FS-DS-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ DISPPROF NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DS-DIA-SEMANA >= 1 AND
                          DS-DIA-SEMANA <= 6 THEN
                           MOVE DS-CD-PROFESSOR TO WS-CD-PROF-BUSCA
                           PERFORM P810-ACHA-OU-INCLUI-PROF
                           IF WS-PX > ZEROS THEN
                               PERFORM P425-MARCA-DISPONIVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-DS-OK THEN
               CLOSE DISPPROF
           END-IF
           .

       P425-MARCA-DISPONIVEL.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 8
               IF DS-DISPONIVEL (WS-P) THEN
                   MOVE "S" TO WS-PF-DISP (WS-PX, DS-DIA-SEMANA, WS-P)
                   MOVE "S" TO WS-PF-TEM-DISP (WS-PX)
               END-IF
           END-PERFORM
           .

       P430-CARREGA-TURMAS.
      *> Turmas ativas do ano/semestre, com o professor da atribuicao
      *> e a carga semanal da materia no ano.
           SET EOF-OK      TO FALSE
           SET FS-TURMA-OK TO TRUE
           SET FS-PM-OK    TO TRUE
           SET FS-CM-OK    TO TRUE
           OPEN INPUT TURMAS
           OPEN INPUT PROFMAT
           OPEN INPUT CARGAMAT
           IF NOT FS-TURMA-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ TURMAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF TU-ATIVA AND TU-ANO EQUAL WS-ANO-INF AND
                          TU-SEMESTRE EQUAL WS-SEMESTRE-INF THEN
                           PERFORM P435-INCLUI-TURMA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARGAMAT
           CLOSE PROFMAT
           CLOSE TURMAS
           .

       P435-INCLUI-TURMA.
           IF WS-QTD-TURMAS NOT < WS-MAX-TURMAS THEN
               SET TABELA-ESTOUROU TO TRUE
           ELSE
               ADD 1 TO WS-QTD-TURMAS
               INITIALIZE WS-TR-ITEM (WS-QTD-TURMAS)
               MOVE TU-CD-TURMA   TO WS-TR-TURMA (WS-QTD-TURMAS)
               MOVE TU-CD-MATERIA TO WS-TR-MATERIA (WS-QTD-TURMAS)
               MOVE TU-SALA       TO WS-TR-SALA (WS-QTD-TURMAS)
               MOVE TU-CAPACIDADE TO WS-TR-CAPACIDADE (WS-QTD-TURMAS)

               IF FS-PM-OK THEN
                   MOVE TU-CD-MATERIA TO PM-CD-MATERIA
                   MOVE TU-ANO        TO PM-ANO
                   MOVE TU-SEMESTRE   TO PM-SEMESTRE
                   READ PROFMAT
                       KEY IS PM-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PM-ATIVA THEN
                               MOVE PM-CD-PROFESSOR TO
                                    WS-TR-PROF (WS-QTD-TURMAS)
                           END-IF
                   END-READ
               END-IF

               IF FS-CM-OK THEN
                   MOVE TU-CD-MATERIA TO CM-CD-MATERIA
                   MOVE TU-ANO        TO CM-ANO
                   READ CARGAMAT
                       KEY IS CM-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-AULAS-SEMANA TO
                                WS-TR-CARGA (WS-QTD-TURMAS)
                   END-READ
               END-IF
           END-IF
           .

       P440-CARREGA-GRADE-ATUAL.
      *> O que ja esta em HORARIO.DAT fica como esta: ocupa professor,
      *> sala e turma e conta para a carga da turma.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN INPUT HORARIO
           IF NOT FS-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ HORARIO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HR-DIA-SEMANA >= 1 AND
                          HR-DIA-SEMANA <= 6 AND
                          HR-PERIODO >= 1 AND HR-PERIODO <= 8 THEN
                           PERFORM P445-OCUPA-AULA-ATUAL
                       END-IF
               END-READ
           END-PERFORM
           IF FS-OK THEN
               CLOSE HORARIO
           END-IF
           .

       P445-OCUPA-AULA-ATUAL.
           IF HR-CD-PROFESSOR NOT EQUAL ZEROS THEN
               MOVE HR-CD-PROFESSOR TO WS-CD-PROF-BUSCA
               PERFORM P810-ACHA-OU-INCLUI-PROF
               IF WS-PX > ZEROS THEN
                   MOVE "S" TO
                        WS-PF-OCUP (WS-PX, HR-DIA-SEMANA, HR-PERIODO)
               END-IF
           END-IF

           IF HR-SALA NOT EQUAL SPACES THEN
               MOVE HR-SALA TO WS-SALA-BUSCA
               PERFORM P820-ACHA-OU-INCLUI-SALA
               IF WS-SX > ZEROS THEN
                   MOVE "S" TO
                        WS-SL-OCUP (WS-SX, HR-DIA-SEMANA, HR-PERIODO)
               END-IF
           END-IF

           SET ACHOU TO FALSE
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-QTD-TURMAS OR ACHOU
               IF WS-TR-TURMA (WS-T) EQUAL HR-CD-TURMA THEN
                   SET ACHOU TO TRUE
                   MOVE "S" TO
                        WS-TR-OCUP (WS-T, HR-DIA-SEMANA, HR-PERIODO)
                   ADD 1 TO WS-TR-QTD-DIA (WS-T, HR-DIA-SEMANA)
                   ADD 1 TO WS-TR-TEM (WS-T)
               END-IF
           END-PERFORM
           .

       P450-ABRE-SAIDAS.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "GERAHOR"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\GERAHOR.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           END-IF

      *>   Cada geracao substitui a proposta anterior.
           SET FS-HP-OK TO TRUE
           OPEN OUTPUT HORPROP
           IF NOT FS-HP-OK THEN
               DISPLAY "ERRO AO ABRIR HORPROP.DAT - FILE STATUS: "
                       WS-FS-HP
               IF FS-REL-OK THEN
                   CLOSE RELATORIO
               END-IF
           END-IF

           IF FS-REL-OK AND FS-HP-OK THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING "PROPOSTA DE GRADE DE HORARIOS - "
                      DELIMITED BY SIZE
                      WS-ANO-INF DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-SEMESTRE-INF DELIMITED BY SIZE
                      " - GERADA EM " DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "AULAS JA GRAVADAS EM HORARIO.DAT FORAM MANTIDAS; AB
      -             "AIXO SO AS AULAS NOVAS PROPOSTAS" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "=" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P460-TURMA.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "TURMA " DELIMITED BY SIZE
                  WS-TR-TURMA (WS-T) DELIMITED BY SIZE
                  "  MATERIA " DELIMITED BY SIZE
                  WS-TR-MATERIA (WS-T) DELIMITED BY SIZE
                  "  PROF. " DELIMITED BY SIZE
                  WS-TR-PROF (WS-T) DELIMITED BY SIZE
                  "  CARGA SEMANAL " DELIMITED BY SIZE
                  WS-TR-CARGA (WS-T) DELIMITED BY SIZE
                  "  JA NA GRADE " DELIMITED BY SIZE
                  WS-TR-TEM (WS-T) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           COMPUTE WS-FALTAM = WS-TR-CARGA (WS-T) - WS-TR-TEM (WS-T)
           EVALUATE TRUE
               WHEN WS-TR-CARGA (WS-T) EQUAL ZEROS
                   MOVE ZEROS TO WS-FALTAM
                   MOVE "MATERIA SEM CARGA SEMANAL NO ANO (DISPMNT)"
                       TO WS-MOTIVO
                   PERFORM P485-NAO-ENCAIXADA
               WHEN WS-FALTAM NOT > ZEROS
                   MOVE "  GRADE DA TURMA JA COMPLETA" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
               WHEN WS-TR-PROF (WS-T) EQUAL ZEROS
                   MOVE "MATERIA SEM PROFESSOR ATRIBUIDO (ATRPROF)"
                       TO WS-MOTIVO
                   PERFORM P485-NAO-ENCAIXADA
               WHEN OTHER
                   MOVE WS-TR-PROF (WS-T) TO WS-CD-PROF-BUSCA
                   PERFORM P800-ACHA-PROF
                   SET AULA-ENCAIXADA TO TRUE
                   PERFORM UNTIL WS-FALTAM NOT > ZEROS OR
                                 NOT AULA-ENCAIXADA
                       PERFORM P470-ENCAIXA-AULA
                       IF AULA-ENCAIXADA THEN
                           SUBTRACT 1 FROM WS-FALTAM
                       END-IF
                   END-PERFORM
                   IF WS-FALTAM > ZEROS THEN
                       PERFORM P480-MOTIVO
                       PERFORM P485-NAO-ENCAIXADA
                   END-IF
           END-EVALUATE
           .

       P470-ENCAIXA-AULA.
      *> Primeiro os dias em que a turma tem menos aulas: espalha a
      *> carga pela semana antes de repetir dia.
           SET AULA-ENCAIXADA TO FALSE
           IF WS-PX > ZEROS THEN
               PERFORM VARYING WS-C FROM 0 BY 1
                       UNTIL WS-C > 8 OR AULA-ENCAIXADA
                   PERFORM VARYING WS-DIA FROM 1 BY 1
                           UNTIL WS-DIA > 6 OR AULA-ENCAIXADA
                       IF WS-TR-QTD-DIA (WS-T, WS-DIA) EQUAL WS-C THEN
                           PERFORM VARYING WS-P FROM 1 BY 1
                                   UNTIL WS-P > 8 OR AULA-ENCAIXADA
                               PERFORM P475-TESTA-PERIODO
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .

       P475-TESTA-PERIODO.
           IF WS-TR-OCUP (WS-T, WS-DIA, WS-P) NOT EQUAL "S" AND
              WS-PF-DISP (WS-PX, WS-DIA, WS-P) EQUAL "S" AND
              WS-PF-OCUP (WS-PX, WS-DIA, WS-P) NOT EQUAL "S" THEN
               PERFORM P476-ESCOLHE-SALA
               IF WS-SX > ZEROS THEN
                   SET AULA-ENCAIXADA TO TRUE
                   PERFORM P478-GRAVA-PROPOSTA
               END-IF
           END-IF
           .

       P476-ESCOLHE-SALA.
      *> A sala da turma quando esta cadastrada, ativa, livre e com
      *> lugares para a turma; senao a primeira outra que sirva.
           MOVE ZEROS TO WS-SX
           MOVE WS-TR-SALA (WS-T) TO WS-SALA-BUSCA
           PERFORM P830-ACHA-SALA
           IF WS-SX > ZEROS THEN
               IF WS-SL-USAVEL (WS-SX) NOT EQUAL "S" OR
                  WS-SL-LUGARES (WS-SX) < WS-TR-CAPACIDADE (WS-T) OR
                  WS-SL-OCUP (WS-SX, WS-DIA, WS-P) EQUAL "S" THEN
                   MOVE ZEROS TO WS-SX
               END-IF
           END-IF
           IF WS-SX EQUAL ZEROS THEN
               SET ACHOU TO FALSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-QTD-SALAS OR ACHOU
                   IF WS-SL-USAVEL (WS-K) EQUAL "S" AND
                      WS-SL-LUGARES (WS-K) >= WS-TR-CAPACIDADE (WS-T)
                      AND WS-SL-OCUP (WS-K, WS-DIA, WS-P) NOT EQUAL "S"
                       SET ACHOU TO TRUE
                       MOVE WS-K TO WS-SX
                   END-IF
               END-PERFORM
           END-IF
           .

       P478-GRAVA-PROPOSTA.
           MOVE "S" TO WS-TR-OCUP (WS-T, WS-DIA, WS-P)
           MOVE "S" TO WS-PF-OCUP (WS-PX, WS-DIA, WS-P)
           MOVE "S" TO WS-SL-OCUP (WS-SX, WS-DIA, WS-P)
           ADD 1 TO WS-TR-QTD-DIA (WS-T, WS-DIA)
           ADD 1 TO WS-TR-TEM (WS-T)
           ADD 1 TO WS-TOT-PROPOSTAS

           MOVE WS-TR-TURMA (WS-T)    TO HP-CD-TURMA
           MOVE WS-DIA                TO HP-DIA-SEMANA
           MOVE WS-P                  TO HP-PERIODO
           MOVE WS-TR-MATERIA (WS-T)  TO HP-CD-MATERIA
           MOVE WS-TR-PROF (WS-T)     TO HP-CD-PROFESSOR
           MOVE WS-SL-CODIGO (WS-SX)  TO HP-SALA
           MOVE WS-ANO-INF            TO HP-ANO
           MOVE WS-SEMESTRE-INF       TO HP-SEMESTRE
           WRITE REG-HORPROP

           MOVE SPACES TO WS-LINHA-REL
           STRING "  " DELIMITED BY SIZE
                  WS-NOME-DIA (WS-DIA) DELIMITED BY SIZE
                  " PERIODO " DELIMITED BY SIZE
                  WS-P DELIMITED BY SIZE
                  "  SALA " DELIMITED BY SIZE
                  WS-SL-CODIGO (WS-SX) DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           IF WS-SL-CODIGO (WS-SX) NOT EQUAL WS-TR-SALA (WS-T) THEN
               MOVE "(FORA DA SALA DA TURMA)" TO WS-LINHA-REL (40:23)
           END-IF
           WRITE WS-LINHA-REL
           .

       P480-MOTIVO.
           SET ACHOU TO FALSE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-SALAS OR ACHOU
               IF WS-SL-USAVEL (WS-K) EQUAL "S" AND
                  WS-SL-LUGARES (WS-K) >= WS-TR-CAPACIDADE (WS-T) THEN
                   SET ACHOU TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PX EQUAL ZEROS
                   MOVE "PROFESSOR SEM DISPONIBILIDADE (DISPMNT)"
                       TO WS-MOTIVO
               WHEN WS-PF-TEM-DISP (WS-PX) NOT EQUAL "S"
                   MOVE "PROFESSOR SEM DISPONIBILIDADE (DISPMNT)"
                       TO WS-MOTIVO
               WHEN NOT ACHOU
                   MOVE "NENHUMA SALA ATIVA COM LUGARES PARA A TURMA"
                       TO WS-MOTIVO
               WHEN OTHER
                   MOVE "SEM PERIODO LIVRE COMUM A PROFESSOR/SALA/TURMA"
                       TO WS-MOTIVO
           END-EVALUATE
           .

       P485-NAO-ENCAIXADA.
           MOVE WS-FALTAM TO WS-QTD-FALTAM
           ADD WS-QTD-FALTAM TO WS-TOT-NAO-ENC
           IF WS-QTD-NAOENC < WS-MAX-NAOENC THEN
               ADD 1 TO WS-QTD-NAOENC
               MOVE WS-TR-TURMA (WS-T)   TO WS-NE-TURMA (WS-QTD-NAOENC)
               MOVE WS-TR-MATERIA (WS-T) TO
                    WS-NE-MATERIA (WS-QTD-NAOENC)
               MOVE WS-FALTAM            TO WS-NE-QTD (WS-QTD-NAOENC)
               MOVE WS-MOTIVO            TO WS-NE-MOTIVO (WS-QTD-NAOENC)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING "  * NAO ENCAIXADAS: " DELIMITED BY SIZE
                  WS-QTD-FALTAM DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P490-FECHA-SAIDAS.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "=" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE "AULAS NAO ENCAIXADAS (AJUSTAR NO DISPMNT/ATRPROF/SALAM
      -         "NT E REGERAR, OU ENCAIXAR NO HORMNT)" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF WS-QTD-NAOENC EQUAL ZEROS THEN
               MOVE "  NENHUMA" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-NAOENC
               MOVE SPACES TO WS-LINHA-REL
               STRING "  TURMA " DELIMITED BY SIZE
                      WS-NE-TURMA (WS-I) DELIMITED BY SIZE
                      "  MATERIA " DELIMITED BY SIZE
                      WS-NE-MATERIA (WS-I) DELIMITED BY SIZE
                      "  AULAS " DELIMITED BY SIZE
                      WS-NE-QTD (WS-I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-NE-MOTIVO (WS-I) DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "TURMAS: " DELIMITED BY SIZE
                  WS-QTD-TURMAS DELIMITED BY SIZE
                  "  AULAS PROPOSTAS: " DELIMITED BY SIZE
                  WS-TOT-PROPOSTAS DELIMITED BY SIZE
                  "  NAO ENCAIXADAS: " DELIMITED BY SIZE
                  WS-TOT-NAO-ENC DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           IF TABELA-ESTOUROU THEN
               MOVE "* LIMITE DE TURMAS/PROFESSORES/SALAS EXCEDIDO - PRO
      -             "POSTA PARCIAL" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF

           CLOSE HORPROP
           CLOSE RELATORIO
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           DISPLAY "AULAS PROPOSTAS: " WS-TOT-PROPOSTAS
                   "  NAO ENCAIXADAS: " WS-TOT-NAO-ENC
           DISPLAY "PROPOSTA GRAVADA EM: " WS-RELAT-PATH
           DISPLAY "CONFIRA E USE <2> PARA GRAVAR NA GRADE"
           .

       P600-ACEITA-PROPOSTA.
           MOVE ZEROS TO WS-TOT-PROPOSTAS
           SET EOF-OK   TO FALSE
           SET FS-HP-OK TO TRUE
           OPEN INPUT HORPROP
           IF NOT FS-HP-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ HORPROP
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-PROPOSTAS
                       MOVE HP-ANO      TO WS-HP-ANO
                       MOVE HP-SEMESTRE TO WS-HP-SEMESTRE
               END-READ
           END-PERFORM
           IF FS-HP-OK THEN
               CLOSE HORPROP
           END-IF

           IF WS-TOT-PROPOSTAS EQUAL ZEROS THEN
               DISPLAY "NAO HA PROPOSTA PENDENTE - GERE COM <1>"
           ELSE
               DISPLAY "PROPOSTA " WS-HP-ANO "/" WS-HP-SEMESTRE ": "
                       WS-TOT-PROPOSTAS " AULA(S)"
               DISPLAY "GRAVAR NA GRADE DE HORARIOS (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" OR WS-CONFIRMA EQUAL "s" THEN
                   PERFORM P610-GRAVA-NA-GRADE
               ELSE
                   DISPLAY "PROPOSTA MANTIDA PENDENTE"
               END-IF
           END-IF
           .

       P610-GRAVA-NA-GRADE.
      *> A grade pode ter mudado no HORMNT desde a geracao: cada aula
      *> e conferida de novo contra choque de professor e de sala.
           MOVE ZEROS TO WS-TOT-GRAVADAS
           MOVE ZEROS TO WS-TOT-RECUSADAS
           PERFORM P620-CARREGA-OCUPACAO

           SET FS-OK TO TRUE
           OPEN I-O HORARIO
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT HORARIO
               CLOSE HORARIO
               SET FS-OK TO TRUE
               OPEN I-O HORARIO
           END-IF
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR HORARIO.DAT - FILE STATUS: " WS-FS
           ELSE
               SET EOF-OK   TO FALSE
               SET FS-HP-OK TO TRUE
               OPEN INPUT HORPROP
               IF NOT FS-HP-OK THEN
                   SET EOF-OK TO TRUE
               END-IF
               PERFORM UNTIL EOF-OK
                   READ HORPROP
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P630-GRAVA-AULA
                   END-READ
               END-PERFORM
               IF FS-HP-OK THEN
                   CLOSE HORPROP
               END-IF
               CLOSE HORARIO

               PERFORM P700-DESCARTA-PROPOSTA
               DISPLAY "AULAS GRAVADAS NA GRADE: " WS-TOT-GRAVADAS
               DISPLAY "AULAS RECUSADAS POR CHOQUE: " WS-TOT-RECUSADAS
               IF WS-TOT-RECUSADAS > ZEROS THEN
                   DISPLAY "ENCAIXE AS RECUSADAS NO HORMNT OU GERE "
                           "NOVA PROPOSTA"
               END-IF
           END-IF
           .

       P620-CARREGA-OCUPACAO.
           MOVE ZEROS TO WS-QTD-OCUPA
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN INPUT HORARIO
           IF NOT FS-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ HORARIO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-QTD-OCUPA < WS-MAX-OCUPA THEN
                           ADD 1 TO WS-QTD-OCUPA
                           MOVE HR-DIA-SEMANA TO
                                WS-OC-DIA (WS-QTD-OCUPA)
                           MOVE HR-PERIODO TO
                                WS-OC-PERIODO (WS-QTD-OCUPA)
                           MOVE HR-CD-PROFESSOR TO
                                WS-OC-PROF (WS-QTD-OCUPA)
                           MOVE HR-SALA TO WS-OC-SALA (WS-QTD-OCUPA)
                           MOVE HR-CD-TURMA TO
                                WS-OC-TURMA (WS-QTD-OCUPA)
                       END-IF
               END-READ
           END-PERFORM
           IF FS-OK THEN
               CLOSE HORARIO
           END-IF
           .

       P630-GRAVA-AULA.
           SET ACHOU TO FALSE
           MOVE SPACES TO WS-MOTIVO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-OCUPA OR ACHOU
               IF WS-OC-DIA (WS-I) EQUAL HP-DIA-SEMANA AND
                  WS-OC-PERIODO (WS-I) EQUAL HP-PERIODO AND
                  WS-OC-TURMA (WS-I) NOT EQUAL HP-CD-TURMA THEN
                   IF HP-CD-PROFESSOR NOT EQUAL ZEROS AND
                      WS-OC-PROF (WS-I) EQUAL HP-CD-PROFESSOR THEN
                       SET ACHOU TO TRUE
                       MOVE "PROFESSOR JA OCUPADO" TO WS-MOTIVO
                   END-IF
                   IF NOT ACHOU AND
                      WS-OC-SALA (WS-I) EQUAL HP-SALA THEN
                       SET ACHOU TO TRUE
                       MOVE "SALA JA OCUPADA" TO WS-MOTIVO
                   END-IF
               END-IF
           END-PERFORM

           IF NOT ACHOU THEN
               MOVE HP-CD-TURMA     TO HR-CD-TURMA
               MOVE HP-DIA-SEMANA   TO HR-DIA-SEMANA
               MOVE HP-PERIODO      TO HR-PERIODO
               MOVE HP-CD-MATERIA   TO HR-CD-MATERIA
               MOVE HP-CD-PROFESSOR TO HR-CD-PROFESSOR
               MOVE HP-SALA         TO HR-SALA
               WRITE REG-HORARIO
                   INVALID KEY
                       SET ACHOU TO TRUE
                       MOVE "TURMA JA TEM AULA NO PERIODO" TO WS-MOTIVO
               END-WRITE
           END-IF

           IF ACHOU THEN
               ADD 1 TO WS-TOT-RECUSADAS
               DISPLAY "RECUSADA: TURMA " HP-CD-TURMA " "
                       WS-NOME-DIA (HP-DIA-SEMANA) " PERIODO "
                       HP-PERIODO " - " WS-MOTIVO
           ELSE
               ADD 1 TO WS-TOT-GRAVADAS
               IF WS-QTD-OCUPA < WS-MAX-OCUPA THEN
                   ADD 1 TO WS-QTD-OCUPA
                   MOVE HP-DIA-SEMANA   TO WS-OC-DIA (WS-QTD-OCUPA)
                   MOVE HP-PERIODO      TO WS-OC-PERIODO (WS-QTD-OCUPA)
                   MOVE HP-CD-PROFESSOR TO WS-OC-PROF (WS-QTD-OCUPA)
                   MOVE HP-SALA         TO WS-OC-SALA (WS-QTD-OCUPA)
                   MOVE HP-CD-TURMA     TO WS-OC-TURMA (WS-QTD-OCUPA)
               END-IF
           END-IF
           .

       P700-DESCARTA-PROPOSTA.
           SET FS-HP-OK TO TRUE
           OPEN OUTPUT HORPROP
           IF FS-HP-OK THEN
               CLOSE HORPROP
               IF WS-OPCAO EQUAL "3" THEN
                   DISPLAY "PROPOSTA DESCARTADA"
               END-IF
           ELSE
               DISPLAY "ERRO AO LIMPAR HORPROP.DAT - FILE STATUS: "
                       WS-FS-HP
           END-IF
           .

       P800-ACHA-PROF.
           MOVE ZEROS TO WS-PX
           SET ACHOU TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-PROFS OR ACHOU
               IF WS-PF-CODIGO (WS-I) EQUAL WS-CD-PROF-BUSCA THEN
                   SET ACHOU TO TRUE
                   MOVE WS-I TO WS-PX
               END-IF
           END-PERFORM
           .

       P810-ACHA-OU-INCLUI-PROF.
           PERFORM P800-ACHA-PROF
           IF WS-PX EQUAL ZEROS THEN
               IF WS-QTD-PROFS < WS-MAX-PROFS THEN
                   ADD 1 TO WS-QTD-PROFS
                   INITIALIZE WS-PF-ITEM (WS-QTD-PROFS)
                   MOVE WS-CD-PROF-BUSCA TO WS-PF-CODIGO (WS-QTD-PROFS)
                   MOVE "N" TO WS-PF-TEM-DISP (WS-QTD-PROFS)
                   MOVE WS-QTD-PROFS TO WS-PX
               ELSE
                   SET TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF
           .

       P820-ACHA-OU-INCLUI-SALA.
      *> Sala da grade atual fora de SALAS.DAT (TU-SALA antigo): entra
      *> so para marcar ocupacao, nunca para receber aula nova.
           PERFORM P830-ACHA-SALA
           IF WS-SX EQUAL ZEROS THEN
               IF WS-QTD-SALAS < WS-MAX-SALAS THEN
                   ADD 1 TO WS-QTD-SALAS
                   INITIALIZE WS-SL-ITEM (WS-QTD-SALAS)
                   MOVE WS-SALA-BUSCA TO WS-SL-CODIGO (WS-QTD-SALAS)
                   MOVE "N" TO WS-SL-USAVEL (WS-QTD-SALAS)
                   MOVE WS-QTD-SALAS TO WS-SX
               ELSE
                   SET TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF
           .

       P830-ACHA-SALA.
           MOVE ZEROS TO WS-SX
           SET ACHOU TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-SALAS OR ACHOU
               IF WS-SL-CODIGO (WS-I) EQUAL WS-SALA-BUSCA THEN
                   SET ACHOU TO TRUE
                   MOVE WS-I TO WS-SX
               END-IF
           END-PERFORM
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM GERAHOR.
