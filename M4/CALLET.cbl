      *         EM DIA NAO LETIVO E BOLETIM/RESFINAL CALCULAM O
      *         PERCENTUAL DE FREQUENCIA CONTRA A CONTAGEM OFICIAL DE
      *         DIAS LETIVOS DO PERIODO. O RESUMO DO CALENDARIO SAI
      *         NO SPOOL (SPLCTL) PARA O MURAL. A OPCAO 4 DEFINE O
      *         CALENDARIO DE BIMESTRES DO ANO (BIMCAL.DAT): INICIO E
      *         FIM DE CADA BIMESTRE, EM DIA LETIVO E SEM SOBREPOSICAO,
      *         FONTE UNICA DO PERIODO PARA DIARIO, FREQPROJ, COBNOTA,
      *         FECHABIM E BOLETIM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CL-DATA
               FILE STATUS IS WS-FS.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES DO ANO (VER FD_BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD CALENDARIO.
       COPY FD_CALENDLET.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(80).

       77 WS-QTD-FERIADOS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RECESSO       PIC 9(03) VALUE ZEROS.

      *> Definicao dos bimestres do ano (opcao 4).
       77 WS-BIM-I             PIC 9(01) VALUE ZEROS.
       77 WS-BIM-ANT           PIC 9(01) VALUE ZEROS.
       77 WS-BIM-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-BIM-VALIDO        PIC X VALUE "S".
           88 BIM-OK           VALUE "S" FALSE "N".
       77 WS-BIM-MSG           PIC X(60) VALUE SPACES.
       77 WS-BIM-EXISTE        PIC X VALUE "N".
           88 BIM-EXISTE       VALUE "S" FALSE "N".
       77 WS-BIM-DIAS          PIC 9(03) VALUE ZEROS.

       COPY WS_BIMCAL.
       COPY WS_DATUTIL.
       COPY WS_SPLCTL.
       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       P300-PROCESSA.
           DISPLAY "OPCOES: <1> MARCAR UM DIA  "
                   "<2> MARCAR FAIXA DE DIAS  "
                   "<3> RESUMO DO ANO (MURAL)  "
                   "<4> BIMESTRES DO ANO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                   PERFORM P400-MARCA-FAIXA
               WHEN "3"
                   PERFORM P500-RESUMO
               WHEN "4"
                   PERFORM P600-DEFINE-BIMESTRES
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                          WS-QTD-RECESSO DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   PERFORM P520-LINHAS-BIMESTRE

                   CLOSE RELATORIO
                   IF WS-SP-ERRO NOT EQUAL "S" THEN
           WRITE WS-LINHA-REL
           .

       P520-LINHAS-BIMESTRE.
      *> Os bimestres do ano, quando definidos, fecham o mural.
           SET FS-BCAL-OK TO TRUE
           OPEN INPUT BIMCAL
           IF FS-BCAL-OK THEN
               MOVE WS-ANO-INF TO BC-ANO
               READ BIMCAL
                   KEY IS BC-ANO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINHA-REL
                       WRITE WS-LINHA-REL
                       PERFORM VARYING WS-BIM-I FROM 1 BY 1
                               UNTIL WS-BIM-I > 4
                           MOVE SPACES TO WS-LINHA-REL
                           STRING "BIMESTRE " DELIMITED BY SIZE
                                  WS-BIM-I DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  BC-DT-INICIO (WS-BIM-I)
                                  DELIMITED BY SIZE
                                  " A " DELIMITED BY SIZE
                                  BC-DT-FIM (WS-BIM-I)
                                  DELIMITED BY SIZE
                                  "  (" DELIMITED BY SIZE
                                  BC-DIAS-LETIVOS (WS-BIM-I)
                                  DELIMITED BY SIZE
                                  " DIAS LETIVOS)" DELIMITED BY SIZE
                                  INTO WS-LINHA-REL
                           WRITE WS-LINHA-REL
                       END-PERFORM
               END-READ
               CLOSE BIMCAL
           END-IF
           .

       P600-DEFINE-BIMESTRES.
      *> Inicio e fim dos quatro bimestres do ano, valor atual entre
      *> colchetes e ENTER mantem. So grava se os quatro periodos
      *> conferem com o calendario letivo.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF

           SET FS-BCAL-OK TO TRUE
           OPEN I-O BIMCAL
           IF WS-FS-BCAL EQUAL 35 THEN
               OPEN OUTPUT BIMCAL
               CLOSE BIMCAL
               OPEN I-O BIMCAL
           END-IF
           IF NOT FS-BCAL-OK THEN
               DISPLAY "ERRO AO ABRIR BIMCAL.DAT - FILE STATUS: "
                       WS-FS-BCAL
           ELSE
               MOVE WS-ANO-INF TO BC-ANO
               READ BIMCAL
                   KEY IS BC-ANO
                   INVALID KEY
                       SET BIM-EXISTE TO FALSE
                       MOVE ZEROS      TO REG-BIMCAL
                       MOVE WS-ANO-INF TO BC-ANO
                   NOT INVALID KEY
                       SET BIM-EXISTE TO TRUE
               END-READ

               PERFORM VARYING WS-BIM-I FROM 1 BY 1
                       UNTIL WS-BIM-I > 4
                   DISPLAY "BIMESTRE " WS-BIM-I
                           " - INICIO (AAAAMMDD) ["
                           BC-DT-INICIO (WS-BIM-I) "]: "
                   MOVE ZEROS TO WS-BIM-DATA
                   ACCEPT WS-BIM-DATA
                   IF WS-BIM-DATA NOT EQUAL ZEROS THEN
                       MOVE WS-BIM-DATA TO BC-DT-INICIO (WS-BIM-I)
                   END-IF
                   DISPLAY "BIMESTRE " WS-BIM-I
                           " - FIM (AAAAMMDD) ["
                           BC-DT-FIM (WS-BIM-I) "]: "
                   MOVE ZEROS TO WS-BIM-DATA
                   ACCEPT WS-BIM-DATA
                   IF WS-BIM-DATA NOT EQUAL ZEROS THEN
                       MOVE WS-BIM-DATA TO BC-DT-FIM (WS-BIM-I)
                   END-IF
               END-PERFORM

               PERFORM P610-VALIDA-BIMESTRES

               IF NOT BIM-OK THEN
                   DISPLAY "BIMESTRES NAO GRAVADOS: " WS-BIM-MSG
               ELSE
                   ACCEPT BC-DT-ATUALIZACAO FROM DATE YYYYMMDD
                   IF BIM-EXISTE THEN
                       REWRITE REG-BIMCAL
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR BIMCAL.DAT"
                           NOT INVALID KEY
                               DISPLAY "BIMESTRES ATUALIZADOS!"
                       END-REWRITE
                   ELSE
                       WRITE REG-BIMCAL
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR BIMCAL.DAT"
                           NOT INVALID KEY
                               DISPLAY "BIMESTRES GRAVADOS!"
                       END-WRITE
                   END-IF
               END-IF
               CLOSE BIMCAL
           END-IF
           .

       P610-VALIDA-BIMESTRES.
      *> Cada bimestre: datas validas do proprio ano, inicio ate o
      *> fim, depois do fim do anterior, inicio e fim em dia letivo
      *> de CALENDLET.DAT; guarda a contagem de dias letivos.
           SET BIM-OK  TO TRUE
           MOVE SPACES TO WS-BIM-MSG
           SET FS-OK   TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-OK THEN
               SET BIM-OK TO FALSE
               MOVE "CALENDARIO LETIVO NAO CARREGADO (OPCOES 1 E 2)"
                   TO WS-BIM-MSG
           END-IF

           PERFORM VARYING WS-BIM-I FROM 1 BY 1
                   UNTIL WS-BIM-I > 4 OR NOT BIM-OK
               MOVE BC-DT-INICIO (WS-BIM-I) TO WS-BIM-DATA
               PERFORM P620-CONFERE-DATA
               IF BIM-OK THEN
                   MOVE BC-DT-FIM (WS-BIM-I) TO WS-BIM-DATA
                   PERFORM P620-CONFERE-DATA
               END-IF
               IF BIM-OK AND
                  BC-DT-FIM (WS-BIM-I) < BC-DT-INICIO (WS-BIM-I) THEN
                   SET BIM-OK TO FALSE
                   STRING "BIMESTRE " DELIMITED BY SIZE
                          WS-BIM-I DELIMITED BY SIZE
                          ": FIM ANTES DO INICIO" DELIMITED BY SIZE
                          INTO WS-BIM-MSG
               END-IF
               IF BIM-OK AND WS-BIM-I > 1 THEN
                   COMPUTE WS-BIM-ANT = WS-BIM-I - 1
                   IF BC-DT-INICIO (WS-BIM-I) <=
                      BC-DT-FIM (WS-BIM-ANT) THEN
                       SET BIM-OK TO FALSE
                       STRING "BIMESTRE " DELIMITED BY SIZE
                              WS-BIM-I DELIMITED BY SIZE
                              ": COMECA ANTES DO FIM DO ANTERIOR"
                              DELIMITED BY SIZE
                              INTO WS-BIM-MSG
                   END-IF
               END-IF
               IF BIM-OK THEN
                   PERFORM P630-CONTA-LETIVOS
               END-IF
           END-PERFORM

           IF FS-OK THEN
               CLOSE CALENDARIO
           END-IF
           .

       P620-CONFERE-DATA.
           MOVE "V"         TO WS-DU-OPERACAO
           MOVE WS-BIM-DATA TO WS-DU-DATA-1
           MOVE ZEROS       TO WS-DU-DATA-2
           MOVE ZEROS       TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           COMPUTE WS-ANO-REG = WS-BIM-DATA / 10000
           IF WS-DU-ERRO EQUAL "S" OR WS-ANO-REG NOT EQUAL WS-ANO-INF
              THEN
               SET BIM-OK TO FALSE
               STRING "BIMESTRE " DELIMITED BY SIZE
                      WS-BIM-I DELIMITED BY SIZE
                      ": DATA " DELIMITED BY SIZE
                      WS-BIM-DATA DELIMITED BY SIZE
                      " INVALIDA OU FORA DO ANO" DELIMITED BY SIZE
                      INTO WS-BIM-MSG
           ELSE
               MOVE WS-BIM-DATA TO CL-DATA
               READ CALENDARIO
                   KEY IS CL-DATA
                   INVALID KEY
                       MOVE SPACE TO CL-TIPO
               END-READ
               IF NOT CL-LETIVO THEN
                   SET BIM-OK TO FALSE
                   STRING "BIMESTRE " DELIMITED BY SIZE
                          WS-BIM-I DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-BIM-DATA DELIMITED BY SIZE
                          " NAO E DIA LETIVO" DELIMITED BY SIZE
                          INTO WS-BIM-MSG
               END-IF
           END-IF
           .

       P630-CONTA-LETIVOS.
           MOVE ZEROS TO WS-BIM-DIAS
           SET EOF-OK TO FALSE
           MOVE BC-DT-INICIO (WS-BIM-I) TO CL-DATA
           START CALENDARIO KEY IS NOT LESS CL-DATA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ CALENDARIO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CL-DATA > BC-DT-FIM (WS-BIM-I) THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           IF CL-LETIVO THEN
                               ADD 1 TO WS-BIM-DIAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-BIM-DIAS TO BC-DIAS-LETIVOS (WS-BIM-I)
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
