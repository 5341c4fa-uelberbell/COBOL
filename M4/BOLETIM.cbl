      *         ATIVOS EM BOLETIM.LST, COM QUEBRA DE PAGINA ENTRE
      *         ALUNOS E UMA LINHA DE HISTORICO POR BOLETIM EMITIDO -
      *         UMA RODADA, UM ARQUIVO PARA A IMPRESSORA.
      * Update: ANO LETIVO PELO CALENDARIO DE BIMESTRES (BIMCAL.DAT,
      *         VER CALLET): FREQUENCIA CONTADA DO INICIO DO 1o
      *         BIMESTRE ATE HOJE (OU O FIM DO 4o) E O BIMESTRE
      *         CORRENTE NO CABECALHO DO BOLETIM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIM.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT BOLETIM-HIST ASSIGN TO WS-BOLETIM-HIST-PATH
               RECORD KEY IS CL-DATA
               FILE STATUS IS WS-FS-CAL.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
      *>          CHAMADA DIARIA (VER CADFREQ), PARA O PERCENTUAL DE
      *>          PRESENCA E A REPROVACAO POR FALTA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

       DATA DIVISION.
       FD CALENDARIO.
       COPY FD_CALENDLET.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD FREQUENCIA.
       COPY FD_FREQ.

           88 FIM-CALENDARIO VALUE "S" FALSE "N".
       77 ES-FIM-FREQ       PIC X.
           88 FIM-FREQUENCIA VALUE "S" FALSE "N".
      *> Janela do ano letivo (calendario de bimestres): do inicio do
      *> 1o bimestre ate hoje, sem passar do fim do 4o.
       COPY WS_BIMCAL.
       77 WS-INICIO-LETIVO  PIC 9(08) VALUE ZEROS.
       77 WS-FIM-LETIVO     PIC 9(08) VALUE ZEROS.

       77 WS-HIST-DATA              PIC 9(08).
       77 WS-HIST-HORA              PIC 9(08).
       77 ES-FIM-NOTAS              PIC X.
           88 FIM-NOTAS-ALUNO       VALUE "S" FALSE "N".

       77 WS-ID-ALUNO-CONS          PIC 9(05).

       77 WS-TOTAL-MATERIAS         PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-APROVADO         PIC 9(03) VALUE ZEROS.
                  WS-NM-ALUNO DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           PERFORM P350-ESCREVE-LINHA
           IF WS-BC-BIM > ZEROS THEN
               MOVE SPACES TO WS-LINHA-IMP
               STRING "BIMESTRE CORRENTE: " DELIMITED BY SIZE
                      WS-BC-BIM DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-BC-DT-INICIO DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-BC-DT-FIM DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-IMP
               PERFORM P350-ESCREVE-LINHA
           END-IF
           .

       P350-ESCREVE-LINHA.
                                 WS-NT-CD-MATERIA THEN
                               SET FIM-FREQUENCIA TO TRUE
                           ELSE
                               IF FQ-DATA >= WS-INICIO-LETIVO AND
                                  FQ-DATA <= WS-FIM-LETIVO THEN
      *>                           Falta justificada por atestado ("J",
      *>                           ver ATESMNT) fica fora do percentual,
      *>                           como manda a lei, mas e contada para
      *>                           sair separada no boletim.
                                   IF FQ-JUSTIFICADA THEN
                                       ADD 1 TO WS-FREQ-JUSTIF
                                   ELSE
                                       ADD 1 TO WS-FREQ-AULAS
                                       IF FQ-PRESENTE THEN
                                           ADD 1 TO WS-FREQ-PRESENCAS
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
           ACCEPT WS-DATA-HOJE-CAL FROM DATE YYYYMMDD
           COMPUTE WS-ANO-CAL = WS-DATA-HOJE-CAL / 10000

      *>   Sem calendario de bimestres, o ano civil ate hoje.
           COMPUTE WS-INICIO-LETIVO = WS-ANO-CAL * 10000 + 101
           MOVE WS-DATA-HOJE-CAL TO WS-FIM-LETIVO
           MOVE WS-ANO-CAL TO WS-BC-ANO-INF
           PERFORM P385-CARREGA-BIMCAL
           IF BIMCAL-OK AND WS-BC-TAB-INICIO (1) > ZEROS THEN
               MOVE WS-BC-TAB-INICIO (1) TO WS-INICIO-LETIVO
               IF WS-BC-TAB-FIM (4) > ZEROS AND
                  WS-BC-TAB-FIM (4) < WS-FIM-LETIVO THEN
                   MOVE WS-BC-TAB-FIM (4) TO WS-FIM-LETIVO
               END-IF
           END-IF
           MOVE WS-DATA-HOJE-CAL TO WS-BC-DATA-REF
           PERFORM P387-BIMESTRE-DA-DATA

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK THEN
               SET FIM-CALENDARIO TO TRUE
                       SET FIM-CALENDARIO TO TRUE
                   NOT AT END
                       IF CL-LETIVO AND
                          CL-DATA <= WS-FIM-LETIVO AND
                          CL-DATA >= WS-INICIO-LETIVO THEN
                           ADD 1 TO WS-QTD-LETIVOS
                       END-IF
               END-READ
           PERFORM P350-ESCREVE-LINHA
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
