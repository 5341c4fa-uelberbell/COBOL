      * Purpose:RECONCILIACAO DE FIM DE DIA: CONFERE SE A
      *         QUANTIDADE DE REGISTROS EM CONTATOS.DAT BATE COM O
      *         TOTAL DE CONTROLE GRAVADO EM CONTROLE.DAT POR CADCONTT
      *         A CADA INCLUSAO. TEMPO E VOLUME DE CADA EXECUCAO VAO
      *         PARA O HISTORICO DE ESTATISTICAS DOS BATCHES (RUNSTAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCTT.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTROLE ASSIGN TO WS-CONTROLE-PATH

      *> Registro de execucoes dos batches periodicos (ver RUNREG).
       COPY WS_RUNREG.
      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           MOVE "D"        TO WS-RR-CICLO
           PERFORM P150-CONSULTA-RUNREG
           IF PODE-RODAR THEN
               MOVE "RECONCTT" TO WS-RT-PROG
               MOVE SPACES     TO WS-RT-OPERADOR
               PERFORM P170-INICIA-RUNSTAT
               PERFORM P300-CONTA-CONTATOS
               PERFORM P310-LE-CONTROLE
               PERFORM P320-EXIBE-RESULTADO
               PERFORM P160-GRAVA-RUNREG
               MOVE WS-TOTAL-CONTATOS TO WS-RT-LIDOS
               PERFORM P180-GRAVA-RUNSTAT
           END-IF
           PERFORM P900-FIM.


       COPY P-RUNREG.

       COPY P-RUNSTAT.

       P900-FIM.

            GOBACK.
