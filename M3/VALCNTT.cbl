      * Purpose:VARREDURA DE QUALIDADE DE DADOS DE CONTATOS.DAT:
      *         REPORTA CONTATOS COM NOME EM BRANCO E PARES DE
      *         CONTATOS COM O MESMO NOME CADASTRADOS SOB CODIGOS
      *         DIFERENTES. TEMPO E VOLUME DE CADA EXECUCAO VAO PARA
      *         O HISTORICO DE ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.



      *> Registro de execucoes dos batches periodicos (ver RUNREG).
       COPY WS_RUNREG.
      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.


       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
           MOVE "D"        TO WS-RR-CICLO
           PERFORM P150-CONSULTA-RUNREG
           IF PODE-RODAR THEN
               MOVE "VALCNTT " TO WS-RT-PROG
               MOVE SPACES     TO WS-RT-OPERADOR
               PERFORM P170-INICIA-RUNSTAT
               PERFORM P200-CARREGA-TABELA
               PERFORM P300-VERIFICA-BRANCOS
               PERFORM P400-VERIFICA-DUPLICADOS
               PERFORM P500-EXIBE-RESUMO
               PERFORM P160-GRAVA-RUNREG
               COMPUTE WS-RT-LIDOS = WS-TAB-QTD + WS-TOT-FORA-TAB
               COMPUTE WS-RT-REJEITADOS = WS-TOTAL-BRANCOS
                                        + WS-TOTAL-DUPLICADOS
               PERFORM P180-GRAVA-RUNSTAT
           END-IF

            GOBACK.

       COPY P-RUNREG.

       COPY P-RUNSTAT.

       END PROGRAM VALCNTT.
