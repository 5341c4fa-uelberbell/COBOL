      *         RENOMEAR SOBRE O VIVO APOS CONFERENCIA) E IMPRIME EM
      *         LOGROT.LST O RESUMO DO MES FECHADO: OPERACOES POR
      *         TIPO, POR OPERADOR E POR DIA - A FOLHA DE PRODUTIVIDADE
      *         QUE A SUPERVISAO MONTAVA A MAO. TEMPO E VOLUME DE
      *         CADA EXECUCAO VAO PARA O HISTORICO DE ESTATISTICAS DOS
      *         BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-AMB-GUARDA        PIC X(06) VALUE SPACES.
       77 WS-AMB-CONFIRMA      PIC X VALUE SPACES.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
                  "\LOGROT.LST" DELIMITED BY SIZE
                  INTO WS-RESUMO-PATH

           MOVE "LOGROT  " TO WS-RT-PROG
           MOVE LK-OPERADOR TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT
           PERFORM P300-ROTACIONA
           PERFORM P400-IMPRIME-RESUMO
           COMPUTE WS-RT-LIDOS = WS-TOT-ARQUIVADAS + WS-TOT-MANTIDAS
           COMPUTE WS-RT-GRAVADOS = WS-TOT-ARQUIVADAS
                                  + WS-TOT-MANTIDAS
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P300-ROTACIONA.

       COPY P-RESOLVE-PATH.

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "LINHAS ARQUIVADAS: " WS-TOT-ARQUIVADAS
