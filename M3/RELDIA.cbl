      *         FINANCIAMENTO FECHADOS HOJE (QUANTIDADE E VALOR
      *         TOTAL). RODADO COMO ULTIMO PASSO DO FECHAMENTO DE
      *         FIM DE DIA (FIMDIA), VIRA O DOCUMENTO ARQUIVADO DO
      *         DIA. TEMPO E VOLUME DE CADA EXECUCAO VAO PARA O
      *         HISTORICO DE ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-TOT-CONTRATOS     PIC 9(05) VALUE ZEROS.
       77 WS-VL-CONTRATOS      PIC 9(08)V99 VALUE ZEROS.
       77 WS-HIST-DATA-LINHA   PIC X(08) VALUE SPACES.
       77 WS-TOT-LIDOS         PIC 9(07) VALUE ZEROS.
       77 WS-TOT-GRAVADAS      PIC 9(05) VALUE ZEROS.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE "RELDIA  " TO WS-RT-PROG
           MOVE LK-OPERADOR TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           PERFORM P200-ACUMULA-CONTLOG
           PERFORM P300-ACUMULA-BOLETINS
           PERFORM P400-ACUMULA-CONTRATOS
           PERFORM P500-IMPRIME

           MOVE WS-TOT-LIDOS    TO WS-RT-LIDOS
           MOVE WS-TOT-GRAVADAS TO WS-RT-GRAVADOS
           MOVE ZEROS           TO WS-RT-REJEITADOS
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P200-ACUMULA-CONTLOG.
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               PERFORM P210-CLASSIFICA-LINHA
                       END-READ
                   END-PERFORM
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE WS-LINHA-BOLETIM-HIST(1:8)
                                   TO WS-HIST-DATA-LINHA
                               IF WS-HIST-DATA-LINHA IS NUMERIC AND
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               IF FI-DATA-CONTRATACAO EQUAL
                                  WS-DATA-HOJE THEN
                                   ADD 1 TO WS-TOT-CONTRATOS
               IF NOT FS-REL-OK THEN
                   DISPLAY "Erro ao abrir arquivo de relatorio."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   MOVE "99" TO WS-RT-RETORNO
               ELSE
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "RESUMO GERENCIAL DO DIA " DELIMITED BY SIZE
                          WS-DATA-HOJE DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   ADD 1 TO WS-TOT-GRAVADAS

                   MOVE "CONTATOS - OPERACOES DO DIA:"
                       TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   ADD 1 TO WS-TOT-GRAVADAS
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-TIPOS
                       MOVE SPACES TO WS-LINHA-REL
                              WS-TIPO-QTD(WS-I)
                              DELIMITED BY SIZE INTO WS-LINHA-REL
                       WRITE WS-LINHA-REL
                   ADD 1 TO WS-TOT-GRAVADAS
                   END-PERFORM
                   MOVE "CONTATOS - POR OPERADOR:" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   ADD 1 TO WS-TOT-GRAVADAS
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-OPERS
                       MOVE SPACES TO WS-LINHA-REL
                              WS-OPER-QTD(WS-I)
                              DELIMITED BY SIZE INTO WS-LINHA-REL
                       WRITE WS-LINHA-REL
                   ADD 1 TO WS-TOT-GRAVADAS
                   END-PERFORM

                   MOVE SPACES TO WS-LINHA-REL
                   STRING "BOLETINS EMITIDOS HOJE: " WS-TOT-BOLETINS
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   ADD 1 TO WS-TOT-GRAVADAS

                   MOVE SPACES TO WS-LINHA-REL
                   STRING "CONTRATOS FECHADOS HOJE: " WS-TOT-CONTRATOS
                          " VALOR TOTAL: " WS-VL-CONTRATOS
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   ADD 1 TO WS-TOT-GRAVADAS
               END-IF
               CLOSE RELATORIO
           .

       COPY P-RESOLVE-PATH.

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "RESUMO DO DIA EM " WS-RELDIA-PATH
           DISPLAY "OPERACOES: " WS-TOT-OPERACOES
