      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:ESTATISTICAS DE EXECUCAO DE UM BATCH PERIODICO: O
      *         CHAMADOR PREENCHE WS-RT-PROG E WS-RT-OPERADOR E EXECUTA
      *         PERFORM P170-INICIA-RUNSTAT ANTES DO PROCESSAMENTO; NO
      *         FIM PREENCHE OS TOTAIS E EXECUTA P180-GRAVA-RUNSTAT,
      *         QUE GRAVA A EXECUCAO NO HISTORICO E AVISA NA TELA
      *         QUANDO O TEMPO OU O VOLUME PASSOU DA MARGEM SOBRE A
      *         MEDIA. REQUER COPY WS_RUNSTAT NA WORKING-STORAGE.
      ******************************************************************
       P170-INICIA-RUNSTAT.
           ACCEPT WS-RT-DATA-INI FROM DATE YYYYMMDD
           ACCEPT WS-RT-HORA-AUX FROM TIME
           MOVE WS-RT-HORA-AUX(1:6) TO WS-RT-HORA-INI
           MOVE ZEROS  TO WS-RT-LIDOS
           MOVE ZEROS  TO WS-RT-GRAVADOS
           MOVE ZEROS  TO WS-RT-REJEITADOS
           MOVE "00"   TO WS-RT-RETORNO
           MOVE SPACES TO WS-RT-ALERTA
           .

       P180-GRAVA-RUNSTAT.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARM
               ON EXCEPTION
                   DISPLAY "ESTATISTICA DA EXECUCAO NAO GRAVADA "
                           "(RUNSTAT NAO ENCONTRADO)"
           END-CALL

           IF RT-ALERTA-TEMPO THEN
               DISPLAY "ALERTA: EXECUCAO DE " WS-RT-DURACAO
                       "S, MEDIA DE " WS-RT-MEDIA-DURACAO
                       "S (MARGEM " WS-RT-MARGEM-PCT "%)"
           END-IF
           IF RT-ALERTA-VOLUME THEN
               DISPLAY "ALERTA: " WS-RT-LIDOS " REGISTROS LIDOS, "
                       "MEDIA DE " WS-RT-MEDIA-LIDOS
                       " (MARGEM " WS-RT-MARGEM-PCT "%)"
           END-IF
           IF RT-ALERTA-ZERO THEN
               DISPLAY "ALERTA: NENHUM REGISTRO LIDO, MEDIA DE "
                       WS-RT-MEDIA-LIDOS
           END-IF
           .
