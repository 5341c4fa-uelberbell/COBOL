      *         PARA REIMPRESSAO E EXPURGA PELA RETENCAO OS MEMBROS
      *         MAIS VELHOS QUE SPOOL_RETENCAO_DIAS (PADRAO 30),
      *         ESVAZIANDO O MEMBRO E MARCANDO A ENTRADA COMO PURGADA.
      *         O PARAMETRO SPOOL-RETENCAO-DIAS EM VIGOR (PARAMS.DAT,
      *         VER PARMMNT) PREVALECE SOBRE A VARIAVEL DE AMBIENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *> Diferenca de dias via a sub-rotina compartilhada de datas.
       COPY WS_DATUTIL.
      *> Parametros do sistema (PARAMS.DAT, ver PARMLKP).
       COPY WS_PARAM.

       LINKAGE SECTION.
       01 LK-COM-AREA.
              WS-RETENCAO-ENV IS NUMERIC THEN
               MOVE WS-RETENCAO-ENV TO WS-RETENCAO-DIAS
           END-IF
           MOVE "SPOOL-RETENCAO-DIAS" TO WS-PM-CODIGO
           MOVE ZEROS                 TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 10000 THEN
               MOVE WS-PM-VALOR-NUM TO WS-RETENCAO-DIAS
           END-IF

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
