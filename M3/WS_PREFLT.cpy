      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA CONFERENCIA PRE-BATCH PREFLT
      *         (VER PREFLT.cbl): O ORQUESTRADOR ORQBAT PREENCHE A
      *         LISTA DOS PROGRAMAS DEVIDOS NA RODADA E CHAMA PREFLT
      *         ANTES DE ABRIR A JANELA. NA VOLTA, PF-GO OU PF-NO-GO E,
      *         NO NO-GO, PF-LIBERADO QUANDO O SUPERVISOR ASSUMIU O
      *         RISCO E AUTORIZOU A RODADA MESMO ASSIM.
      ******************************************************************
       01 WS-PREFLT-PARM.
           02 WS-PF-QTD-PROG       PIC 9(02).
           02 WS-PF-PROGRAMA       PIC X(08) OCCURS 50 TIMES.
      *>      "G" = GO, "N" = NO-GO.
           02 WS-PF-RESULTADO      PIC X.
               88 PF-GO            VALUE "G".
               88 PF-NO-GO         VALUE "N".
      *>      "S" = NO-GO LIBERADO PELO SUPERVISOR WS-PF-SUPERVISOR.
           02 WS-PF-LIBERADO       PIC X.
               88 PF-LIBERADO      VALUE "S".
           02 WS-PF-SUPERVISOR     PIC X(10).
           02 WS-PF-QTD-FALHAS     PIC 9(03).
           02 WS-PF-RELAT-PATH     PIC X(200).
