      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA DE ESTATISTICAS DOS
      *         BATCHES RUNSTAT (VER RUNSTAT.cbl NA RAIZ) E DOS
      *         PARAGRAFOS DE P-RUNSTAT.cpy: NA ENTRADA O BATCH
      *         PREENCHE WS-RT-PROG E EXECUTA P170-INICIA-RUNSTAT; NO
      *         FIM MOVE OS TOTAIS PARA WS-RT-LIDOS/GRAVADOS/REJEITADOS
      *         (E WS-RT-RETORNO SE TERMINOU COM ERRO) E EXECUTA
      *         P180-GRAVA-RUNSTAT. NA VOLTA, WS-RT-ALERTA DIZ SE A
      *         EXECUCAO PASSOU DO TEMPO OU DO VOLUME DE COSTUME.
      ******************************************************************
       01 WS-RUNSTAT-PARM.
           02 WS-RT-PROG           PIC X(08).
           02 WS-RT-OPERADOR       PIC X(10).
           02 WS-RT-DATA-INI       PIC 9(08).
           02 WS-RT-HORA-INI       PIC 9(06).
           02 WS-RT-LIDOS          PIC 9(09).
           02 WS-RT-GRAVADOS       PIC 9(09).
           02 WS-RT-REJEITADOS     PIC 9(09).
           02 WS-RT-RETORNO        PIC X(02).
           02 WS-RT-DURACAO        PIC 9(07).
           02 WS-RT-MEDIA-DURACAO  PIC 9(07).
           02 WS-RT-MEDIA-LIDOS    PIC 9(09).
           02 WS-RT-MARGEM-PCT     PIC 9(03).
           02 WS-RT-ALERTA         PIC X.
               88 RT-ALERTA-TEMPO  VALUE "T" "A".
               88 RT-ALERTA-VOLUME VALUE "V" "A".
               88 RT-ALERTA-ZERO   VALUE "Z".
       77 WS-RT-HORA-AUX           PIC 9(08) VALUE ZEROS.
