      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA PARMLKP (VER
      *         PARMLKP.cbl NA RAIZ): O CHAMADOR PREENCHE O CODIGO DO
      *         PARAMETRO E A DATA DE REFERENCIA (ZEROS = HOJE) E
      *         EXECUTA CALL "PARMLKP" USING WS-PARAM-PARM. SEM
      *         PM-ACHOU O CHAMADOR MANTEM O SEU VALOR PADRAO. NO M4 A
      *         MESMA AREA FICA EM WS_M4_PATHS.cpy (P-RESOLVE-PATH-M4
      *         CONSULTA A NOTA DE CORTE E A FREQUENCIA MINIMA).
      ******************************************************************
       01 WS-PARAM-PARM.
           02 WS-PM-CODIGO         PIC X(20).
           02 WS-PM-DATA           PIC 9(08).
           02 WS-PM-TIPO           PIC X.
           02 WS-PM-VALOR-NUM      PIC 9(07)V99.
           02 WS-PM-VALOR-ALFA     PIC X(40).
           02 WS-PM-DT-VIGENCIA    PIC 9(08).
           02 WS-PM-ACHOU          PIC X.
               88 PM-ACHOU         VALUE "S".
