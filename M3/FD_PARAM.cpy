      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE PARAMS.DAT, O ARQUIVO DE
      *         PARAMETROS DO SISTEMA (LIMITES DE NEGOCIO QUE ANTES
      *         ESTAVAM NO CODIGO OU EM VARIAVEIS DE AMBIENTE). CADA
      *         PARAMETRO PODE TER VARIAS VIGENCIAS: VALE O REGISTRO
      *         DE MAIOR PR-DT-VIGENCIA NAO POSTERIOR A DATA
      *         CONSULTADA (VER PARMLKP). MANTIDO SO POR
      *         ADMINISTRADOR EM PARMMNT, COM CADA MUDANCA EM
      *         PARMLOG.DAT.
      ******************************************************************
       01 REG-PARAM.
           03 PR-CHAVE.
               05 PR-CODIGO            PIC X(20).
               05 PR-DT-VIGENCIA       PIC 9(08).
      *> "N" = NUMERICO (PR-VALOR-NUM), "A" = ALFANUMERICO
      *> (PR-VALOR-ALFA). O tipo de cada codigo vem do catalogo de
      *> PARMMNT.
           03 PR-TIPO                  PIC X.
               88 PR-NUMERICO          VALUE "N".
               88 PR-ALFANUMERICO      VALUE "A".
           03 PR-VALOR-NUM             PIC 9(07)V99.
           03 PR-VALOR-ALFA            PIC X(40).
           03 PR-DT-ALTERACAO          PIC 9(08).
           03 PR-OP-ALTERACAO          PIC X(10).
