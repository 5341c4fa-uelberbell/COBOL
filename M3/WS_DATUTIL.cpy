      ******************************************************************
       01 WS-DATUTIL-PARM.
      *>    "V" = VALIDA DATA-1, "M" = SOMA MESES, "D" = SOMA DIAS,
      *>    "F" = DIFERENCA EM DIAS (DATA-1 - DATA-2),
      *>    "U" = PROXIMO DIA UTIL BANCARIO A PARTIR DE DATA-1,
      *>    "A" = DIAS DE ATRASO DO PAGAMENTO DATA-1 PARA O
      *>          VENCIMENTO DATA-2 (ZERO ATE O PRIMEIRO DIA UTIL),
      *>    "S" = DIA DA SEMANA DE DATA-1 EM RESULTADO-DIAS
      *>          (1 = SEGUNDA ... 7 = DOMINGO).
           02 WS-DU-OPERACAO       PIC X.
           02 WS-DU-DATA-1         PIC 9(08).
           02 WS-DU-DATA-2         PIC 9(08).
