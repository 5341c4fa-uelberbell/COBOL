      *> "A" = EM ABERTO, "P" = PAGA, "R" = QUITADA POR
      *> RENEGOCIACAO (ver RENEGOC): a divida foi consolidada num
      *> contrato novo, entao a parcela sai do aberto sem contar
      *> como recebimento. "B" = BAIXADA COMO PERDA (incobravel,
      *> ver BAIXAPER): sai do aberto contra a PDD e fica na trilha
      *> BAIXAPER.DAT; so volta a receber depois de revertida.
           03 PA-STATUS                PIC X.
               88 PA-ABERTA            VALUE "A".
               88 PA-PAGA              VALUE "P".
               88 PA-RENEGOCIADA       VALUE "R".
               88 PA-BAIXADA-PERDA     VALUE "B".
           03 PA-DT-PAGAMENTO          PIC 9(08).
           03 PA-VL-PAGO               PIC 9(05)V99.
      *> Valor original da parcela na contratacao: a correcao
      *> aqui o valor de origem. Arquivos gerados antes do campo
      *> precisam de reorganizacao (ver REORGMST).
           03 PA-VALOR-ORIG            PIC 9(05)V99.
      *> Encargos por atraso recebidos na baixa (ver FINPAG/FINRET e
      *> P-CALC-ENCARGOS.cpy): a parte de PA-VL-PAGO que foi multa e
      *> juros de mora; o principal recebido e PA-VL-PAGO menos os
      *> dois. ZEROS = paga em dia ou baixada antes do campo
      *> (reorganizar com REORGMST).
           03 PA-VL-MULTA              PIC 9(05)V99.
           03 PA-VL-JUROS              PIC 9(05)V99.
