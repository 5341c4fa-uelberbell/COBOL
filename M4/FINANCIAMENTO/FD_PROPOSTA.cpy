      ******************************************************************
       01 REG-PROPOSTA.
           03 PP-NUMERO                PIC 9(06).
           03 PP-ID-ALUNO              PIC 9(05).
           03 PP-NOME                  PIC X(18).
           03 PP-NM-PRODUTO            PIC X(18).
      *> Valor liquido simulado (bolsa ja aplicada).
               88 PP-PENDENTE          VALUE "P".
               88 PP-CONVERTIDA        VALUE "C".
               88 PP-EXPIRADA          VALUE "E".
      *> Custo efetivo total cotado em % (ao mes e ao ano).
           03 PP-CET-MENSAL            PIC 9(03)V99.
           03 PP-CET-ANUAL             PIC 9(04)V99.
      *> Sistema de amortizacao cotado: "P" = PRICE, "S" = SAC (no
      *> SAC PP-VL-PARCELA e a primeira parcela).
           03 PP-SISTEMA-AMORT         PIC X.
               88 PP-PRICE             VALUE "P" " ".
               88 PP-SAC               VALUE "S".
