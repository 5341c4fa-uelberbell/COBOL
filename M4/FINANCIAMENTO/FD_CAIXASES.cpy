           03 CX-HR-ABERTURA           PIC 9(06).
           03 CX-DT-FECHAMENTO         PIC 9(08).
      *> Soma das baixas da sessao (apurada de CAIXAMOV.DAT no
      *> fechamento, com sinal: os estornos entram negativos) e
      *> total contado as cegas pelo operador.
           03 CX-TOT-APURADO           PIC S9(07)V99.
           03 CX-TOT-CONTADO           PIC 9(07)V99.
      *> "A" = ABERTA, "F" = FECHADA.
           03 CX-STATUS                PIC X.
