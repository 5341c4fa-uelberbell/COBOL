           03 PD-ID-CONTATO            PIC 9(05).
      *> Registro do contato como estava e como ficara, no mesmo
      *> desenho de WS-REGISTRO (WS_CONTT.cpy).
           03 PD-REG-ANTES             PIC X(208).
           03 PD-REG-DEPOIS            PIC X(208).
      *> Operador que pediu a mudanca e administrador que decidiu.
           03 PD-OPERADOR              PIC X(10).
           03 PD-APROVADOR             PIC X(10).
