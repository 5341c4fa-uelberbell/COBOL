      * Purpose:LAYOUT DO REGISTRO DE CONSENT.DAT, O REGISTRO DE
      *         CONSENTIMENTO DE COMUNICACAO (LGPD): UM REGISTRO POR
      *         CONTATO x CANAL ("M" = MALA DIRETA, "T" = TELEFONE,
      *         "P" = COMPARTILHAMENTO COM PARCEIRO, "E" = E-MAIL
      *         PARA OS ENDERECOS DE CANAIS.DAT) COM O OPT-IN/
      *         OPT-OUT, A DATA E A ORIGEM DO PEDIDO. SEM REGISTRO O
      *         CANAL SEGUE LIBERADO (MODELO OPT-OUT). MANTIDO POR
      *         CONSENT (COM ATALHO EM CONSCTT); ETICNTT E AS
       01 REG-CONSENT.
           03 CS-CHAVE.
               05 CS-ID-CONTATO        PIC 9(05).
      *> Canal: "M" = MALA DIRETA, "T" = TELEFONE, "P" = PARCEIRO,
      *> "E" = E-MAIL.
               05 CS-CANAL             PIC X.
                   88 CS-CANAL-VALIDO  VALUE "M" "T" "P" "E".
      *> "S" = CONSENTIU, "N" = RECUSOU (OPT-OUT).
           03 CS-OPTIN                 PIC X.
               88 CS-CONSENTIU         VALUE "S".
