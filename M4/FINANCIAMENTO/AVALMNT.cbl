      *         DEIXA DE AVALIZAR OITO CONTRATOS INADIMPLENTES SEM
      *         NINGUEM PERCEBER. O VINCULO NA CONTRATACAO E EXIGIDO
      *         POR FINANC ACIMA DO LIMITE.
      * Update: Avalista precisa ter CPF cadastrado no contato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

       DATA DIVISION.
                               DISPLAY "CONTATO INATIVO OU "
                                       "ANONIMIZADO - RECUSADO"
                               MOVE ZEROS TO WS-ID-CONTATO-INF
                           ELSE
      *>                       Avalista sem CPF nao e aceito (mesma
      *>                       regra de FINANC).
                               IF CPF-CONTATO IS NOT NUMERIC OR
                                  CPF-CONTATO EQUAL ZEROS THEN
                                   DISPLAY "CONTATO SEM CPF "
                                           "CADASTRADO - RECUSADO"
                                   MOVE ZEROS TO WS-ID-CONTATO-INF
                               END-IF
                           END-IF
                   END-READ
               END-IF
