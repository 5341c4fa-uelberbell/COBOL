      *         DIGITAR NOME LIVRE - E O AGRUPAMENTO POR PRODUTO DE
      *         FINAGE DEIXA DE SER FICCAO. MESMO ESPIRITO DE
      *         GRPCNTT.
      * Update: CODIGO DO SERVICO NA LISTA MUNICIPAL, USADO NA NFS-E
      *         DAS PARCELAS DO PRODUTO (VER NFSELOT).
      * Update: SISTEMA DE AMORTIZACAO PADRAO (PRICE OU SAC) PROPOSTO
      *         POR FINANC NA CONTRATACAO DO PRODUTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCEPT PR-MIN-PARCELAS
               DISPLAY "MAXIMO DE PARCELAS (0 = SEM RESTRICAO): "
               ACCEPT PR-MAX-PARCELAS
               DISPLAY "CODIGO DO SERVICO NA LISTA MUNICIPAL "
                       "(EX.: 08.01): "
               ACCEPT PR-CD-SERVICO
               DISPLAY "SISTEMA DE AMORTIZACAO PADRAO <P> PRICE "
                       "<S> SAC: "
               ACCEPT PR-SISTEMA-AMORT
               IF PR-SISTEMA-AMORT EQUAL "s" THEN
                   MOVE "S" TO PR-SISTEMA-AMORT
               END-IF
               IF NOT PR-SAC THEN
                   MOVE "P" TO PR-SISTEMA-AMORT
               END-IF

               SET FS-OK TO TRUE
               OPEN I-O PRODUTOS
                                   PR-DESCRICAO " PRECO "
                                   PR-VALOR-PADRAO " PARCELAS "
                                   PR-MIN-PARCELAS "-"
                                   PR-MAX-PARCELAS " SERVICO "
                                   PR-CD-SERVICO " SISTEMA "
                                   PR-SISTEMA-AMORT
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS
