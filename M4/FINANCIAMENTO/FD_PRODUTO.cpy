      *         TAXAS (TX-PRODUTO) E GRAVADO NO CONTRATO, ENTAO OS
      *         RELATORIOS POR PRODUTO FINALMENTE FECHAM. MANTIDO POR
      *         PRODMNT (mesmo espirito de GRPCNTT).
      * Update: CODIGO DO SERVICO NA LISTA MUNICIPAL (PR-CD-SERVICO),
      *         LEVADO AO RPS DA NFS-E DE CADA RECEBIMENTO (VER
      *         NFSELOT). ARQUIVO DE 36 BYTES: CONVERTER EM REORGMST.
      * Update: SISTEMA DE AMORTIZACAO PADRAO DO PRODUTO (PRICE OU
      *         SAC), PROPOSTO POR FINANC NA CONTRATACAO. ARQUIVO DE
      *         41 BYTES: CONVERTER EM REORGMST.
      ******************************************************************
       01 REG-PRODUTO.
           03 PR-CODIGO                PIC 9(03).
           03 PR-STATUS                PIC X.
               88 PR-ATIVO             VALUE "A".
               88 PR-INATIVO           VALUE "I".
      *> Item da lista de servicos do municipio (EX.: "08.01") para a
      *> NFS-e das parcelas do produto; BRANCOS = nao informado, a
      *> parcela fica fora do lote de RPS ate o cadastro ser feito.
           03 PR-CD-SERVICO            PIC X(05).
      *> "P" = TABELA PRICE (PARCELA FIXA), "S" = SAC (AMORTIZACAO
      *> CONSTANTE, PARCELAS DECRESCENTES); o operador pode trocar
      *> na contratacao.
           03 PR-SISTEMA-AMORT         PIC X.
               88 PR-PRICE             VALUE "P" " ".
               88 PR-SAC               VALUE "S".
