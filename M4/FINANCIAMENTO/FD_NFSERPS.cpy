      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE NFSERPS.DAT, O LIVRO DE RPS
      *         (RECIBO PROVISORIO DE SERVICOS) DA NFS-E: UM REGISTRO
      *         POR RECEBIMENTO (PARCELA OU MENSALIDADE/TAXA PAGA),
      *         NUMERADO EM SEQUENCIA UNICA. GRAVADO POR NFSELOT AO
      *         MONTAR O LOTE PARA A PREFEITURA E ATUALIZADO POR
      *         NFSERET COM O NUMERO DA NFS-E (OU A REJEICAO) DO
      *         ARQUIVO DE RETORNO. A CHAVE ALTERNADA DO TITULO
      *         GARANTE UM SO RPS POR RECEBIMENTO.
      ******************************************************************
       01 REG-NFSERPS.
           03 RP-NUM-RPS               PIC 9(08).
      *> Recebimento de origem: tipo "P" = parcela (PA-CHAVE),
      *> "M" = mensalidade ou taxa (MN-CHAVE), mais a data do
      *> pagamento (titulo estornado e pago de novo gera outro RPS).
           03 RP-TITULO.
               05 RP-TIPO-TITULO       PIC X.
                   88 RP-TITULO-PARCELA VALUE "P".
                   88 RP-TITULO-MENSAL VALUE "M".
               05 RP-TIT-CHAVE         PIC X(13).
               05 RP-DT-PAGAMENTO      PIC 9(08).
           03 RP-ID-ALUNO              PIC 9(05).
      *> Tomador: responsavel financeiro no M3, com CPF ("F") ou
      *> CNPJ ("J") conferido na montagem do lote.
           03 RP-ID-CONTATO            PIC 9(05).
           03 RP-TOMADOR-TIPO          PIC X.
           03 RP-TOMADOR-DOC           PIC 9(14).
      *> Valor do servico: o principal recebido, sem multa e juros.
           03 RP-VALOR                 PIC 9(07)V99.
           03 RP-CD-SERVICO            PIC X(05).
           03 RP-DISCRIMINACAO         PIC X(60).
           03 RP-LOTE                  PIC 9(06).
           03 RP-DT-ENVIO              PIC 9(08).
      *> "E" = ENVIADO NO LOTE, "A" = NFS-E AUTORIZADA,
      *> "R" = REJEITADO (REENVIADO COM O MESMO NUMERO NO PROXIMO LOTE).
           03 RP-STATUS                PIC X.
               88 RP-ENVIADO           VALUE "E".
               88 RP-AUTORIZADO        VALUE "A".
               88 RP-REJEITADO         VALUE "R".
           03 RP-NUM-NFSE              PIC X(15).
           03 RP-COD-VERIF             PIC X(09).
           03 RP-DT-RETORNO            PIC 9(08).
           03 RP-MOTIVO                PIC X(60).
