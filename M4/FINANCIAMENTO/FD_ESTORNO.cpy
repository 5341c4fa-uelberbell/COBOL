      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE ESTORNOS.DAT, A TRILHA DOS
      *         ESTORNOS DE BAIXA FEITOS POR ESTORNO: UMA LINHA POR
      *         TITULO REABERTO, COM O PAGAMENTO DESFEITO, O
      *         ADMINISTRADOR QUE AUTORIZOU E A JUSTIFICATIVA. LIDO
      *         POR CONTABIL PARA LANCAR O ESTORNO NA COMPETENCIA EM
      *         QUE ELE ACONTECEU.
      ******************************************************************
       01 REG-ESTORNO.
           03 ES-DT-ESTORNO            PIC 9(08).
           03 ES-HR-ESTORNO            PIC 9(06).
      *> "P" = parcela (contrato+parcela), "M" = mensalidade/taxa
      *> (aluno+competencia+seq), como em MV-TIPO-TITULO.
           03 ES-TIPO-TITULO           PIC X.
               88 ES-TITULO-PARCELA    VALUE "P".
               88 ES-TITULO-MENSAL     VALUE "M".
           03 ES-NUM-CONTRATO          PIC 9(06).
           03 ES-NUM-PARCELA           PIC 9(03).
           03 ES-ID-ALUNO              PIC 9(05).
           03 ES-COMPETENCIA           PIC 9(06).
           03 ES-SEQ-MENSAL            PIC 9(02).
      *> Pagamento desfeito, como estava no titulo.
           03 ES-DT-PAGAMENTO          PIC 9(08).
           03 ES-VL-PAGO               PIC 9(05)V99.
           03 ES-VL-MULTA              PIC 9(05)V99.
           03 ES-VL-JUROS              PIC 9(05)V99.
           03 ES-OPERADOR              PIC X(10).
      *> Sessao de caixa que recebeu o movimento negativo (ZEROS =
      *> estorno sem caixa, ex.: credito bancario devolvido).
           03 ES-NUM-SESSAO            PIC 9(06).
           03 ES-JUSTIFICATIVA         PIC X(60).
