      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE RETBAIXA.DAT, A TRILHA DAS
      *         BAIXAS FEITAS PELO ARQUIVO DE RETORNO DO BANCO
      *         (FINRET) E PELA LIQUIDACAO PIX (PIXRET): UMA LINHA
      *         POR TITULO BAIXADO, COM A DATA DE CREDITO INFORMADA
      *         PELO BANCO E O VALOR RECEBIDO. CONCBAN SOMA A TRILHA
      *         DO RETORNO POR DIA DE CREDITO E CONFERE CADA PIX COM O
      *         SEU CREDITO NO EXTRATO DA CONTA.
      ******************************************************************
       01 REG-RETBAIXA.
           03 RB-DT-CREDITO            PIC 9(08).
           03 RB-DT-PROCESSO           PIC 9(08).
      *> Origem do credito: "B" = retorno de cobranca bancaria,
      *> "X" = liquidacao PIX do PSP (ver PIXRET).
           03 RB-ORIGEM                PIC X.
               88 RB-ORIGEM-BANCO      VALUE "B".
               88 RB-ORIGEM-PIX        VALUE "X".
      *> "P" = parcela (contrato+parcela), "M" = mensalidade/taxa
      *> (aluno+competencia+seq), como em ES-TIPO-TITULO.
           03 RB-TIPO-TITULO           PIC X.
               88 RB-TITULO-PARCELA    VALUE "P".
               88 RB-TITULO-MENSAL     VALUE "M".
           03 RB-NUM-CONTRATO          PIC 9(06).
           03 RB-NUM-PARCELA           PIC 9(03).
           03 RB-ID-ALUNO              PIC 9(05).
           03 RB-COMPETENCIA           PIC 9(06).
           03 RB-SEQ-MENSAL            PIC 9(02).
           03 RB-VL-PAGO               PIC 9(05)V99.
