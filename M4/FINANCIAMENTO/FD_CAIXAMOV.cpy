      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CAIXAMOV.DAT, O MOVIMENTO DA
      *         SESSAO DE CAIXA: UMA LINHA POR BAIXA DE PARCELA OU DE
      *         MENSALIDADE FEITA EM FINPAG DENTRO DA SESSAO ABERTA
      *         (VER CAIXASES.DAT), SOMADA NO FECHAMENTO CEGO DA
      *         GAVETA (CAIXA). O ESTORNO DE UMA BAIXA (ESTORNO)
      *         ENTRA NA SESSAO COMO MOVIMENTO NEGATIVO. AS RECARGAS
      *         DE CREDITO DA CANTINA (CANTINA) TAMBEM ENTRAM NA
      *         SESSAO EM QUE O DINHEIRO FOI RECEBIDO.
      ******************************************************************
       01 REG-CAIXAMOV.
           03 MV-CHAVE.
               05 MV-SEQ               PIC 9(04).
           03 MV-NUM-CONTRATO          PIC 9(06).
           03 MV-NUM-PARCELA           PIC 9(03).
      *> Negativo no movimento de estorno (MV-ESTORNO).
           03 MV-VALOR                 PIC S9(05)V99.
           03 MV-DT-BAIXA              PIC 9(08).
      *> Tipo do titulo baixado: "P" = parcela de financiamento
      *> (contrato+parcela acima), "M" = mensalidade/taxa de
      *> MENSALIDADES.DAT (chave do titulo abaixo, contrato e
      *> parcela ficam ZEROS), "C" = recarga de credito da cantina
      *> (CANTINA; so MV-ID-ALUNO e MV-COMPETENCIA preenchidos).
           03 MV-TIPO-TITULO           PIC X.
               88 MV-TITULO-PARCELA    VALUE "P".
               88 MV-TITULO-MENSAL     VALUE "M".
               88 MV-TITULO-CANTINA    VALUE "C".
           03 MV-CHAVE-MENSAL.
               05 MV-ID-ALUNO          PIC 9(05).
               05 MV-COMPETENCIA       PIC 9(06).
               05 MV-SEQ-MENSAL        PIC 9(02).
      *> "B" (ou branco, movimento anterior ao campo) = BAIXA,
      *> "E" = ESTORNO DE BAIXA (VER ESTORNO).
           03 MV-TIPO-MOV              PIC X.
               88 MV-BAIXA             VALUE "B" SPACE.
               88 MV-ESTORNO           VALUE "E".
