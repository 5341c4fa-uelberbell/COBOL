      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE BAIXAPER.DAT, A TRILHA DAS
      *         BAIXAS DE TITULOS INCOBRAVEIS FEITAS POR BAIXAPER: UMA
      *         LINHA POR BAIXA COMO PERDA OU POR REVERSAO DE BAIXA,
      *         COM O TITULO, O VALOR, O ATRASO NA DATA DA BAIXA, O
      *         ADMINISTRADOR QUE APROVOU E A JUSTIFICATIVA. E A LISTA
      *         DE AUDITORIA DAS PERDAS E E LIDA POR CONTABIL PARA
      *         LANCAR A BAIXA CONTRA A PDD NA COMPETENCIA EM QUE ELA
      *         ACONTECEU.
      ******************************************************************
       01 REG-BAIXAPER.
           03 BP-DT-BAIXA              PIC 9(08).
           03 BP-HR-BAIXA              PIC 9(06).
      *> "B" = BAIXA COMO PERDA, "R" = REVERSAO DA BAIXA (TITULO
      *> VOLTOU AO ABERTO, EX.: ACORDO COM A FAMILIA).
           03 BP-OPERACAO              PIC X.
               88 BP-BAIXA             VALUE "B".
               88 BP-REVERSAO          VALUE "R".
      *> "P" = parcela (contrato+parcela), "M" = mensalidade/taxa
      *> (aluno+competencia+seq), como em ES-TIPO-TITULO.
           03 BP-TIPO-TITULO           PIC X.
               88 BP-TITULO-PARCELA    VALUE "P".
               88 BP-TITULO-MENSAL     VALUE "M".
           03 BP-NUM-CONTRATO          PIC 9(06).
           03 BP-NUM-PARCELA           PIC 9(03).
           03 BP-ID-ALUNO              PIC 9(05).
           03 BP-COMPETENCIA           PIC 9(06).
           03 BP-SEQ-MENSAL            PIC 9(02).
           03 BP-DT-VENCIMENTO         PIC 9(08).
           03 BP-VALOR                 PIC 9(05)V99.
           03 BP-DIAS-ATRASO           PIC 9(05).
           03 BP-OPERADOR              PIC X(10).
           03 BP-JUSTIFICATIVA         PIC X(60).
