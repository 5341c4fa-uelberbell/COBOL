      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE PERFECH.DAT, O CONTROLE DE
      *         FECHAMENTO CONTABIL DO FINANCEIRO POR COMPETENCIA:
      *         DEPOIS QUE CONTABIL EXPORTA O MES E O CONTADOR FECHA O
      *         BALANCETE, O ADMINISTRADOR FECHA A COMPETENCIA EM
      *         FECHAFIN E OS PROGRAMAS DE LANCAMENTO (VIA PERFIN)
      *         RECUSAM MOVIMENTO DATADO DENTRO DELA ATE A REABERTURA,
      *         LOGADA EM PERFLOG.DAT (MESMO DESENHO DE BIMFECH.DAT
      *         PARA AS NOTAS). COPIADO POR FECHAFIN E PERFIN.
      ******************************************************************
       01 REG-PERFECH.
      *> Competencia (AAAAMM).
           03 FM-COMPETENCIA           PIC 9(06).
      *> "F" = fechada para lancamento, "A" = reaberta.
           03 FM-SITUACAO              PIC X.
               88 FM-FECHADA           VALUE "F".
               88 FM-REABERTA          VALUE "A".
           03 FM-DT-ALTERACAO          PIC 9(08).
           03 FM-OPERADOR              PIC X(10).
