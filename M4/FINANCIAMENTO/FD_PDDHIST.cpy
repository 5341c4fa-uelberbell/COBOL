      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE PDDHIST.DAT, O HISTORICO MENSAL
      *         DA PROVISAO PARA DEVEDORES DUVIDOSOS: UM REGISTRO POR
      *         COMPETENCIA APURADA EM PDDMES, COM O SALDO EM ABERTO E
      *         A PROVISAO DE CADA FAIXA DE ATRASO, A PROVISAO TOTAL E
      *         A DA COMPETENCIA ANTERIOR. A DIFERENCA E O AJUSTE DO
      *         MES QUE CONTABIL LANCA (CONSTITUICAO OU REVERSAO).
      ******************************************************************
       01 REG-PDDHIST.
      *> Competencia apurada (AAAAMM); reapurar a mesma competencia
      *> regrava o registro.
           03 PH-COMPETENCIA           PIC 9(06).
      *> Data-base do envelhecimento: ultimo dia da competencia.
           03 PH-DT-REFERENCIA         PIC 9(08).
           03 PH-DT-APURACAO           PIC 9(08).
           03 PH-OPERADOR              PIC X(10).
           03 PH-FAIXAS OCCURS 5 TIMES.
               05 PH-SALDO             PIC 9(09)V99.
               05 PH-PERCENTUAL        PIC 9(03)V99.
               05 PH-PROVISAO          PIC 9(09)V99.
           03 PH-PROV-TOTAL            PIC 9(09)V99.
      *> Provisao da ultima competencia apurada antes desta (ZEROS
      *> na primeira apuracao).
           03 PH-PROV-ANTERIOR         PIC 9(09)V99.
