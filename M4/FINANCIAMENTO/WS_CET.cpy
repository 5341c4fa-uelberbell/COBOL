      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CUSTO EFETIVO TOTAL (CET) DO FINANCIAMENTO: TAXA ANUAL
      *         QUE IGUALA O VALOR LIBERADO (LIQUIDO, COM A BOLSA JA
      *         APLICADA) AO VALOR PRESENTE DO FLUXO DE PARCELAS NAS
      *         SUAS DATAS DE VENCIMENTO, COM PRAZO EM DIAS CORRIDOS
      *         SOBRE ANO DE 365 DIAS; A MENSAL SAI EQUIVALENTE A
      *         ANUAL. AREA DE TRABALHO DO CALCULO COMPARTILHADO
      *         (P530, P-CALC-CET.cpy), COPIADA POR FINANC E PROPMNT.
      *         PEDE WS_DATUTIL NO MESMO PROGRAMA.
      ******************************************************************
       01 WS-CET.
      *>   Preenchidos pelo chamador antes de P530.
           03 WS-CET-DT-LIBERACAO      PIC 9(08).
           03 WS-CET-VL-LIBERADO       PIC 9(06)V99.
           03 WS-CET-QTD               PIC 9(03).
           03 WS-CET-FLUXO OCCURS 420 TIMES.
               05 WS-CET-VENCIMENTO    PIC 9(08).
               05 WS-CET-VALOR         PIC 9(05)V99.
               05 WS-CET-DIAS          PIC S9(06).
      *>   Resultado em percentual (ZEROS = sem custo alem do
      *>   principal).
           03 WS-CET-MENSAL            PIC 9(03)V99.
           03 WS-CET-ANUAL             PIC 9(04)V99.
           03 WS-CET-MENSAL-ED         PIC ZZ9,99.
           03 WS-CET-ANUAL-ED          PIC Z.ZZ9,99.
      *>   Busca da taxa por bissecao entre WS-CET-TX-MIN e
      *>   WS-CET-TX-MAX (taxa anual em fracao: 10 = 1.000% a.a.).
           03 WS-CET-TX-MIN            PIC 9(02)V9(12).
           03 WS-CET-TX-MAX            PIC 9(02)V9(12).
           03 WS-CET-TX-TESTE          PIC 9(02)V9(12).
           03 WS-CET-VL-PRESENTE       PIC 9(09)V9(06).
           03 WS-CET-EXPOENTE          PIC 9(03)V9(09).
           03 WS-CET-IND               PIC 9(03).
           03 WS-CET-ITERACAO          PIC 9(03).
