      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SISTEMA DE AMORTIZACAO DO FINANCIAMENTO: TABELA PRICE
      *         (PARCELA FIXA PMT = PV * i * (1+i)**n / ((1+i)**n - 1),
      *         OU PV / n SEM JUROS) OU SAC (AMORTIZACAO CONSTANTE
      *         PV / n MAIS OS JUROS SOBRE O SALDO, PARCELAS
      *         DECRESCENTES; A ULTIMA ABSORVE O ARREDONDAMENTO).
      *         AREA DE TRABALHO DO CALCULO COMPARTILHADO (P540/P545,
      *         P-CALC-AMORT.cpy), COPIADA POR FINANC, PROPMNT E
      *         FINCONS.
      ******************************************************************
       01 WS-AMORT.
      *>   Preenchidos pelo chamador antes de P540/P545.
           03 WS-AM-SISTEMA            PIC X.
               88 AM-SAC               VALUE "S".
               88 AM-PRICE             VALUE "P" " ".
           03 WS-AM-VALOR              PIC 9(06)V99.
           03 WS-AM-TAXA               PIC 9V9(04).
           03 WS-AM-NUM-PARCELAS       PIC 9(03).
      *>   Parcela a calcular (P540) ou ja pagas (P545).
           03 WS-AM-PARCELA            PIC 9(03).
      *>   Calculados.
           03 WS-AM-VL-PARCELA         PIC 9(05)V99.
           03 WS-AM-SALDO              PIC 9(07)V99.
           03 WS-AM-AMORTIZ            PIC 9(06)V99.
           03 WS-AM-AMORTIZ-K          PIC 9(06)V99.
           03 WS-AM-FATOR              PIC 9(04)V9(06).
           03 WS-AM-RESTANTES          PIC 9(03).
