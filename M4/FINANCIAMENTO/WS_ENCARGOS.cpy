      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:ENCARGOS POR ATRASO NA BAIXA DE PARCELAS: MULTA
      *         CONTRATUAL FIXA SOBRE O PRINCIPAL E JUROS DE MORA DE
      *         WS-PC-JUROS-MES AO MES, PRO RATA DIA (MES COMERCIAL DE
      *         30 DIAS), CONTADOS DO VENCIMENTO ATE O PAGAMENTO. AREA
      *         DE TRABALHO DO CALCULO COMPARTILHADO
      *         (P520/P525, P-CALC-ENCARGOS.cpy), COPIADA POR FINPAG E
      *         FINRET. PEDE WS_DATUTIL NO MESMO PROGRAMA.
      ******************************************************************
      *> Percentuais da escola: multa de 2% e juros de 1% ao mes sem
      *> vigencia em PARAMS.DAT; P520 le MULTA-ATRASO-PCT e
      *> JUROS-MES-PCT em vigor na data do pagamento (PARMLKP).
       77 WS-PC-MULTA-PADRAO       PIC 9(02)V99 VALUE 2,00.
       77 WS-PC-JUROS-PADRAO       PIC 9(02)V99 VALUE 1,00.
       77 WS-PC-MULTA-ATRASO       PIC 9(02)V99 VALUE 2,00.
       77 WS-PC-JUROS-MES          PIC 9(02)V99 VALUE 1,00.

       01 WS-ENCARGOS.
      *>   Preenchidos pelo chamador antes de P520.
           03 WS-ENC-VENCIMENTO        PIC 9(08).
           03 WS-ENC-DT-PAGTO          PIC 9(08).
           03 WS-ENC-PRINCIPAL         PIC 9(05)V99.
      *>   Preenchido pelo chamador antes de P525.
           03 WS-ENC-VL-PAGO           PIC 9(05)V99.
      *>   Calculados.
           03 WS-ENC-DIAS              PIC S9(06).
           03 WS-ENC-DIAS-ATRASO       PIC 9(04).
           03 WS-ENC-MULTA-DEVIDA      PIC 9(05)V99.
           03 WS-ENC-JUROS-DEVIDO      PIC 9(05)V99.
           03 WS-ENC-TOTAL-DEVIDO      PIC 9(06)V99.
           03 WS-ENC-MULTA-PAGA        PIC 9(05)V99.
           03 WS-ENC-JUROS-PAGO        PIC 9(05)V99.
           03 WS-ENC-SOBRA             PIC 9(06)V99.
      *>   Quanto faltou para cobrir principal + encargos (ZEROS =
      *>   pago por inteiro).
           03 WS-ENC-FALTA             PIC 9(06)V99.
