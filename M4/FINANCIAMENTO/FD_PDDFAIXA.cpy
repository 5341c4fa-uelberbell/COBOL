      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE PDDFAIXA.DAT, OS PERCENTUAIS DE
      *         PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) POR FAIXA DE
      *         ATRASO, NAS MESMAS FAIXAS DO ENVELHECIMENTO DE FINAGE.
      *         MANTIDO EM PDDMES (TELA AUTORIZADA) E APLICADO NA
      *         APURACAO MENSAL DA PROVISAO.
      ******************************************************************
       01 REG-PDDFAIXA.
      *> 1 = A VENCER, 2 = ATE 30, 3 = 31-60, 4 = 61-90,
      *> 5 = MAIS DE 90 DIAS DE ATRASO.
           03 PF-FAIXA                 PIC 9(01).
      *> Percentual do saldo da faixa a provisionar (ex.: 050,00).
           03 PF-PERCENTUAL            PIC 9(03)V99.
           03 PF-OPERADOR              PIC X(10).
           03 PF-DT-ATUALIZ            PIC 9(08).
