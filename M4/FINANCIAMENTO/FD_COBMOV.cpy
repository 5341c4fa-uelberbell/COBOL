      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE COBMOV.DAT, A TRILHA DO RETORNO
      *         DA AGENCIA DE COBRANCA EXTERNA (VER RETCOB): UMA LINHA
      *         POR PARCELA RECEBIDA PELA AGENCIA, COM A COMISSAO
      *         DEVIDA, E UMA POR ACORDO FECHADO (SEM COMISSAO - A
      *         AGENCIA GANHA SOBRE AS PARCELAS DO ACORDO QUANDO
      *         FOREM PAGAS). BASE DO RELATORIO DE COMISSAO DO MES.
      ******************************************************************
       01 REG-COBMOV.
           03 CM-DT-PROCESSO           PIC 9(08).
      *> "P" = PAGAMENTO, "A" = ACORDO.
           03 CM-TIPO                  PIC X.
               88 CM-PAGAMENTO         VALUE "P".
               88 CM-ACORDO            VALUE "A".
           03 CM-NUM-CONTRATO          PIC 9(06).
      *> Parcela paga; no acordo, o contrato novo gerado.
           03 CM-NUM-PARCELA           PIC 9(03).
           03 CM-CONTRATO-ACORDO       PIC 9(06).
      *> Data do pagamento na agencia ou do acordo.
           03 CM-DT-MOVIMENTO          PIC 9(08).
           03 CM-VALOR                 PIC 9(07)V99.
           03 CM-PCT-COMISSAO          PIC 9(02)V99.
           03 CM-VL-COMISSAO           PIC 9(07)V99.
