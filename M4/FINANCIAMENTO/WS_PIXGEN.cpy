      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA PIXGEN, QUE MONTA O
      *         BR CODE PIX "COPIA E COLA" (PAYLOAD EMV COM CRC16) DE
      *         UMA COBRANCA: O CHAMADOR PREENCHE CHAVE, NOME E CIDADE
      *         DO RECEBEDOR, VALOR E TXID E EXECUTA
      *         CALL "PIXGEN" USING WS-PIXGEN-PARM. TRAZ TAMBEM O
      *         TXID PADRAO DAS PARCELAS (CONTRATO + PARCELA), O MESMO
      *         QUE PIXRET DECOMPOE NA LIQUIDACAO DO PSP.
      ******************************************************************
       01 WS-PIXGEN-PARM.
           02 WS-PX-CHAVE          PIC X(77).
           02 WS-PX-NOME           PIC X(25).
           02 WS-PX-CIDADE         PIC X(15).
      *>    ZEROS = VALOR LIVRE (O PAGADOR DIGITA).
           02 WS-PX-VALOR          PIC 9(07)V99.
           02 WS-PX-TXID           PIC X(25).
           02 WS-PX-PAYLOAD        PIC X(250).
           02 WS-PX-TAMANHO        PIC 9(03).
      *>    "S" QUANDO FALTA CHAVE, NOME OU CIDADE DO RECEBEDOR.
           02 WS-PX-ERRO           PIC X.

      *> Txid da parcela de financiamento: "PARC" + contrato + parcela.
       01 WS-PIX-TXID-PARCELA.
           03 WS-PXT-PREFIXO       PIC X(04) VALUE "PARC".
           03 WS-PXT-CONTRATO      PIC 9(06) VALUE ZEROS.
           03 WS-PXT-PARCELA       PIC 9(03) VALUE ZEROS.
