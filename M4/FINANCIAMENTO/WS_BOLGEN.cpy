      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA BOLGEN, QUE MONTA O
      *         CODIGO DE BARRAS (44 DIGITOS) E A LINHA DIGITAVEL DO
      *         BOLETO NO PADRAO FEBRABAN: O CHAMADOR PREENCHE BANCO,
      *         VENCIMENTO, VALOR E CAMPO LIVRE E EXECUTA
      *         CALL "BOLGEN" USING WS-BOLGEN-PARM. TRAZ TAMBEM O
      *         CAMPO LIVRE DA CONTA DE COBRANCA DA ESCOLA, COM O
      *         NOSSO NUMERO FORMADO POR CONTRATO + PARCELA.
      ******************************************************************
       01 WS-BOLGEN-PARM.
           02 WS-BG-BANCO          PIC 9(03).
           02 WS-BG-VENCIMENTO     PIC 9(08).
           02 WS-BG-VALOR          PIC 9(08)V99.
           02 WS-BG-CAMPO-LIVRE    PIC X(25).
           02 WS-BG-CODIGO-BARRAS  PIC X(44).
      *>    "AAAAA.AAAAA BBBBB.BBBBBB CCCCC.CCCCCC D EEEEVVVVVVVVVV"
           02 WS-BG-LINHA-DIGITAVEL PIC X(54).
      *>    "S" QUANDO BANCO, CAMPO LIVRE OU VENCIMENTO SAO INVALIDOS.
           02 WS-BG-ERRO           PIC X.

      *> Campo livre da conta de cobranca (agencia, carteira, nosso
      *> numero de 11 digitos e conta, como remetido ao banco).
       01 WS-BOL-CAMPO-LIVRE.
           03 WS-BCL-AGENCIA       PIC X(04) VALUE SPACES.
           03 WS-BCL-CARTEIRA      PIC X(02) VALUE SPACES.
           03 WS-BCL-NOSSO-NUMERO.
               05 FILLER           PIC 9(02) VALUE ZEROS.
               05 WS-BCL-CONTRATO  PIC 9(06) VALUE ZEROS.
               05 WS-BCL-PARCELA   PIC 9(03) VALUE ZEROS.
           03 WS-BCL-CONTA         PIC X(07) VALUE SPACES.
           03 FILLER               PIC X VALUE "0".
