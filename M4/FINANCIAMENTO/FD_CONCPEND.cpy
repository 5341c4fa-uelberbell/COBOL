      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CONCPEND.DAT, AS DIFERENCAS DA
      *         CONCILIACAO BANCARIA (VER CONCBAN) QUE AINDA NAO SE
      *         RESOLVERAM: CREDITO DO EXTRATO SEM BAIXA OU DEPOSITO
      *         CORRESPONDENTE E BAIXA DO RETORNO OU SESSAO DE CAIXA
      *         SEM CREDITO NO BANCO. CADA CONCILIACAO REGRAVA O
      *         ARQUIVO COM O QUE CONTINUA EM ABERTO, MANTENDO A DATA
      *         EM QUE A DIFERENCA APARECEU PELA PRIMEIRA VEZ.
      ******************************************************************
       01 REG-CONCPEND.
      *> "E" = credito do extrato sem par, "R" = baixas do retorno
      *> do dia sem credito, "X" = PIX liquidado sem credito,
      *> "C" = sessao de caixa sem deposito.
           03 CC-ORIGEM                PIC X.
               88 CC-CREDITO-EXTRATO   VALUE "E".
               88 CC-RETORNO-DIA       VALUE "R".
               88 CC-PIX               VALUE "X".
               88 CC-SESSAO-CAIXA      VALUE "C".
           03 CC-DATA                  PIC 9(08).
           03 CC-VALOR                 PIC 9(09)V99.
           03 CC-NUM-SESSAO            PIC 9(06).
           03 CC-REFERENCIA            PIC X(30).
           03 CC-DT-PRIMEIRA           PIC 9(08).
