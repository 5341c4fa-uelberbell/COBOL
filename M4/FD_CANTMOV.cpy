      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CANTMOV.DAT, O MOVIMENTO DA
      *         CONTA DA CANTINA (CANTCTA.DAT): UMA LINHA POR RECARGA
      *         FEITA NO CAIXA (COM A SESSAO DE CAIXA EM QUE ENTROU O
      *         DINHEIRO, VER CAIXA) OU POR COMPRA DEBITADA NO BALCAO,
      *         COM DATA, ITEM E O SALDO APOS O MOVIMENTO. BASE DO
      *         EXTRATO MENSAL DAS FAMILIAS EM CANTINA.
      ******************************************************************
       01 REG-CANTMOV.
           03 CM-CHAVE.
               05 CM-ID-ALUNO          PIC 9(05).
               05 CM-SEQ               PIC 9(06).
           03 CM-DATA                  PIC 9(08).
           03 CM-HORA                  PIC 9(06).
      *> "R" = RECARGA (CREDITO), "C" = COMPRA (DEBITO).
           03 CM-TIPO                  PIC X.
               88 CM-RECARGA           VALUE "R".
               88 CM-COMPRA            VALUE "C".
           03 CM-VALOR                 PIC 9(05)V99.
           03 CM-ITEM                  PIC X(30).
           03 CM-SALDO-APOS            PIC S9(05)V99.
      *> Sessao de caixa da recarga; ZEROS na compra.
           03 CM-NUM-SESSAO            PIC 9(06).
           03 CM-OPERADOR              PIC X(10).
