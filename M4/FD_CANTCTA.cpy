      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CANTCTA.DAT, A CONTA DE CREDITO
      *         PRE-PAGO DO ALUNO NA CANTINA: SALDO, LIMITE DIARIO DE
      *         GASTO DEFINIDO PELO RESPONSAVEL E O CONTROLE DO AVISO
      *         DE SALDO BAIXO. MANTIDO POR CANTINA (RECARGAS NA
      *         SESSAO DE CAIXA E COMPRAS NO BALCAO DA CANTINA, VER
      *         CANTMOV.DAT); O SALDO SAI NO EXTRATO DA FAMILIA
      *         (EXTFAM).
      ******************************************************************
       01 REG-CANTCTA.
           03 CT-ID-ALUNO              PIC 9(05).
           03 CT-SALDO                 PIC S9(05)V99.
      *> Limite de gasto por dia pedido pelo responsavel (ZEROS = sem
      *> limite), quem pediu e quando.
           03 CT-LIMITE-DIARIO         PIC 9(05)V99.
           03 CT-ID-CONTATO-LIMITE     PIC 9(05).
           03 CT-DT-LIMITE             PIC 9(08).
      *> Total de compras do dia CT-DT-GASTO, para conferir o limite.
           03 CT-DT-GASTO              PIC 9(08).
           03 CT-GASTO-DIA             PIC 9(05)V99.
      *> Ultima sequencia usada no movimento do aluno (CM-SEQ).
           03 CT-SEQ-MOV               PIC 9(06).
           03 CT-DT-ABERTURA           PIC 9(08).
           03 CT-DT-ULT-MOV            PIC 9(08).
      *> Data do ultimo aviso de saldo baixo; volta a ZEROS na
      *> recarga, para o proximo aviso sair so quando baixar de novo.
           03 CT-DT-AVISO              PIC 9(08).
           03 CT-OPERADOR              PIC X(10).
