      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE PRECOS.DAT, A TABELA DE PRECOS
      *         DA MENSALIDADE POR TURMA, ANO LETIVO E DATA DE
      *         VIGENCIA (MESMO DESENHO DATE-EFFECTIVE DE TAXAS.DAT):
      *         A RODADA MENSAL (MENSAL) COBRA DE CADA MATRICULA O
      *         PRECO EM VIGOR PARA A TURMA NA COMPETENCIA, EM VEZ DE
      *         UM VALOR UNICO DIGITADO PARA A ESCOLA INTEIRA.
      *         MANTIDA POR PRECMNT (TELA AUTORIZADA), INCLUSIVE O
      *         REAJUSTE ANUAL.
      ******************************************************************
       01 REG-PRECO.
           03 PM-CHAVE.
               05 PM-CD-TURMA          PIC 9(03).
               05 PM-ANO               PIC 9(04).
      *> Vigente a partir desta data (AAAAMMDD), ate a vigencia
      *> seguinte da mesma turma/ano.
               05 PM-VIGENCIA          PIC 9(08).
           03 PM-VALOR                 PIC 9(05)V99.
      *> "A" = ATIVO, "I" = INATIVADO.
           03 PM-STATUS                PIC X.
               88 PM-ATIVO             VALUE "A".
               88 PM-INATIVO           VALUE "I".
      *> Quem gravou o preco e quando (inclusao ou reajuste).
           03 PM-OPERADOR              PIC X(10).
           03 PM-DT-ATUALIZ            PIC 9(08).
