      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CONTASPAG.DAT, AS CONTAS A PAGAR
      *         DE FORNECEDORES (VER CPAGAR). O FORNECEDOR E O CONTATO
      *         PJ DO M3 (PESSOAJUR.DAT, CNPJ VALIDADO EM PJCNTT); O
      *         TITULO LEVA O DOCUMENTO DO FORNECEDOR, VENCIMENTO,
      *         VALOR E A CONTA DE DESPESA QUE CONTABIL DEBITA NO
      *         PAGAMENTO. FLUXCX PROJETA AS SAIDAS DOS TITULOS EM
      *         ABERTO.
      ******************************************************************
       01 REG-CPAGAR.
           03 CP-CHAVE.
      *> PJ-ID-CONTATO do fornecedor.
               05 CP-ID-FORNECEDOR     PIC 9(05).
               05 CP-NUM-DOCUMENTO     PIC X(15).
           03 CP-CNPJ                  PIC 9(14).
           03 CP-DT-EMISSAO            PIC 9(08).
           03 CP-DT-VENCIMENTO         PIC 9(08).
           03 CP-VALOR                 PIC 9(07)V99.
      *> Conta contabil de despesa (mesmo formato de CONTAMAP).
           03 CP-CONTA-DESPESA         PIC X(08).
           03 CP-HISTORICO             PIC X(40).
           03 CP-STATUS                PIC X.
               88 CP-ABERTO            VALUE "A".
               88 CP-PAGO              VALUE "P".
               88 CP-CANCELADO         VALUE "C".
           03 CP-DT-PAGAMENTO          PIC 9(08).
           03 CP-VL-PAGO               PIC 9(07)V99.
           03 CP-OPERADOR              PIC X(10).
           03 CP-DT-ATUALIZ            PIC 9(08).
