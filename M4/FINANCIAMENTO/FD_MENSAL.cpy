      ******************************************************************
       01 REG-MENSALIDADE.
           03 MN-CHAVE.
               05 MN-ID-ALUNO          PIC 9(05).
      *> Competencia faturada (AAAAMM).
               05 MN-COMPETENCIA       PIC 9(06).
               05 MN-SEQ               PIC 9(02).
      *> geracao (listado nas excecoes da rodada).
           03 MN-ID-RESP-FIN           PIC 9(05).
      *> "M" = MENSALIDADE, "T" = TAXA AVULSA (EX.: 2A VIA DE
      *> DOCUMENTO), "A" = MENSALIDADE DE ATIVIDADE ELETIVA (VER
      *> ELETIVA; MN-CD-TURMA E A TURMA ATIVA DO ALUNO).
           03 MN-TIPO                  PIC X.
               88 MN-TIPO-MENSALIDADE  VALUE "M".
               88 MN-TIPO-TAXA         VALUE "T".
               88 MN-TIPO-ATIVIDADE    VALUE "A".
           03 MN-DT-VENCIMENTO         PIC 9(08).
           03 MN-VALOR                 PIC 9(05)V99.
      *> "A" = EM ABERTO, "P" = PAGA, "B" = BAIXADA COMO PERDA
      *> (incobravel, ver BAIXAPER), "C" = CANCELADA PELA
      *> TRANSFERENCIA DO ALUNO (vencimento depois da saida, ver
      *> TRFSAI): nao e devida e nao aceita pagamento.
           03 MN-STATUS                PIC X.
               88 MN-ABERTA            VALUE "A".
               88 MN-PAGA              VALUE "P".
               88 MN-BAIXADA-PERDA     VALUE "B".
               88 MN-CANCELADA         VALUE "C".
           03 MN-DT-PAGAMENTO          PIC 9(08).
           03 MN-VL-PAGO               PIC 9(05)V99.
