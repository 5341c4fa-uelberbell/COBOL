      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE ATVESCO.DAT, AS ESCOLHAS DE
      *         ATIVIDADE ELETIVA ENTREGUES PELO RESPONSAVEL NA JANELA
      *         DE INSCRICAO: UM REGISTRO POR ANO x ALUNO COM ATE TRES
      *         ATIVIDADES EM ORDEM DE PREFERENCIA. O SORTEIO (ELETIVA)
      *         GRAVA O NUMERO SORTEADO E O RESULTADO.
      ******************************************************************
       01 REG-ATVESCO.
           03 AE-CHAVE.
               05 AE-ANO               PIC 9(04).
               05 AE-ID-ALUNO          PIC 9(05).
      *> Atividades em ordem de preferencia; ZEROS = sem opcao.
           03 AE-OPCAO OCCURS 3 TIMES  PIC 9(03).
      *> Responsavel (RESPALU ativo) que entregou as escolhas.
           03 AE-ID-CONTATO            PIC 9(05).
           03 AE-DT-INSCRICAO          PIC 9(08).
      *> "P" = PENDENTE DO SORTEIO, "S" = SORTEADA.
           03 AE-STATUS                PIC X.
               88 AE-PENDENTE          VALUE "P".
               88 AE-SORTEADA          VALUE "S".
      *> Numero sorteado (ordem no sorteio), atividade obtida e a
      *> opcao atendida (ZEROS = nao contemplado).
           03 AE-NUM-SORTEIO           PIC 9(09).
           03 AE-CD-ATIVIDADE-OBTIDA   PIC 9(03).
           03 AE-OPCAO-OBTIDA          PIC 9(01).
           03 AE-OPERADOR              PIC X(10).
