      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE ATVALU.DAT, A VAGA DO ALUNO NA
      *         ATIVIDADE ELETIVA (PELO SORTEIO OU PELO BALCAO, NAS
      *         VAGAS QUE SOBRARAM). A RODADA MENSAL (MENSAL) COBRA A
      *         MENSALIDADE DA ATIVIDADE DAS VAGAS ATIVAS, EM
      *         COBRANCA SEPARADA (MN-TIPO "A"), E CARIMBA A ULTIMA
      *         COMPETENCIA FATURADA PARA NAO DUPLICAR NA REEXECUCAO.
      *         MANTIDO EM ELETIVA.
      ******************************************************************
       01 REG-ATVALU.
           03 AA-CHAVE.
               05 AA-CD-ATIVIDADE      PIC 9(03).
               05 AA-ID-ALUNO          PIC 9(05).
           03 AA-ANO                   PIC 9(04).
      *> "S" = SORTEIO, "B" = BALCAO.
           03 AA-ORIGEM                PIC X.
               88 AA-PELO-SORTEIO      VALUE "S".
               88 AA-PELO-BALCAO       VALUE "B".
           03 AA-DT-INICIO             PIC 9(08).
      *> "A" = ATIVA, "C" = CANCELADA (a vaga volta a atividade e a
      *> cobranca para a partir da competencia seguinte).
           03 AA-STATUS                PIC X.
               88 AA-ATIVA             VALUE "A".
               88 AA-CANCELADA         VALUE "C".
           03 AA-DT-CANCELAMENTO       PIC 9(08).
      *> Ultima competencia (AAAAMM) cobrada pela rodada mensal.
           03 AA-ULT-COMPET-FAT        PIC 9(06).
           03 AA-OPERADOR              PIC X(10).
