      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE VACINA.DAT, O CALENDARIO DE
      *         VACINAS EXIGIDAS NA CARTEIRA DE VACINACAO DO ALUNO:
      *         UM REGISTRO POR VACINA x DOSE, COM A IDADE (EM MESES)
      *         A PARTIR DA QUAL A DOSE E EXIGIDA. MANTIDO EM VACINA,
      *         CRIADO COM O CALENDARIO PADRAO NA PRIMEIRA EXECUCAO.
      ******************************************************************
       01 REG-VACINA.
           03 VC-CHAVE.
               05 VC-CD-VACINA         PIC 9(02).
               05 VC-DOSE              PIC 9(01).
           03 VC-DESCRICAO             PIC X(30).
      *> Idade do aluno, em meses completos, a partir da qual a dose
      *> passa a ser cobrada na carteira (000 = ao nascer).
           03 VC-IDADE-MESES           PIC 9(03).
      *> "A" = ATIVA, "I" = INATIVA (deixa de ser cobrada).
           03 VC-STATUS                PIC X.
               88 VC-ATIVA             VALUE "A".
               88 VC-INATIVA           VALUE "I".
           03 VC-DT-ATUALIZACAO        PIC 9(08).
           03 VC-OPERADOR              PIC X(10).
