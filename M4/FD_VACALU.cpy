      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE VACALU.DAT, A CARTEIRA DE
      *         VACINACAO DO ALUNO: UM REGISTRO POR ALUNO x VACINA x
      *         DOSE APLICADA (VACINA.DAT), COM A DATA DE APLICACAO
      *         CONFERIDA NA CARTEIRA APRESENTADA PELO RESPONSAVEL.
      *         MANTIDO EM VACINA; DOSE EXIGIDA SEM REGISTRO AQUI E
      *         PENDENTE.
      ******************************************************************
       01 REG-VACALU.
           03 VL-CHAVE.
               05 VL-ID-ALUNO          PIC 9(05).
               05 VL-CD-VACINA         PIC 9(02).
               05 VL-DOSE              PIC 9(01).
           03 VL-DT-APLICACAO          PIC 9(08).
           03 VL-DT-REGISTRO           PIC 9(08).
           03 VL-OPERADOR              PIC X(10).
