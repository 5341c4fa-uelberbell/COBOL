      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE EVASAO.DAT, O MOTIVO E A DATA DE
      *         CADA CANCELAMENTO DE MATRICULA (MATRICULAS.DAT NAO TEM
      *         CAMPO PARA ISSO): UM REGISTRO POR TURMA x ALUNO x DATA
      *         DO CANCELAMENTO, COM O CODIGO DA TABELA DE MOTIVOS
      *         (MOTEVA.DAT). GRAVADO POR MATTUR (CANCELAMENTO) E
      *         TRFSAI (TRANSFERENCIA EXPEDIDA); LIDO PELO RELATORIO
      *         DE RETENCAO (RETENCAO).
      ******************************************************************
       01 REG-EVASAO.
           03 EV-CHAVE.
               05 EV-CD-TURMA          PIC 9(03).
               05 EV-ID-ALUNO          PIC 9(05).
      *> Data em que o aluno deixou a turma (AAAAMMDD).
               05 EV-DT-CANCELAMENTO   PIC 9(08).
           03 EV-CD-MOTIVO             PIC 9(02).
           03 EV-OBSERVACAO            PIC X(40).
      *> Programa que cancelou (MATTUR ou TRFSAI).
           03 EV-ORIGEM                PIC X(08).
           03 EV-DT-REGISTRO           PIC 9(08).
           03 EV-OPERADOR              PIC X(10).
