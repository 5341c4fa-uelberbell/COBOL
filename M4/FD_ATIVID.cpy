      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE ATIVIDADE.DAT, AS OFICINAS
      *         ELETIVAS E ATIVIDADES EXTRACURRICULARES (ROBOTICA,
      *         TEATRO, ESPORTES): VAGAS, HORARIO NA MESMA GRADE DE
      *         DIA/PERIODO DE HORARIO.DAT, MENSALIDADE OPCIONAL
      *         (COBRADA PELA RODADA MENSAL) E A JANELA DE INSCRICAO
      *         DAS ESCOLHAS DOS RESPONSAVEIS. MANTIDO EM ELETIVA.
      ******************************************************************
       01 REG-ATIVIDADE.
           03 AV-CD-ATIVIDADE          PIC 9(03).
           03 AV-NOME                  PIC X(30).
      *> Ano letivo da oferta.
           03 AV-ANO                   PIC 9(04).
           03 AV-VAGAS                 PIC 9(03).
           03 AV-QTD-OCUPADAS          PIC 9(03).
      *> Mensalidade da atividade; ZEROS = gratuita.
           03 AV-VL-MENSAL             PIC 9(05)V99.
      *> Encontros semanais: dia 1 = SEGUNDA ... 6 = SABADO e
      *> periodo 1 A 8, como HR-DIA-SEMANA/HR-PERIODO; dia ZERO =
      *> posicao livre.
           03 AV-HORARIO OCCURS 4 TIMES.
               05 AV-DIA-SEMANA        PIC 9(01).
               05 AV-PERIODO           PIC 9(01).
      *> Janela em que os responsaveis entregam as escolhas.
           03 AV-DT-INI-INSCRICAO      PIC 9(08).
           03 AV-DT-FIM-INSCRICAO      PIC 9(08).
      *> "A" = ATIVA, "I" = INATIVA (nao recebe escolha nem vaga).
           03 AV-STATUS                PIC X.
               88 AV-ATIVA             VALUE "A".
               88 AV-INATIVA           VALUE "I".
           03 AV-DT-ATUALIZACAO        PIC 9(08).
           03 AV-OPERADOR              PIC X(10).
