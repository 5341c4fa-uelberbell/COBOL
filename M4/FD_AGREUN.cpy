      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE AGREUN.DAT, OS HORARIOS DE
      *         ATENDIMENTO DA REUNIAO DE PAIS E MESTRES: UM REGISTRO
      *         POR DATA x PROFESSOR x HORARIO, GERADO LIVRE A PARTIR
      *         DE REUNIAO.DAT E OCUPADO PELO AGENDAMENTO DE UM
      *         RESPONSAVEL (CONTATO DO M3 VINCULADO EM RESPALU.DAT)
      *         PARA UM ALUNO. A CHAVE ALTERNATIVA PELO CONTATO
      *         SERVE A RECUSA DE HORARIOS SOBREPOSTOS DO MESMO
      *         RESPONSAVEL E AO HISTORICO DE COMPARECIMENTO DAS
      *         FAMILIAS. MANTIDO POR REUNPAIS.
      ******************************************************************
       01 REG-AGREUN.
           03 AG-CHAVE.
               05 AG-DT-REUNIAO        PIC 9(08).
               05 AG-CD-PROFESSOR      PIC 9(03).
      *> Inicio do horario (HHMM).
               05 AG-HR-HORARIO        PIC 9(04).
      *> Responsavel e aluno do agendamento (zeros quando livre).
           03 AG-ID-CONTATO            PIC 9(05).
           03 AG-ID-ALUNO              PIC 9(05).
      *> "L" = LIVRE, "R" = RESERVADO, "C" = COMPARECEU,
      *> "F" = FALTOU.
           03 AG-SITUACAO              PIC X.
               88 AG-LIVRE             VALUE "L".
               88 AG-RESERVADO         VALUE "R".
               88 AG-COMPARECEU        VALUE "C".
               88 AG-FALTOU            VALUE "F".
           03 AG-DT-AGENDAMENTO        PIC 9(08).
           03 AG-OPERADOR              PIC X(10).
