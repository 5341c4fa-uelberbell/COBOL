      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE REUNIAO.DAT, O EVENTO DE REUNIAO
      *         DE PAIS E MESTRES: UM REGISTRO POR DATA, COM O PERIODO
      *         LETIVO CUJAS ATRIBUICOES (PROFMAT.DAT) DEFINEM OS
      *         PROFESSORES QUE ATENDEM, O INTERVALO DE ATENDIMENTO E
      *         A DURACAO DE CADA HORARIO. MANTIDO POR REUNPAIS.
      ******************************************************************
       01 REG-REUNIAO.
           03 RN-DT-REUNIAO            PIC 9(08).
           03 RN-ANO                   PIC 9(04).
           03 RN-SEMESTRE              PIC 9(01).
           03 RN-BIMESTRE              PIC 9(01).
           03 RN-DESCRICAO             PIC X(30).
      *> Intervalo de atendimento (HHMM) e duracao de cada horario
      *> em minutos.
           03 RN-HR-INICIO             PIC 9(04).
           03 RN-HR-FIM                PIC 9(04).
           03 RN-MIN-HORARIO           PIC 9(02).
      *> "A" = ABERTA PARA AGENDAMENTO, "E" = ENCERRADA (AGENDADOS
      *> SEM COMPARECIMENTO REGISTRADO VIRAM FALTA).
           03 RN-STATUS                PIC X.
               88 RN-ABERTA            VALUE "A".
               88 RN-ENCERRADA         VALUE "E".
           03 RN-DT-ATUALIZACAO        PIC 9(08).
           03 RN-OPERADOR              PIC X(10).
