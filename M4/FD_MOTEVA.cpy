      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE MOTEVA.DAT, A TABELA DE MOTIVOS
      *         DE EVASAO (FINANCEIRO, MUDANCA, TRANSFERENCIA,
      *         DESEMPENHO, INSATISFACAO...), MANTIDA EM RETENCAO.
      *         TODO CANCELAMENTO DE MATRICULA (MATTUR, TRFSAI) EXIGE
      *         UM MOTIVO ATIVO DESTA TABELA, GRAVADO EM EVASAO.DAT.
      ******************************************************************
       01 REG-MOTEVA.
           03 MV-CD-MOTIVO             PIC 9(02).
           03 MV-DESCRICAO             PIC X(30).
      *> "A" = ATIVO, "I" = INATIVO (nao aceito em cancelamento novo,
      *> mas continua nomeando os cancelamentos antigos).
           03 MV-STATUS                PIC X.
               88 MV-ATIVO             VALUE "A".
               88 MV-INATIVO           VALUE "I".
           03 MV-DT-ATUALIZACAO        PIC 9(08).
           03 MV-OPERADOR              PIC X(10).
