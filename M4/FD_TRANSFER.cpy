      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE TRANSFER.DAT, O REGISTRO DAS
      *         TRANSFERENCIAS EXPEDIDAS (ALUNO QUE SAI DA ESCOLA, VER
      *         TRFSAI): UM REGISTRO POR ALUNO, COM A DATA DE SAIDA, A
      *         ESCOLA DE DESTINO, O MOTIVO (O MESMO DO CANCELAMENTO
      *         DAS MATRICULAS) E O NUMERO DA GUIA DE TRANSFERENCIA NO
      *         REGISTRO DE DOCUMENTOS (DOCREG.DAT). A SUB-ROTINA
      *         TRFSIT CONSULTA ESTE ARQUIVO PARA RECUSAR NOTA E
      *         FREQUENCIA DATADAS DEPOIS DA SAIDA.
      ******************************************************************
       01 REG-TRANSFER.
           03 TS-ID-ALUNO              PIC 9(05).
      *> Ultimo dia do aluno na escola (AAAAMMDD).
           03 TS-DT-SAIDA              PIC 9(08).
           03 TS-ESCOLA-DESTINO        PIC X(60).
           03 TS-MOTIVO                PIC X(40).
      *> Numero da guia de transferencia (contador de DOCESC.CTL).
           03 TS-NUM-GUIA              PIC 9(06).
      *> "E" = EXPEDIDA, "C" = CANCELADA (o aluno nao chegou a sair;
      *> a reativacao e a nova matricula seguem pelos cadastros).
           03 TS-STATUS                PIC X.
               88 TS-EXPEDIDA          VALUE "E".
               88 TS-CANCELADA         VALUE "C".
           03 TS-QTD-MATRICULAS        PIC 9(03).
           03 TS-QTD-MENSALIDADES      PIC 9(03).
           03 TS-VL-MENSALIDADES       PIC 9(07)V99.
           03 TS-DT-REGISTRO           PIC 9(08).
           03 TS-OPERADOR              PIC X(10).
