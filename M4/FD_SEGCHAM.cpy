      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE SEGCHAM.DAT, OS PEDIDOS DE
      *         SEGUNDA CHAMADA: UM REGISTRO POR ALUNO x TURMA x
      *         MATERIA x BIMESTRE, ABERTO SO QUANDO A CHAMADA DE
      *         FREQUENCIA.DAT MARCA FALTA ("F"/"J") NA DATA DA PROVA
      *         EM PROVACAL.DAT. COM ATESTADO COBRINDO A DATA A
      *         SEGUNDA CHAMADA E GRATUITA; SEM ATESTADO PODE GERAR
      *         TAXA AVULSA NAS MENSALIDADES (MN-TIPO "T"). MANTIDO
      *         POR SEGCHAM; FECHABIM AVISA OS PEDIDOS SEM NOTA AO
      *         FECHAR O BIMESTRE.
      ******************************************************************
       01 REG-SEGCHAM.
           03 SC-CHAVE.
               05 SC-ID-ALUNO          PIC 9(05).
               05 SC-CD-TURMA          PIC 9(03).
               05 SC-CD-MATERIA        PIC 9(03).
               05 SC-BIMESTRE          PIC 9(01).
      *> Ano letivo da prova perdida (da data em PROVACAL.DAT).
           03 SC-ANO                   PIC 9(04).
      *> Data da prova perdida e a marcacao da chamada naquele dia.
           03 SC-DT-PROVA              PIC 9(08).
           03 SC-PRESENCA              PIC X.
      *> "S" = ha atestado ativo cobrindo a data (gratuita).
           03 SC-ATESTADO              PIC X.
               88 SC-COM-ATESTADO      VALUE "S".
               88 SC-SEM-ATESTADO      VALUE "N".
      *> Taxa avulsa lancada (ZEROS quando gratuita ou isentada) e
      *> a chave da cobranca em MENSALIDADES.DAT.
           03 SC-VL-TAXA               PIC 9(03)V99.
           03 SC-COMPETENCIA-TAXA      PIC 9(06).
           03 SC-SEQ-TAXA              PIC 9(02).
      *> Data marcada para a segunda chamada (ZEROS = nao marcada).
           03 SC-DT-SEGUNDA            PIC 9(08).
           03 SC-NOTA                  PIC 9(02)V99.
      *> "S" = SOLICITADA, "A" = AGENDADA, "L" = NOTA LANCADA,
      *> "C" = CANCELADA.
           03 SC-STATUS                PIC X.
               88 SC-SOLICITADA        VALUE "S".
               88 SC-AGENDADA          VALUE "A".
               88 SC-LANCADA           VALUE "L".
               88 SC-CANCELADA         VALUE "C".
               88 SC-PENDENTE          VALUE "S" "A".
           03 SC-DT-SOLICITACAO        PIC 9(08).
           03 SC-OPERADOR              PIC X(10).
