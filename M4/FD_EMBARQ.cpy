      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE EMBARQ.DAT, A CONFERENCIA DE
      *         EMBARQUE FEITA PELO MONITOR DA VAN: UM REGISTRO POR
      *         DATA x TURNO (IDA DE MANHA / VOLTA A TARDE) x ALUNO,
      *         COM A ROTA DO DIA. CRUZADO COM FREQUENCIA.DAT NO
      *         RELATORIO DE SEGURANCA E SOMADO NA OCUPACAO MENSAL DAS
      *         ROTAS CONTRA TP-CAPACIDADE. MANTIDO POR TRANSP.
      ******************************************************************
       01 REG-EMBARQ.
           03 EB-CHAVE.
               05 EB-DT-EMBARQUE       PIC 9(08).
      *> "M" = MANHA (IDA), "T" = TARDE (VOLTA).
               05 EB-TURNO             PIC X.
                   88 EB-MANHA         VALUE "M".
                   88 EB-TARDE         VALUE "T".
               05 EB-ID-ALUNO          PIC 9(05).
           03 EB-CD-ROTA               PIC 9(02).
      *> "E" = EMBARCOU, "N" = NAO EMBARCOU.
           03 EB-SITUACAO              PIC X.
               88 EB-EMBARCOU          VALUE "E".
               88 EB-NAO-EMBARCOU      VALUE "N".
           03 EB-HR-REGISTRO           PIC 9(06).
           03 EB-OPERADOR              PIC X(10).
