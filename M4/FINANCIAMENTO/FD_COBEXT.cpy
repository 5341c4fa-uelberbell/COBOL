      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE COBEXT.DAT, O REGISTRO DOS
      *         CONTRATOS CEDIDOS A AGENCIA DE COBRANCA EXTERNA: A
      *         REMESSA MENSAL DE CEDCOB INCLUI O CONTRATO NEGATIVADO
      *         (VER NEGATIVA) E O RETIRA QUANDO A DIVIDA E LIMPA POR
      *         AQUI; O RETORNO DA AGENCIA (RETCOB) ACUMULA O RECEBIDO
      *         E A COMISSAO E MARCA O ACORDO OU A QUITACAO. CONTRATO
      *         "C" NAO RECEBE MAIS CARTA DE COBRANCA (FINCOB).
      ******************************************************************
       01 REG-COBEXT.
           03 CE-NUM-CONTRATO          PIC 9(06).
           03 CE-ID-ALUNO              PIC 9(05).
      *> Data e sequencial da remessa que cedeu o contrato.
           03 CE-DT-CESSAO             PIC 9(08).
           03 CE-SEQ-REMESSA           PIC 9(06).
      *> Saldo em aberto e quantidade de parcelas cedidas.
           03 CE-VL-CEDIDO             PIC 9(07)V99.
           03 CE-QTD-PARCELAS          PIC 9(03).
      *> "C" = EM COBRANCA NA AGENCIA, "A" = ACORDO (DIVIDA
      *> CONSOLIDADA NO CONTRATO CE-CONTRATO-ACORDO, QUE FICA "C"),
      *> "Q" = QUITADO PELA AGENCIA, "D" = DEVOLVIDO (DIVIDA LIMPA
      *> POR AQUI, RETIRADA NA REMESSA).
           03 CE-STATUS                PIC X.
               88 CE-EM-COBRANCA       VALUE "C".
               88 CE-ACORDO            VALUE "A".
               88 CE-QUITADO           VALUE "Q".
               88 CE-DEVOLVIDO         VALUE "D".
           03 CE-DT-SITUACAO           PIC 9(08).
      *> Contrato de acordo: o contrato cedido que lhe deu origem.
           03 CE-CONTRATO-ORIGEM       PIC 9(06).
           03 CE-CONTRATO-ACORDO       PIC 9(06).
      *> Acumulados dos recebimentos informados pela agencia.
           03 CE-VL-RECEBIDO           PIC 9(07)V99.
           03 CE-VL-COMISSAO           PIC 9(07)V99.
