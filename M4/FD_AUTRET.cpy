      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE AUTRET.DAT, A LISTA DE PESSOAS
      *         QUE PODEM (OU NAO PODEM) RETIRAR O ALUNO NA SAIDA: UM
      *         REGISTRO POR ALUNO x CONTATO DO M3, ALEM DOS VINCULOS
      *         DE RESPALU.DAT (PAIS E CONTATOS DE EMERGENCIA, QUE JA
      *         VALEM COMO AUTORIZADOS). O IMPEDIMENTO ("P") PREVALECE
      *         SOBRE O VINCULO DE RESPALU (PAI OU MAE IMPEDIDO POR
      *         DECISAO JUDICIAL). MANTIDO POR RETIRADA.
      ******************************************************************
       01 REG-AUTRET.
           03 AR-CHAVE.
               05 AR-ID-ALUNO          PIC 9(05).
               05 AR-ID-CONTATO        PIC 9(05).
      *> "A" = AUTORIZADO A RETIRAR, "P" = PROIBIDO DE RETIRAR.
           03 AR-TIPO                  PIC X.
               88 AR-AUTORIZADO        VALUE "A".
               88 AR-PROIBIDO          VALUE "P".
           03 AR-PARENTESCO            PIC X(15).
      *> Restricao a conferir no portao (dias, horario, decisao
      *> judicial...).
           03 AR-RESTRICAO             PIC X(40).
      *> Vigencia (AAAAMMDD); fim ZEROS = sem prazo.
           03 AR-DT-INICIO             PIC 9(08).
           03 AR-DT-FIM                PIC 9(08).
      *> "A" = ATIVO, "I" = DESATIVADO.
           03 AR-STATUS                PIC X.
               88 AR-ATIVO             VALUE "A".
               88 AR-INATIVO           VALUE "I".
           03 AR-DT-ATUALIZACAO        PIC 9(08).
           03 AR-OPERADOR              PIC X(10).
