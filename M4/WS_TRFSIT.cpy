      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA TRFSIT, A CONSULTA DE
      *         TRANSFERENCIA EXPEDIDA (TRANSFER.DAT, VER TRFSAI) FEITA
      *         ANTES DE GRAVAR NOTA (CADNOTA, ALTNOTA, IMPNOTA) OU
      *         FREQUENCIA (CADFREQ, ATESMNT): O CHAMADOR PREENCHE O
      *         ALUNO E A DATA DO LANCAMENTO E EXECUTA CALL "TRFSIT"
      *         USING WS-TRFSIT-PARM.
      ******************************************************************
       01 WS-TRFSIT-PARM.
           02 WS-TF-ID-ALUNO       PIC 9(05).
           02 WS-TF-DATA-REF       PIC 9(08).
      *>    "S" = ALUNO TRANSFERIDO ANTES DA DATA DE REFERENCIA.
           02 WS-TF-BLOQUEADO      PIC X.
               88 TF-BLOQUEADO     VALUE "S".
               88 TF-LIBERADO      VALUE "N".
      *>    Data de saida e guia da transferencia expedida (ZEROS
      *>    quando o aluno nao foi transferido).
           02 WS-TF-DT-SAIDA       PIC 9(08).
           02 WS-TF-NUM-GUIA       PIC 9(06).
