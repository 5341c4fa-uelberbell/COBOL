      *         PROGRAMAS ONLINE (CADCONTT/ALTCONTT/DELCNTT). GRAVA
      *         RELATORIO DE ACEITES/REJEICOES COM O MOTIVO DE CADA
      *         REJEICAO E ESTAMPA TUDO EM CONTLOG.DAT.
      * Update: CPF do contato na coluna 154 do movimento (opcional),
      *         com digito verificador conferido e unicidade pela
      *         chave alternada CPF-CHAVE.
      * Update: Imagem posterior de cada gravacao, alteracao e
      *         exclusao no jornal do mestre (ver BKPCNTT).
      * Update: Tempo e volume de cada execucao vao para o historico
      *         de estatisticas dos batches (RUNSTAT), com alerta quando
      *         passam da media.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MOVIMENTO ASSIGN TO WS-MOV-PATH
               RECORD KEY IS CD-GRUPO
               FILE STATUS IS WS-FS-GRP.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       COPY FD_CONTT.

       FD MOVIMENTO.
      *> Codigo da transacao + REG-CONTATOS sem o ST-CONTATO + grupo
      *> + CPF, mesmo desenho de linha da carga de CADCONTT.
       01 WS-LINHA-MOV.
           03 WS-MOV-CODIGO        PIC X.
           03 WS-MOV-DADOS         PIC X(164).

       FD MOV-REL.
       01 WS-LINHA-REL             PIC X(100).
       FD GRUPOS.
       COPY FD_GRUPO.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
       77 WS-GRUPO-OK          PIC X VALUE "N".
           88 GRUPO-OK         VALUE "S" FALSE "N".

      *> Digito verificador do CPF da linha (P-VALIDA-CPF.cpy).
       COPY WS_CPF.

       77 WS-LINHA-NUM         PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO            PIC X(50) VALUE SPACES.
       77 WS-ACEITA            PIC X VALUE "N".
       77 WS-TOT-GRAVADOS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REJEITADOS    PIC 9(04) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY"***MANUTENCAO DE CONTATOS EM LOTE***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "LOTCNTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           MOVE "LOTCNTT " TO WS-RT-PROG
           MOVE LK-OPERADOR TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT
           PERFORM P300-PROCESSA-MOVIMENTO
           MOVE WS-TOT-LIDOS      TO WS-RT-LIDOS
           MOVE WS-TOT-GRAVADOS   TO WS-RT-GRAVADOS
           MOVE WS-TOT-REJEITADOS TO WS-RT-REJEITADOS
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P300-PROCESSA-MOVIMENTO.
      *>   espacos no campo numerico; a alteracao preserva a data ja
      *>   gravada mais adiante.
           MOVE ZEROS TO WS-DT-NASCIMENTO
      *>   CPF na coluna 154; linha sem ele entra sem CPF (inclusao)
      *>   ou mantem o CPF ja gravado (alteracao).
           IF WS-MOV-DADOS(154:11) IS NUMERIC
               MOVE WS-MOV-DADOS(154:11) TO WS-CPF-CONTATO
           ELSE
               MOVE ZEROS TO WS-CPF-CONTATO
           END-IF

           EVALUATE WS-MOV-CODIGO
               WHEN "A"
                   PERFORM P230-CARIMBO-AGORA
                   MOVE WS-TS-AGORA TO WS-DT-CRIACAO
                   MOVE WS-TS-AGORA TO WS-DT-ALTERACAO
                   PERFORM P355-MONTA-CHAVE-CPF
                   MOVE WS-REGISTRO TO REG-CONTATOS
                   WRITE REG-CONTATOS
                       INVALID KEY
                           MOVE "ID OU CPF JA CADASTRADO" TO WS-MOTIVO
                       NOT INVALID KEY
                           MOVE "W" TO JR-OPERACAO
                           MOVE REG-CONTATOS TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           SET TRANSACAO-ACEITA TO TRUE
                           MOVE "INCLUSAO"    TO WS-LOG-OPERACAO
                           MOVE SPACES        TO WS-LOG-VALOR-ANTIGO
                           IF WS-MOV-DADOS(152:2) IS NOT NUMERIC
                               MOVE GP-CONTATO TO WS-GP-CONTATO
                           END-IF
                           IF WS-MOV-DADOS(154:11) IS NOT NUMERIC
                               MOVE CPF-CONTATO TO WS-CPF-CONTATO
                           END-IF
                           PERFORM P355-MONTA-CHAVE-CPF
                           PERFORM P230-CARIMBO-AGORA
                           MOVE WS-TS-AGORA TO WS-DT-ALTERACAO
                           MOVE WS-REGISTRO TO REG-CONTATOS
                           REWRITE REG-CONTATOS
                               INVALID KEY
                                   IF WS-FS EQUAL 22 THEN
                                       MOVE "CPF JA CADASTRADO"
                                           TO WS-MOTIVO
                                   ELSE
                                       MOVE "ERRO AO REGRAVAR CONTATO"
                                           TO WS-MOTIVO
                                   END-IF
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-CONTATOS TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   SET TRANSACAO-ACEITA TO TRUE
                                   MOVE "ALTERACAO" TO WS-LOG-OPERACAO
                                   MOVE WS-NM-CONTATO
                                   MOVE "ERRO AO REGRAVAR CONTATO"
                                       TO WS-MOTIVO
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-CONTATOS TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   SET TRANSACAO-ACEITA TO TRUE
                                   MOVE "EXCLUSAO" TO WS-LOG-OPERACAO
                                   MOVE "ATIVO"
                   MOVE "GRUPO NAO CADASTRADO OU INATIVO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO EQUAL SPACES AND
              WS-CPF-CONTATO NOT EQUAL ZEROS THEN
               MOVE WS-CPF-CONTATO TO WS-CPF-NUM
               PERFORM P375-VALIDA-CPF
               IF NOT CPF-OK THEN
                   MOVE "CPF INVALIDO (DIGITO VERIFICADOR)"
                       TO WS-MOTIVO
               END-IF
           END-IF
           .

       P355-MONTA-CHAVE-CPF.
      *> Complemento da chave alternada: ZEROS com CPF (CPF repetido
      *> colide), o proprio ID sem CPF (ver FD_CONTT.cpy).
           IF WS-CPF-CONTATO EQUAL ZEROS THEN
               MOVE WS-ID-CONTATO TO WS-CPF-COMPL
           ELSE
               MOVE ZEROS         TO WS-CPF-COMPL
           END-IF
           .

       P360-VALIDA-GRUPO.
           END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.

       COPY P-VALIDA-CONTATO.

       COPY P-VALIDA-CPF.

       COPY P-CARIMBO.

       COPY P-RUNSTAT.

       P900-FIM.
      *> Rodape padrao de fim de execucao.
           DISPLAY "TRANSACOES LIDAS: " WS-TOT-LIDOS
