      * Update: Consulta por nome parcial, alem do codigo.
      * Update: Consulta direta pelo nome completo via chave alternativa
      *         NM-CONTATO, sem varredura sequencial.
      * Update: Consulta direta pelo CPF via chave alternativa
      *         CPF-CHAVE; CPF exibido na ficha do contato.
      * Update: Telefone, nascimento, endereco e CPF exibidos com a
      *         mascara da politica do perfil do operador (MASCDAD).
      * Update: Historico de comunicacoes do contato (cartas, e-mails
      *         e SMS da fila COMFILA.DAT, com a situacao de entrega).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCTT.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.


               RECORD KEY IS PC-CHAVE
               FILE STATUS IS WS-FS-PC.

               SELECT COMFILA ASSIGN TO WS-COMFILA-PATH
      *>          FILA DE COMUNICACAO (VER COMFILA/COMDESP): CHAVE
      *>          ALTERNATIVA CF-ID-CONTATO P/ O HISTORICO DO CONTATO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               ALTERNATE RECORD KEY IS CF-ID-CONTATO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD PJCONTAT.
       COPY FD_PJCONT.

       FD COMFILA.
       COPY FD_COMFILA.


       WORKING-STORAGE SECTION.

       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-VER-AGENDA        PIC X VALUE SPACES.
       77 WS-VER-CONSENT       PIC X VALUE SPACES.
       77 WS-VER-HISTORICO     PIC X VALUE SPACES.

      *> Historico de comunicacoes do contato (COMFILA.DAT).
       77 WS-FS-FIL            PIC 99.
           88 FS-FIL-OK        VALUE 0.
       77 ES-FIM-FIL           PIC X.
           88 FIM-FIL          VALUE "S" FALSE "N".
       77 WS-QTD-HIST          PIC 9(04) VALUE ZEROS.
       77 WS-DESC-CANAL        PIC X(06) VALUE SPACES.
       77 WS-DESC-STATUS       PIC X(10) VALUE SPACES.

      *> Complemento PJ e pessoas de contato exibidos na consulta.
       77 WS-FS-PJ             PIC 99.
       77 WS-TOT-GRAVADOS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REJEITADOS    PIC 9(04) VALUE ZEROS.

      *> Mascaramento de dados pessoais pelo perfil (ver MASCDAD).
       COPY WS_MASCARA.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *>      ID do operador logado: define a politica de mascaramento.
           03 LK-OPERADOR      PIC X(10).


       PROCEDURE DIVISION USING LK-COM-AREA.
           DISPLAY"***CONSULTA DE CONTATOS***".
           PERFORM P100-RESOLVE-PATH.

           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO

           SET EXIT-OK     TO FALSE.

           PERFORM P300-CONSULTA THRU P300-FIM UNTIL EXIT-OK
           ADD 1 TO WS-TOT-LIDOS

           DISPLAY "CONSULTAR POR: <1> CODIGO  <2> NOME (PARCIAL)  "
                   "<3> NOME (EXATO, CHAVE ALTERNATIVA)  <4> CPF"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                   PERFORM P320-CONSULTA-NOME
               WHEN "3"
                   PERFORM P315-CONSULTA-NOME-EXATO
               WHEN "4"
                   PERFORM P317-CONSULTA-CPF
               WHEN OTHER
                   PERFORM P310-CONSULTA-CODIGO
           END-EVALUATE
               CLOSE CONTATOS
           .

       P317-CONSULTA-CPF.
      *> Leitura direta pela chave alternativa CPF-CHAVE: com CPF
      *> informado o complemento e sempre ZEROS (ver FD_CONTT.cpy),
      *> entao o CPF leva a no maximo um contato.
           DISPLAY "INFORME O CPF (11 DIGITOS, SO NUMEROS): "
           ACCEPT WS-CPF-CONTATO

           OPEN INPUT CONTATOS
              IF FS-OK THEN
                  MOVE WS-CPF-CONTATO TO CPF-CONTATO
                  MOVE ZEROS          TO CPF-COMPL
                  READ CONTATOS INTO WS-REGISTRO
                      KEY IS CPF-CHAVE
                      INVALID KEY
                          DISPLAY "NENHUM CONTATO ENCONTRADO COM ESSE "
                                  "CPF"
                          ADD 1 TO WS-TOT-REJEITADOS
                      NOT INVALID KEY
                          ADD 1 TO WS-TOT-GRAVADOS
                          PERFORM P330-EXIBE-CONTATO
                  END-READ
               ELSE
                   DISPLAY "Erro ao abrir arquivo de contatos."
                   DISPLAY "FILE STATUS: " WS-FS
                   ADD 1 TO WS-TOT-REJEITADOS
               END-IF

               CLOSE CONTATOS
           .

       P320-CONSULTA-NOME.
      *> Varre o arquivo inteiro procurando o trecho digitado dentro
      *> do primeiro ou do segundo nome, e lista todas as ocorrencias.
           .

       P330-EXIBE-CONTATO.
           MOVE "A" TO WS-MC-OPERACAO
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           DISPLAY WS-ID-CONTATO ' - '
                   WS-NM-PRIMEIRO-NOME ' '
                   WS-NM-SEGUNDO-NOME
                   WS-PROFISSAO-CONTATO
           DISPLAY "GRUPO: " WS-GP-CONTATO " FILIAL: "
                   WS-CD-FILIAL-CONTATO
           IF MC-TEM-NASC THEN
               DISPLAY "NASCIMENTO: " WS-DT-NASCIMENTO
           END-IF
           IF MC-TEM-CPF THEN
               DISPLAY "CPF: " WS-CPF-CONTATO
           END-IF

      *>   Contato PJ: o complemento sai com CNPJ, razao social e
      *>   as pessoas de contato da empresa.
               CALL "CONSENT" USING LK-COM-AREA
               CANCEL "CONSENT"
           END-IF

      *>   Cartas, e-mails e SMS ja enviados ao contato pela fila de
      *>   comunicacao, com a situacao de entrega (ver COMDESP).
           DISPLAY "VER HISTORICO DE COMUNICACOES? (S/N): "
           ACCEPT WS-VER-HISTORICO
           IF WS-VER-HISTORICO EQUAL "S" OR "s" THEN
               PERFORM P350-HISTORICO-COMUNIC
           END-IF
           .

       P340-EXIBE-PJ.
           END-IF
           .

       P350-HISTORICO-COMUNIC.
           SET FIM-FIL   TO FALSE
           SET FS-FIL-OK TO TRUE
           MOVE ZEROS    TO WS-QTD-HIST

           OPEN INPUT COMFILA
           IF NOT FS-FIL-OK THEN
               SET FIM-FIL TO TRUE
           ELSE
               MOVE WS-ID-CONTATO TO CF-ID-CONTATO
               START COMFILA KEY IS EQUAL CF-ID-CONTATO
                   INVALID KEY
                       SET FIM-FIL TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-FIL
               READ COMFILA NEXT RECORD
                   AT END
                       SET FIM-FIL TO TRUE
                   NOT AT END
                       IF CF-ID-CONTATO NOT EQUAL WS-ID-CONTATO THEN
                           SET FIM-FIL TO TRUE
                       ELSE
                           PERFORM P355-EXIBE-COMUNICACAO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-FIL-OK THEN
               CLOSE COMFILA
           END-IF
           IF WS-QTD-HIST EQUAL ZEROS THEN
               DISPLAY "NENHUMA COMUNICACAO REGISTRADA PARA O CONTATO."
           ELSE
               DISPLAY WS-QTD-HIST " COMUNICACAO(OES) NO HISTORICO."
           END-IF
           .

       P355-EXIBE-COMUNICACAO.
           ADD 1 TO WS-QTD-HIST
           EVALUATE TRUE
               WHEN CF-CARTA
                   MOVE "CARTA"  TO WS-DESC-CANAL
               WHEN CF-EMAIL
                   MOVE "E-MAIL" TO WS-DESC-CANAL
               WHEN OTHER
                   MOVE "SMS"    TO WS-DESC-CANAL
           END-EVALUATE
           EVALUATE TRUE
               WHEN CF-PENDENTE
                   MOVE "PENDENTE"   TO WS-DESC-STATUS
               WHEN CF-DESPACHADA
                   MOVE "DESPACHADA" TO WS-DESC-STATUS
               WHEN CF-ENTREGUE
                   MOVE "ENTREGUE"   TO WS-DESC-STATUS
               WHEN OTHER
                   MOVE "FALHOU"     TO WS-DESC-STATUS
           END-EVALUATE
           DISPLAY "  " CF-DT-GERACAO " " CF-ORIGEM " "
                   WS-DESC-CANAL " " WS-DESC-STATUS " REF: "
                   CF-REFERENCIA
           DISPLAY "      " CF-ASSUNTO
           IF CF-DT-DESPACHO > ZEROS THEN
               DISPLAY "      DESPACHO: " CF-DT-DESPACHO
                       " EXECUCAO: " CF-RUN-DESPACHO
           END-IF
           IF CF-DT-RETORNO > ZEROS OR
              CF-MOTIVO NOT EQUAL SPACES THEN
               DISPLAY "      RETORNO: " CF-DT-RETORNO " "
                       CF-MOTIVO
           END-IF
           .

       COPY P-RESOLVE-PATH.

       P900-FIM.
