      *         RESTAURACAO LOGADA EM CONTLOG.DAT E O TOTAL DE
      *         CONTROLE REINCREMENTADO PARA RECONCTT CONTINUAR
      *         BATENDO.
      * Update: Telefone, endereco, nascimento e CPF do arquivado
      *         saem na tela com a mascara da politica do perfil do
      *         operador (MASCDAD); a restauracao grava o registro
      *         original, sem mascara.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTARQ ASSIGN TO WS-CONTARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       COPY FD_CONTT.

       FD CONTARQ.
       01 WS-LINHA-ARQ             PIC X(208).

       FD CONTLOG.
       COPY FD_CONTLOG.
       FD CONTROLE.
       COPY FD_CONTROLE.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
       77 WS-ACHOU             PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ENCONTRADOS   PIC 9(03) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

      *> Mascaramento de dados pessoais pelo perfil (ver MASCDAD). A
      *> mascara e aplicada sobre WS-REGISTRO so para a exibicao: o
      *> registro arquivado fica guardado para a restauracao.
       COPY WS_MASCARA.
       01 WS-REGISTRO-ARQ          PIC X(208) VALUE SPACES.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY"***CONSULTA AO ARQUIVO MORTO DE CONTATOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "ARQCONS" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO

           SET EXIT-OK     TO FALSE.
           PERFORM P300-CONSULTA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-ARQ TO WS-REGISTRO
      *>                       Linha arquivada antes do CPF: chega
      *>                       com brancos, entra sem CPF.
                               IF WS-CPF-CHAVE IS NOT NUMERIC THEN
                                   MOVE ZEROS TO WS-CPF-CONTATO
                                   MOVE WS-ID-CONTATO TO WS-CPF-COMPL
                               END-IF
                               PERFORM P320-TESTA-REGISTRO
                       END-READ
                   END-PERFORM
           .

       P330-EXIBE-ARQUIVADO.
           MOVE WS-REGISTRO TO WS-REGISTRO-ARQ
           MOVE "A" TO WS-MC-OPERACAO
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           DISPLAY "----------------------------------------"
           DISPLAY "ARQUIVADO: " WS-ID-CONTATO " - "
                   WS-NM-PRIMEIRO-NOME " " WS-NM-SEGUNDO-NOME
           DISPLAY "NACIONALIDADE: " WS-NACIONALIDADE-CONTATO
           DISPLAY "PROFISSAO: " WS-PROFISSAO-CONTATO
           DISPLAY "GRUPO: " WS-GP-CONTATO " STATUS: " WS-ST-CONTATO
           DISPLAY "CPF: " WS-CPF-CONTATO
           MOVE WS-REGISTRO-ARQ TO WS-REGISTRO
           .

       P340-RESTAURA-CONTATO.
                   MOVE WS-REGISTRO TO REG-CONTATOS
                   WRITE REG-CONTATOS
                       INVALID KEY
                           DISPLAY "ID " WS-ID-CONTATO " OU O CPF JA "
                                   "EXISTE EM CONTATOS.DAT - "
                                   "RESTAURACAO NAO REALIZADA"
                       NOT INVALID KEY
                           MOVE "W" TO JR-OPERACAO
                           MOVE REG-CONTATOS TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           DISPLAY "CONTATO RESTAURADO COMO ATIVO!"
                           MOVE "RESTAURA"    TO WS-LOG-OPERACAO
                           MOVE "ARQUIVADO"   TO WS-LOG-VALOR-ANTIGO
               CLOSE CONTROLE
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
