      * Update: Controle quatro-olhos: operador sem perfil de
      *         administrador grava a inativacao na fila PENDAPRV.DAT
      *         para revisao em APRCNTT, em vez de aplicar direto.
      * Update: Imagem posterior de cada gravacao, alteracao e
      *         exclusao no jornal do mestre (ver BKPCNTT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELCNTT.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTLOG ASSIGN TO WS-CONTLOG-PATH
               RECORD KEY IS PD-SEQ
               FILE STATUS IS WS-FS-PND.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.


       DATA DIVISION.
       FILE SECTION.
       COPY FD_PENDAPRV.


       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
      *> da inativacao, para o administrador comparar em APRCNTT.
       77 WS-FS-PND            PIC 99.
           88 FS-PND-OK        VALUE 0.
       77 WS-REG-ANTES         PIC X(208) VALUE SPACES.
       77 WS-PD-PROX-SEQ       PIC 9(05) VALUE ZEROS.
       77 WS-PD-DATA           PIC 9(08) VALUE ZEROS.


      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY"***DELETAR CONTATOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "DELCNTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           SET EXIT-OK     TO FALSE.
                               INVALID KEY
                                   DISPLAY "ERRO AO EXCLUIR CONTATO"
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-CONTATOS TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   DISPLAY "CONTATO EXCLUIDO!"
                                   MOVE "EXCLUSAO"   TO WS-LOG-OPERACAO
                                   MOVE "ATIVO"   TO WS-LOG-VALOR-ANTIGO
           ADD 1 TO WS-PD-PROX-SEQ
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
