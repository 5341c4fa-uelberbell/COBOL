               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTLOG ASSIGN TO WS-CONTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.


       DATA DIVISION.
       FILE SECTION.
       COPY FD_CONTLOG.


       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
       77 WS-CONFIRM           PIC X VALUE SPACES.


      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY"***REATIVAR CONTATO***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "REATCNTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           SET EXIT-OK     TO FALSE.
                               INVALID KEY
                                   DISPLAY "ERRO AO REATIVAR CONTATO"
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-CONTATOS TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   DISPLAY "CONTATO REATIVADO!"
                                   MOVE "REATIVA"  TO WS-LOG-OPERACAO
                                   MOVE "INATIVO"
           .
       P300-FIM.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
