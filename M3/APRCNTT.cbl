               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT PENDAPRV ASSIGN TO WS-PENDAPRV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD CONTLOG.
       COPY FD_CONTLOG.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

      *> Areas de exibicao do antes/depois da pendencia, no mesmo
      *> desenho de WS-REGISTRO.
       01 WS-REG-ANTES             PIC X(208) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-ANTES.
           03 WS-ANT-ID                PIC 9(05).
           03 WS-ANT-NOME              PIC X(40).
           03 WS-ANT-PROFISSAO         PIC X(20).
           03 WS-ANT-STATUS            PIC X.
           03 WS-ANT-GRUPO             PIC 9(02).
           03 FILLER                   PIC X(38).
           03 WS-ANT-CPF               PIC 9(11).
           03 FILLER                   PIC X(05).

       77 WS-TOT-PENDENTES     PIC 9(04) VALUE ZEROS.
       77 WS-TOT-APROVADAS     PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REJEITADAS    PIC 9(04) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY"***FILA DE APROVACAO DE MUDANCAS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "APRCNTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           PERFORM P300-REVISA-FILA
           DISPLAY "      -> " WS-PROFISSAO-CONTATO
           DISPLAY "STATUS:  " WS-ANT-STATUS " -> " WS-ST-CONTATO
           DISPLAY "GRUPO:   " WS-ANT-GRUPO " -> " WS-GP-CONTATO
           DISPLAY "CPF:     " WS-ANT-CPF " -> " WS-CPF-CONTATO
           DISPLAY "TECLE: <A> APROVAR  <R> REJEITAR  "
                   "<QUALQUER TECLA> DEIXAR PENDENTE"
           ACCEPT WS-DECISAO
                       MOVE WS-REGISTRO TO REG-CONTATOS
                       REWRITE REG-CONTATOS
                           INVALID KEY
      *>                       22: o CPF pedido ja entrou em outro
      *>                       contato enquanto a pendencia esperava.
                               IF WS-FS EQUAL 22 THEN
                                   DISPLAY "CPF JA CADASTRADO EM OUTRO "
                                           "CONTATO - PENDENCIA NAO "
                                           "APLICADA"
                               ELSE
                                   DISPLAY "ERRO AO APLICAR A PENDENCIA"
                               END-IF
                           NOT INVALID KEY
                               MOVE "R" TO JR-OPERACAO
                               MOVE REG-CONTATOS TO JR-IMAGEM
                               PERFORM P785-GRAVA-JORNAL
                               ADD 1 TO WS-TOT-APROVADAS
                               IF PD-TIPO EQUAL "D" THEN
                                   MOVE "EXCLUSAO" TO WS-LOG-OPERACAO
           DISPLAY "PENDENCIA " PD-SEQ " REJEITADA"
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
