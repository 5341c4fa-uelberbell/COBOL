      *         TELEFONE-CONTATO DIRETO, SEM VARREDURA; COM DDD+NUMERO
      *         OU SO O SUFIXO DE 4 DIGITOS VARRE O ARQUIVO TOLERANDO
      *         BUSCA PARCIAL, COMO A CONSULTA POR NOME DE CONSCTT.
      *         O TELEFONE ACHADO E EXIBIDO COM A MASCARA DA POLITICA
      *         DO PERFIL DO OPERADOR (VER MASCDAD). ALEM DO
      *         TELEFONE DO CADASTRO, PROCURA TAMBEM NOS TELEFONES
      *         ADICIONAIS DE CANAIS.DAT (VER CANCNTT) E, PELA OPCAO
      *         4, ACHA O CONTATO PELO E-MAIL; O TELEFONE OU E-MAIL
      *         ADICIONAL SAI MASCARADO PELA MESMA REGRA DO TELEFONE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CANAIS ASSIGN TO WS-CANAIS-PATH
      *>          TELEFONES E E-MAILS ADICIONAIS (VER CANCNTT): CHAVE
      *>          ALTERNATIVA CN-ENDERECO P/ NUMERO COMPLETO E E-MAIL,
      *>          SEQUENCIAL P/ BUSCA PARCIAL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-ENDERECO WITH DUPLICATES
               FILE STATUS IS WS-FS-CAN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       COPY FD_CONTT.

       FD CANAIS.
       COPY FD_CANAL.

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-CAN            PIC 99.
           88 FS-CAN-OK        VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-BUSCA-SUFIXO      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ENCONTRADOS   PIC 9(03) VALUE ZEROS.

      *> Numero completo ou e-mail procurado na chave alternativa
      *> CN-ENDERECO de CANAIS.DAT.
       01 WS-BUSCA-ENDERECO        PIC X(60) VALUE SPACES.
       01 FILLER REDEFINES WS-BUSCA-ENDERECO.
           03 WS-BUSCA-FONE.
               05 WS-BUSCA-FONE-PAIS   PIC 99.
               05 WS-BUSCA-FONE-DDD    PIC 99.
               05 WS-BUSCA-FONE-PREF   PIC 9(04).
               05 WS-BUSCA-FONE-SUF    PIC 9(04).
           03 FILLER                   PIC X(48).

      *> Canal adicional achado, como sera exibido (mascarado pela
      *> politica do telefone).
       01 WS-CANAL-EXIBE           PIC X(60) VALUE SPACES.
       01 FILLER REDEFINES WS-CANAL-EXIBE.
           03 WS-EXIBE-PAIS            PIC XX.
           03 WS-EXIBE-DDD             PIC XX.
           03 WS-EXIBE-PREFIXO         PIC X(04).
           03 WS-EXIBE-SUFIXO          PIC X(04).
           03 FILLER                   PIC X(48).
       77 WS-EMAIL-LOCAL       PIC X(60) VALUE SPACES.
       77 WS-EMAIL-DOMINIO     PIC X(60) VALUE SPACES.
       77 WS-DESC-TIPO         PIC X(11) VALUE SPACES.

      *> Totais para o rodape padrao de fim de execucao.
       77 WS-TOT-LIDOS         PIC 9(04) VALUE ZEROS.
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
       MAIN-PROCEDURE.
           DISPLAY"***BUSCA DE CONTATOS POR TELEFONE***".
           PERFORM P100-RESOLVE-PATH.

           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO

           SET EXIT-OK     TO FALSE.
           PERFORM P300-BUSCA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.
           DISPLAY "BUSCAR POR: <1> NUMERO COMPLETO (DDI+DDD+NUMERO, "
                   "CHAVE ALTERNATIVA)"
           DISPLAY "            <2> DDD + NUMERO  <3> SO O SUFIXO "
                   "(4 DIGITOS)  <4> E-MAIL"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                   PERFORM P320-BUSCA-DDD-NUMERO
               WHEN "3"
                   PERFORM P330-BUSCA-SUFIXO
               WHEN "4"
                   PERFORM P370-BUSCA-EMAIL
               WHEN OTHER
                   MOVE "1" TO WS-OPCAO
                   PERFORM P310-BUSCA-DIRETA
           END-EVALUATE
      *>   Os mesmos criterios nos telefones e e-mails adicionais.
           SET EOF-OK TO FALSE
           PERFORM P350-BUSCA-CANAIS

           IF WS-QTD-ENCONTRADOS EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO ENCONTRADO COM ESSE TELEFONE"
           .

       P340-EXIBE-CONTATO.

           MOVE "A" TO WS-MC-OPERACAO
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           DISPLAY WS-ID-CONTATO " - " WS-NM-PRIMEIRO-NOME " "
                   WS-NM-SEGUNDO-NOME " (" WS-ST-CONTATO ")"
           DISPLAY "  TELEFONE: (" WS-TL-PAIS ") " WS-TL-DDD " "
           DISPLAY "  " WS-EN-CIDADE "/" WS-EN-UF
           .

       P350-BUSCA-CANAIS.
      *> Numero completo e e-mail vao direto pela chave alternativa
      *> CN-ENDERECO; DDD+numero e sufixo varrem CANAIS.DAT. O
      *> telefone principal dos canais e o proprio telefone do
      *> cadastro, ja achado acima, e fica de fora.
           IF WS-OPCAO EQUAL "1" THEN
               MOVE SPACES           TO WS-BUSCA-ENDERECO
               MOVE WS-BUSCA-PAIS    TO WS-BUSCA-FONE-PAIS
               MOVE WS-BUSCA-DDD     TO WS-BUSCA-FONE-DDD
               MOVE WS-BUSCA-PREFIXO TO WS-BUSCA-FONE-PREF
               MOVE WS-BUSCA-SUFIXO  TO WS-BUSCA-FONE-SUF
           END-IF

           SET FS-CAN-OK TO TRUE
           OPEN INPUT CANAIS
           IF FS-CAN-OK THEN
               SET FS-OK TO TRUE
               OPEN INPUT CONTATOS
               IF WS-OPCAO EQUAL "1" OR WS-OPCAO EQUAL "4" THEN
                   MOVE WS-BUSCA-ENDERECO TO CN-ENDERECO
                   START CANAIS KEY IS EQUAL CN-ENDERECO
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
               END-IF
               PERFORM UNTIL EOF-OK
                   READ CANAIS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF (WS-OPCAO EQUAL "1" OR
                               WS-OPCAO EQUAL "4") AND
                              CN-ENDERECO NOT EQUAL
                              WS-BUSCA-ENDERECO THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               PERFORM P355-TESTA-CANAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTATOS
               CLOSE CANAIS
           END-IF
           .

       P355-TESTA-CANAL.
           EVALUATE TRUE
               WHEN WS-OPCAO EQUAL "4"
                   IF CN-EMAIL THEN
                       PERFORM P360-EXIBE-CANAL
                   END-IF
               WHEN NOT CN-TIPO-FONE OR CN-E-PRINCIPAL
                   CONTINUE
               WHEN WS-OPCAO EQUAL "1"
                   PERFORM P360-EXIBE-CANAL
               WHEN WS-OPCAO EQUAL "2"
                   IF CN-TL-DDD EQUAL WS-BUSCA-DDD AND
                      CN-TL-PREFIXO EQUAL WS-BUSCA-PREFIXO AND
                      CN-TL-SUFIXO EQUAL WS-BUSCA-SUFIXO THEN
                       PERFORM P360-EXIBE-CANAL
                   END-IF
               WHEN WS-OPCAO EQUAL "3"
                   IF CN-TL-SUFIXO EQUAL WS-BUSCA-SUFIXO THEN
                       PERFORM P360-EXIBE-CANAL
                   END-IF
           END-EVALUATE
           .

       P360-EXIBE-CANAL.
           MOVE CN-ID-CONTATO TO ID-CONTATO
           READ CONTATOS INTO WS-REGISTRO
               KEY IS ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ENCONTRADOS
                   ADD 1 TO WS-TOT-GRAVADOS
                   PERFORM P340-EXIBE-CONTATO
                   EVALUATE TRUE
                       WHEN CN-CELULAR
                           MOVE "CELULAR"     TO WS-DESC-TIPO
                       WHEN CN-RESIDENCIAL
                           MOVE "RESIDENCIAL" TO WS-DESC-TIPO
                       WHEN CN-TRABALHO
                           MOVE "TRABALHO"    TO WS-DESC-TIPO
                       WHEN OTHER
                           MOVE "E-MAIL"      TO WS-DESC-TIPO
                   END-EVALUATE
                   MOVE CN-ENDERECO TO WS-CANAL-EXIBE
                   IF CN-EMAIL THEN
                       IF NOT MC-FONE-CLARO THEN
                           MOVE SPACES TO WS-EMAIL-LOCAL
                           MOVE SPACES TO WS-EMAIL-DOMINIO
                           UNSTRING CN-ENDERECO DELIMITED BY "@"
                               INTO WS-EMAIL-LOCAL WS-EMAIL-DOMINIO
                           END-UNSTRING
                           MOVE SPACES TO WS-CANAL-EXIBE
                           STRING WS-EMAIL-LOCAL(1:1)
                                      DELIMITED BY SIZE
                                  "***@" DELIMITED BY SIZE
                                  WS-EMAIL-DOMINIO DELIMITED BY SPACE
                                  INTO WS-CANAL-EXIBE
                           END-STRING
                       END-IF
                       DISPLAY "  ACHADO NO " WS-DESC-TIPO ": "
                               FUNCTION TRIM(WS-CANAL-EXIBE)
                   ELSE
                       IF NOT MC-FONE-CLARO THEN
                           MOVE "******" TO WS-CANAL-EXIBE(5:6)
                       END-IF
                       DISPLAY "  ACHADO NO TELEFONE " WS-DESC-TIPO
                               ": (" WS-EXIBE-PAIS ") " WS-EXIBE-DDD
                               " " WS-EXIBE-PREFIXO "-"
                               WS-EXIBE-SUFIXO
                   END-IF
           END-READ
           .

       P370-BUSCA-EMAIL.
      *> Os e-mails ficam so em CANAIS.DAT, gravados em minusculas
      *> (ver CANCNTT): a busca em si e feita por P350.
           DISPLAY "E-MAIL: "
           ACCEPT WS-BUSCA-ENDERECO
           INSPECT WS-BUSCA-ENDERECO CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           .

       COPY P-RESOLVE-PATH.

       P900-FIM.
