      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:TELEFONES E E-MAILS DO CONTATO (CANAIS.DAT): UM
      *         CONTATO PODE TER VARIOS TELEFONES (CELULAR, RESIDENCIAL,
      *         TRABALHO) E E-MAILS, CADA UM COM A DATA EM QUE FOI
      *         CONFIRMADO COM O CONTATO. CHAMADO POR CADCONTT DEPOIS DA
      *         INCLUSAO E POR ALTCONTT NA ALTERACAO, RECEBENDO O
      *         ID-CONTATO. O TELEFONE PRINCIPAL E SEMPRE O
      *         TELEFONE-CONTATO DO CADASTRO: NA ENTRADA O PROGRAMA
      *         ACERTA A MARCA DE PRINCIPAL PELO CADASTRO (O TELEFONE
      *         PODE TER SIDO TROCADO EM ALTCONTT OU APRCNTT) E, AO
      *         ELEGER OUTRO TELEFONE COMO PRINCIPAL, REGRAVA O
      *         CADASTRO COM JORNAL E CONTLOG. COMO A TROCA DO TELEFONE
      *         DO CADASTRO PASSA PELOS QUATRO-OLHOS EM ALTCONTT, SO O
      *         ADMINISTRADOR ELEGE O TELEFONE PRINCIPAL AQUI; O E-MAIL
      *         PRINCIPAL QUALQUER PERFIL ESCOLHE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CANAIS ASSIGN TO WS-CANAIS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M3_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-ENDERECO WITH DUPLICATES
               FILE STATUS IS WS-FS-CAN.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTLOG ASSIGN TO WS-CONTLOG-PATH
      *>          TRILHA DE AUDITORIA DOS CANAIS E DA TROCA DO
      *>          TELEFONE PRINCIPAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD CANAIS.
       COPY FD_CANAL.

       FD CONTATOS.
       COPY FD_CONTT.

       FD CONTLOG.
       COPY FD_CONTLOG.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-CAN            PIC 99.
           88 FS-CAN-OK        VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRM           PIC X VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.

       77 WS-CONTATO-OK        PIC X VALUE "N".
           88 CONTATO-VALIDO   VALUE "S" FALSE "N".
       77 WS-CANAL-OK          PIC X VALUE "N".
           88 CANAL-ACHADO     VALUE "S" FALSE "N".
       77 WS-ENDERECO-OK       PIC X VALUE "N".
           88 ENDERECO-VALIDO  VALUE "S" FALSE "N".
       77 WS-REPETIDO          PIC X VALUE "N".
           88 CANAL-REPETIDO   VALUE "S" FALSE "N".
       77 WS-FONE-NOS-CANAIS   PIC X VALUE "N".
           88 FONE-CADASTRO-ACHADO VALUE "S" FALSE "N".
       77 WS-TEM-EMAIL-PRINC   PIC X VALUE "N".
           88 TEM-EMAIL-PRINCIPAL VALUE "S" FALSE "N".
       77 WS-FONE-TROCADO      PIC X VALUE "N".
           88 FONE-TROCADO     VALUE "S" FALSE "N".

      *> O que a varredura dos canais do contato (P270) faz com cada
      *> registro lido.
       77 WS-VARREDURA         PIC X VALUE SPACES.
           88 VARRE-SINCRONIZA VALUE "S".
           88 VARRE-LISTA      VALUE "L".
           88 VARRE-REPETIDO   VALUE "D".
           88 VARRE-REBAIXA-FONE  VALUE "F".
           88 VARRE-REBAIXA-EMAIL VALUE "E".

       77 WS-SEQ-INF           PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMO-SEQ        PIC 9(02) VALUE ZEROS.
       77 WS-TIPO-INF          PIC X VALUE SPACES.
       77 WS-DESC-TIPO         PIC X(11) VALUE SPACES.
       77 WS-QTD-CANAIS        PIC 9(03) VALUE ZEROS.

      *> Endereco do canal em digitacao: o telefone nos mesmos 12
      *> digitos de TELEFONE-CONTATO ou o e-mail.
       01 WS-ENDERECO-NOVO         PIC X(60) VALUE SPACES.
       01 FILLER REDEFINES WS-ENDERECO-NOVO.
           03 WS-NOVO-FONE.
               05 WS-NOVO-PAIS         PIC 99.
               05 WS-NOVO-DDD          PIC 99.
               05 WS-NOVO-PREFIXO      PIC 9(04).
               05 WS-NOVO-SUFIXO       PIC 9(04).
           03 FILLER                   PIC X(48).

      *> Critica do e-mail (P330-VALIDA-EMAIL).
       77 WS-EMAIL-INF         PIC X(60) VALUE SPACES.
       77 WS-EMAIL-LOCAL       PIC X(60) VALUE SPACES.
       77 WS-EMAIL-DOMINIO     PIC X(60) VALUE SPACES.
       77 WS-QTD-ARROBA        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PONTO         PIC 9(02) VALUE ZEROS.
       77 WS-TAM-EMAIL         PIC 9(02) VALUE ZEROS.
       77 WS-TAM-DOMINIO       PIC 9(02) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *>      ID do operador logado em MENUCNTT, para
      *>      estampar em CONTLOG.DAT.
           03 LK-OPERADOR      PIC X(10).
      *>      Perfil do operador logado: so o administrador troca o
      *>      telefone principal do cadastro.
           03 LK-PERFIL        PIC X.
      *> Contato cujos canais serao mantidos.
       01 LK-ID-CONTATO        PIC 9(05).

       PROCEDURE DIVISION USING LK-COM-AREA LK-ID-CONTATO.
       MAIN-PROCEDURE.

           DISPLAY"***TELEFONES E E-MAILS DO CONTATO***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "CANCNTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P250-LE-CONTATO
           IF CONTATO-VALIDO THEN
               PERFORM P260-SINCRONIZA-PRINCIPAL
               SET EXIT-OK     TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           ELSE
               DISPLAY "CONTATO NAO CADASTRADO"
           END-IF
           PERFORM P900-FIM.

       P250-LE-CONTATO.
           SET CONTATO-VALIDO TO FALSE
           SET FS-OK          TO TRUE

           OPEN INPUT CONTATOS
               IF FS-OK THEN
                   MOVE LK-ID-CONTATO TO ID-CONTATO
                   READ CONTATOS INTO WS-REGISTRO
                       KEY IS ID-CONTATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CONTATO-VALIDO TO TRUE
                   END-READ
               ELSE
                   DISPLAY "Erro ao abrir arquivo de contatos."
                   DISPLAY "FILE STATUS: " WS-FS
               END-IF
               CLOSE CONTATOS
           .

       P255-ABRE-CANAIS.
           SET FS-CAN-OK TO TRUE
           OPEN I-O CANAIS
               IF WS-FS-CAN EQUAL 35 THEN
                   OPEN OUTPUT CANAIS
                   CLOSE CANAIS
                   OPEN I-O CANAIS
               END-IF
               IF NOT FS-CAN-OK THEN
                   DISPLAY "ERRO AO ABRIR CANAIS.DAT - "
                           "FILE STATUS: " WS-FS-CAN
               END-IF
           .

       P260-SINCRONIZA-PRINCIPAL.
      *> O telefone do cadastro e o principal: acerta as marcas pelos
      *> canais ja gravados e, se o telefone do cadastro ainda nao
      *> estiver entre eles, inclui-o como principal.
           SET VARRE-SINCRONIZA TO TRUE
           PERFORM P255-ABRE-CANAIS
           IF FS-CAN-OK THEN
               PERFORM P270-VARRE-CANAIS
               IF NOT FONE-CADASTRO-ACHADO AND
                  WS-TELEFONE-CONTATO NOT EQUAL ZEROS AND
                  WS-ULTIMO-SEQ LESS 99 THEN
                   DISPLAY "TELEFONE DO CADASTRO (" WS-TL-PAIS ") "
                           WS-TL-DDD " " WS-TL-PREFIXO "-"
                           WS-TL-SUFIXO " ENTRA COMO PRINCIPAL"
                   DISPLAY "TIPO (C=CELULAR R=RESIDENCIAL "
                           "T=TRABALHO): "
                   ACCEPT WS-TIPO-INF
                   MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO CN-TIPO
                   IF NOT CN-TIPO-FONE THEN
                       SET CN-CELULAR TO TRUE
                   END-IF
                   MOVE WS-ID-CONTATO    TO CN-ID-CONTATO
                   ADD 1 WS-ULTIMO-SEQ GIVING CN-SEQ
                   SET CN-E-PRINCIPAL    TO TRUE
                   MOVE ZEROS            TO CN-DT-VALIDACAO
                   MOVE SPACES           TO CN-ENDERECO
                   MOVE WS-TELEFONE-CONTATO TO CN-TL-NUMERO
                   PERFORM P230-CARIMBO-AGORA
                   MOVE WS-TS-AGORA      TO CN-DT-ALTERACAO
                   WRITE REG-CANAL
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR O TELEFONE DO "
                                   "CADASTRO NOS CANAIS"
                       NOT INVALID KEY
                           MOVE "CANAL-INC"  TO WS-LOG-OPERACAO
                           MOVE SPACES       TO WS-LOG-VALOR-ANTIGO
                           MOVE CN-ENDERECO  TO WS-LOG-VALOR-NOVO
                           PERFORM P200-GRAVA-LOG
                   END-WRITE
               END-IF
           END-IF
           CLOSE CANAIS
           .

       P270-VARRE-CANAIS.
      *> Percorre os canais do contato (CANAIS ja aberto) e entrega
      *> cada um a P275 conforme WS-VARREDURA.
           SET EOF-OK                 TO FALSE
           SET FONE-CADASTRO-ACHADO   TO FALSE
           SET TEM-EMAIL-PRINCIPAL    TO FALSE
           SET CANAL-REPETIDO         TO FALSE
           MOVE ZEROS                 TO WS-ULTIMO-SEQ
           MOVE ZEROS                 TO WS-QTD-CANAIS

           MOVE WS-ID-CONTATO TO CN-ID-CONTATO
           MOVE ZEROS         TO CN-SEQ
           START CANAIS KEY IS NOT LESS CN-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ CANAIS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CN-ID-CONTATO NOT EQUAL WS-ID-CONTATO THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-CANAIS
                           MOVE CN-SEQ TO WS-ULTIMO-SEQ
                           IF CN-EMAIL AND CN-E-PRINCIPAL THEN
                               SET TEM-EMAIL-PRINCIPAL TO TRUE
                           END-IF
                           PERFORM P275-TRATA-CANAL
                       END-IF
               END-READ
           END-PERFORM
           .

       P275-TRATA-CANAL.
           EVALUATE TRUE
               WHEN VARRE-SINCRONIZA
                   IF CN-TIPO-FONE THEN
                       IF CN-TL-NUMERO EQUAL WS-TELEFONE-CONTATO AND
                          NOT FONE-CADASTRO-ACHADO THEN
                           SET FONE-CADASTRO-ACHADO TO TRUE
                           IF NOT CN-E-PRINCIPAL THEN
                               SET CN-E-PRINCIPAL TO TRUE
                               REWRITE REG-CANAL
                           END-IF
                       ELSE
                           IF CN-E-PRINCIPAL THEN
                               SET CN-E-ADICIONAL TO TRUE
                               REWRITE REG-CANAL
                           END-IF
                       END-IF
                   END-IF
               WHEN VARRE-LISTA
                   PERFORM P315-EXIBE-CANAL
               WHEN VARRE-REPETIDO
                   IF CN-ENDERECO EQUAL WS-ENDERECO-NOVO THEN
                       SET CANAL-REPETIDO TO TRUE
                   END-IF
               WHEN VARRE-REBAIXA-FONE
                   IF CN-TIPO-FONE AND CN-E-PRINCIPAL THEN
                       SET CN-E-ADICIONAL TO TRUE
                       REWRITE REG-CANAL
                   END-IF
               WHEN VARRE-REBAIXA-EMAIL
                   IF CN-EMAIL AND CN-E-PRINCIPAL THEN
                       SET CN-E-ADICIONAL TO TRUE
                       REWRITE REG-CANAL
                   END-IF
           END-EVALUATE
           .

       P300-PROCESSA.
           PERFORM P310-LISTA

           DISPLAY "OPCOES: <1> INCLUIR  <2> CONFIRMADO COM O CONTATO"
                   "  <3> EXCLUIR"
           DISPLAY "        <4> TORNAR PRINCIPAL  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P320-INCLUI
               WHEN "2"
                   PERFORM P340-CONFIRMA
               WHEN "3"
                   PERFORM P350-EXCLUI
               WHEN "4"
                   PERFORM P360-TORNA-PRINCIPAL
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-LISTA.
           DISPLAY WS-ID-CONTATO " - " WS-NM-PRIMEIRO-NOME " "
                   WS-NM-SEGUNDO-NOME
           SET VARRE-LISTA TO TRUE
           PERFORM P255-ABRE-CANAIS
           IF FS-CAN-OK THEN
               PERFORM P270-VARRE-CANAIS
               IF WS-QTD-CANAIS EQUAL ZEROS THEN
                   DISPLAY "  NENHUM TELEFONE OU E-MAIL CADASTRADO"
               END-IF
           END-IF
           CLOSE CANAIS
           .

       P315-EXIBE-CANAL.
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

           IF CN-EMAIL THEN
               DISPLAY "  " CN-SEQ " " WS-DESC-TIPO " "
                       FUNCTION TRIM(CN-ENDERECO)
           ELSE
               DISPLAY "  " CN-SEQ " " WS-DESC-TIPO " (" CN-TL-PAIS
                       ") " CN-TL-DDD " " CN-TL-PREFIXO "-"
                       CN-TL-SUFIXO
           END-IF
           IF CN-E-PRINCIPAL THEN
               DISPLAY "     PRINCIPAL"
           END-IF
           IF CN-DT-VALIDACAO EQUAL ZEROS THEN
               DISPLAY "     NUNCA CONFIRMADO COM O CONTATO"
           ELSE
               DISPLAY "     CONFIRMADO EM " CN-DT-VALIDACAO
           END-IF
           .

       P320-INCLUI.
           SET ENDERECO-VALIDO TO FALSE
           MOVE SPACES         TO WS-ENDERECO-NOVO

           DISPLAY "TIPO (C=CELULAR R=RESIDENCIAL T=TRABALHO "
                   "E=E-MAIL): "
           ACCEPT WS-TIPO-INF
           MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO WS-TIPO-INF
           MOVE WS-TIPO-INF TO CN-TIPO

           EVALUATE TRUE
               WHEN CN-TIPO-FONE
                   DISPLAY "DDI (PAIS): "
                   ACCEPT WS-NOVO-PAIS
                   DISPLAY "DDD: "
                   ACCEPT WS-NOVO-DDD
                   DISPLAY "PREFIXO (4 DIGITOS): "
                   ACCEPT WS-NOVO-PREFIXO
                   DISPLAY "SUFIXO (4 DIGITOS): "
                   ACCEPT WS-NOVO-SUFIXO
                   IF WS-NOVO-DDD NOT EQUAL ZEROS AND
                      WS-NOVO-PREFIXO NOT EQUAL ZEROS THEN
                       SET ENDERECO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "TELEFONE INVALIDO (DDD E PREFIXO "
                               "OBRIGATORIOS)"
                   END-IF
               WHEN CN-EMAIL
                   DISPLAY "E-MAIL: "
                   ACCEPT WS-EMAIL-INF
                   PERFORM P330-VALIDA-EMAIL
                   IF ENDERECO-VALIDO THEN
                       MOVE WS-EMAIL-INF TO WS-ENDERECO-NOVO
                   ELSE
                       DISPLAY "E-MAIL INVALIDO"
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO"
           END-EVALUATE

           IF ENDERECO-VALIDO THEN
               SET VARRE-REPETIDO TO TRUE
               PERFORM P255-ABRE-CANAIS
               IF FS-CAN-OK THEN
                   PERFORM P270-VARRE-CANAIS
                   EVALUATE TRUE
                       WHEN CANAL-REPETIDO
                           DISPLAY "JA CADASTRADO PARA ESTE CONTATO"
                       WHEN WS-ULTIMO-SEQ EQUAL 99
                           DISPLAY "LIMITE DE CANAIS DO CONTATO "
                                   "ATINGIDO"
                       WHEN OTHER
                           PERFORM P325-GRAVA-CANAL
                   END-EVALUATE
               END-IF
               CLOSE CANAIS
           END-IF
           .

       P325-GRAVA-CANAL.
      *> O primeiro e-mail do contato ja entra como principal; os
      *> telefones entram como adicionais, o principal e o do
      *> cadastro.
           DISPLAY "CONFIRMADO COM O CONTATO AGORA? (S/N): "
           ACCEPT WS-CONFIRM

           MOVE WS-ID-CONTATO    TO CN-ID-CONTATO
           ADD 1 WS-ULTIMO-SEQ GIVING CN-SEQ
           MOVE WS-TIPO-INF      TO CN-TIPO
           MOVE WS-ENDERECO-NOVO TO CN-ENDERECO
           IF CN-EMAIL AND NOT TEM-EMAIL-PRINCIPAL THEN
               SET CN-E-PRINCIPAL TO TRUE
           ELSE
               SET CN-E-ADICIONAL TO TRUE
           END-IF
           IF WS-CONFIRM EQUAL "S" OR WS-CONFIRM EQUAL "s" THEN
               MOVE WS-DATA-HOJE TO CN-DT-VALIDACAO
           ELSE
               MOVE ZEROS        TO CN-DT-VALIDACAO
           END-IF
           PERFORM P230-CARIMBO-AGORA
           MOVE WS-TS-AGORA      TO CN-DT-ALTERACAO

           WRITE REG-CANAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CANAL - FILE STATUS: "
                           WS-FS-CAN
               NOT INVALID KEY
                   DISPLAY "CANAL " CN-SEQ " INCLUIDO!"
                   MOVE "CANAL-INC"  TO WS-LOG-OPERACAO
                   MOVE SPACES       TO WS-LOG-VALOR-ANTIGO
                   MOVE CN-ENDERECO  TO WS-LOG-VALOR-NOVO
                   PERFORM P200-GRAVA-LOG
           END-WRITE
           .

       P330-VALIDA-EMAIL.
      *> Critica simples: sem brancos no meio, exatamente uma arroba,
      *> algo antes dela e um dominio com ponto que nao comeca nem
      *> termina em ponto. Grava sempre em minusculas, para a busca
      *> de TELCNTT achar o e-mail do jeito que for digitado.
           SET ENDERECO-VALIDO TO FALSE
           MOVE ZEROS  TO WS-QTD-ARROBA
           MOVE ZEROS  TO WS-QTD-PONTO
           MOVE ZEROS  TO WS-TAM-EMAIL
           MOVE ZEROS  TO WS-TAM-DOMINIO
           MOVE SPACES TO WS-EMAIL-LOCAL
           MOVE SPACES TO WS-EMAIL-DOMINIO

           INSPECT WS-EMAIL-INF CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           INSPECT WS-EMAIL-INF TALLYING WS-QTD-ARROBA FOR ALL "@"
           INSPECT WS-EMAIL-INF TALLYING WS-TAM-EMAIL
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-QTD-ARROBA EQUAL 1 AND WS-TAM-EMAIL GREATER 4 AND
              WS-TAM-EMAIL LESS 60 THEN
               IF WS-EMAIL-INF(WS-TAM-EMAIL + 1:) EQUAL SPACES THEN
                   UNSTRING WS-EMAIL-INF DELIMITED BY "@"
                       INTO WS-EMAIL-LOCAL WS-EMAIL-DOMINIO
                   END-UNSTRING
                   INSPECT WS-EMAIL-DOMINIO TALLYING WS-QTD-PONTO
                       FOR ALL "."
                   INSPECT WS-EMAIL-DOMINIO TALLYING WS-TAM-DOMINIO
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-EMAIL-LOCAL NOT EQUAL SPACES AND
                      WS-QTD-PONTO GREATER ZEROS AND
                      WS-TAM-DOMINIO GREATER 2 THEN
                       IF WS-EMAIL-DOMINIO(1:1) NOT EQUAL "." AND
                          WS-EMAIL-DOMINIO(WS-TAM-DOMINIO:1)
                              NOT EQUAL "." THEN
                           SET ENDERECO-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       P340-CONFIRMA.
      *> Registra que o canal foi confirmado com o contato hoje.
           PERFORM P345-LE-CANAL
           IF CANAL-ACHADO THEN
               MOVE WS-DATA-HOJE TO CN-DT-VALIDACAO
               PERFORM P230-CARIMBO-AGORA
               MOVE WS-TS-AGORA  TO CN-DT-ALTERACAO
               REWRITE REG-CANAL
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CANAL"
                   NOT INVALID KEY
                       DISPLAY "CANAL CONFIRMADO EM " WS-DATA-HOJE
                       MOVE "CANAL-VAL"  TO WS-LOG-OPERACAO
                       MOVE SPACES       TO WS-LOG-VALOR-ANTIGO
                       MOVE CN-ENDERECO  TO WS-LOG-VALOR-NOVO
                       PERFORM P200-GRAVA-LOG
               END-REWRITE
           END-IF
           CLOSE CANAIS
           .

       P345-LE-CANAL.
      *> Pede a sequencia e le o canal do contato; CANAIS fica aberto
      *> para o chamador regravar e fechar.
           SET CANAL-ACHADO TO FALSE
           DISPLAY "SEQUENCIA DO CANAL: "
           ACCEPT WS-SEQ-INF

           PERFORM P255-ABRE-CANAIS
           IF FS-CAN-OK THEN
               MOVE WS-ID-CONTATO TO CN-ID-CONTATO
               MOVE WS-SEQ-INF    TO CN-SEQ
               READ CANAIS
                   KEY IS CN-CHAVE
                   INVALID KEY
                       DISPLAY "CANAL NAO CADASTRADO PARA O CONTATO"
                   NOT INVALID KEY
                       SET CANAL-ACHADO TO TRUE
               END-READ
           END-IF
           .

       P350-EXCLUI.
           PERFORM P345-LE-CANAL
           IF CANAL-ACHADO THEN
               IF CN-TIPO-FONE AND CN-E-PRINCIPAL THEN
                   DISPLAY "E O TELEFONE DO CADASTRO - ELEJA OUTRO "
                           "PRINCIPAL ANTES DE EXCLUIR"
               ELSE
                   DISPLAY "TECLE <S> PARA CONFIRMAR A EXCLUSAO OU "
                           "<QUALQUER TECLA> PARA CANCELAR"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL "S" THEN
                       DELETE CANAIS
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR O CANAL"
                           NOT INVALID KEY
                               DISPLAY "CANAL EXCLUIDO!"
                               MOVE "CANAL-EXC" TO WS-LOG-OPERACAO
                               MOVE CN-ENDERECO TO WS-LOG-VALOR-ANTIGO
                               MOVE SPACES      TO WS-LOG-VALOR-NOVO
                               PERFORM P200-GRAVA-LOG
                       END-DELETE
                   ELSE
                       DISPLAY "EXCLUSAO CANCELADA"
                   END-IF
               END-IF
           END-IF
           CLOSE CANAIS
           .

       P360-TORNA-PRINCIPAL.
      *> Um principal por classe: rebaixa o principal atual da mesma
      *> classe e marca o escolhido. Telefone principal e o do
      *> cadastro, entao antes regrava TELEFONE-CONTATO (P370).
           PERFORM P345-LE-CANAL
           IF CANAL-ACHADO THEN
               EVALUATE TRUE
                   WHEN CN-E-PRINCIPAL
                       DISPLAY "O CANAL JA E O PRINCIPAL"
                   WHEN CN-EMAIL
                       SET VARRE-REBAIXA-EMAIL TO TRUE
                       PERFORM P270-VARRE-CANAIS
                       PERFORM P365-MARCA-PRINCIPAL
                   WHEN LK-PERFIL NOT EQUAL "A"
                       DISPLAY "TROCA DO TELEFONE PRINCIPAL SO PELO "
                               "ADMINISTRADOR (OU VIA ALTCONTT)"
                   WHEN OTHER
                       PERFORM P370-TROCA-FONE-CADASTRO
                       IF FONE-TROCADO THEN
                           SET VARRE-REBAIXA-FONE TO TRUE
                           PERFORM P270-VARRE-CANAIS
                           PERFORM P365-MARCA-PRINCIPAL
                       END-IF
               END-EVALUATE
           END-IF
           CLOSE CANAIS
           .

       P365-MARCA-PRINCIPAL.
      *> A varredura moveu a area do registro: rele o escolhido.
           MOVE WS-ID-CONTATO TO CN-ID-CONTATO
           MOVE WS-SEQ-INF    TO CN-SEQ
           READ CANAIS
               KEY IS CN-CHAVE
               INVALID KEY
                   DISPLAY "CANAL NAO CADASTRADO PARA O CONTATO"
               NOT INVALID KEY
                   SET CN-E-PRINCIPAL TO TRUE
                   PERFORM P230-CARIMBO-AGORA
                   MOVE WS-TS-AGORA TO CN-DT-ALTERACAO
                   REWRITE REG-CANAL
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR O CANAL"
                       NOT INVALID KEY
                           DISPLAY "CANAL " CN-SEQ " AGORA E O "
                                   "PRINCIPAL"
                           MOVE "CANAL-PRIN" TO WS-LOG-OPERACAO
                           MOVE SPACES       TO WS-LOG-VALOR-ANTIGO
                           MOVE CN-ENDERECO  TO WS-LOG-VALOR-NOVO
                           PERFORM P200-GRAVA-LOG
                   END-REWRITE
           END-READ
           .

       P370-TROCA-FONE-CADASTRO.
      *> Regrava TELEFONE-CONTATO com o numero do canal escolhido,
      *> com carimbo, jornal e CONTLOG como as demais alteracoes do
      *> cadastro.
           SET FONE-TROCADO TO FALSE
           SET FS-OK        TO TRUE

           OPEN I-O CONTATOS
               IF FS-OK THEN
                   MOVE WS-ID-CONTATO TO ID-CONTATO
                   READ CONTATOS INTO WS-REGISTRO WITH LOCK
                       KEY IS ID-CONTATO
                       INVALID KEY
                           DISPLAY "CONTATO NAO EXISTE"
                       NOT INVALID KEY
                           MOVE WS-TELEFONE-CONTATO
                               TO WS-LOG-VALOR-ANTIGO
                           MOVE CN-TL-NUMERO TO WS-TELEFONE-CONTATO
                           PERFORM P230-CARIMBO-AGORA
                           MOVE WS-TS-AGORA  TO WS-DT-ALTERACAO
                           MOVE WS-REGISTRO  TO REG-CONTATOS
                           REWRITE REG-CONTATOS
                               INVALID KEY
                                   DISPLAY "ERRO AO ATUALIZAR CONTATO"
                               NOT INVALID KEY
                                   SET FONE-TROCADO TO TRUE
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-CONTATOS TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   MOVE "ALTERACAO" TO WS-LOG-OPERACAO
                                   MOVE WS-TELEFONE-CONTATO
                                       TO WS-LOG-VALOR-NOVO
                                   PERFORM P200-GRAVA-LOG
                           END-REWRITE
                   END-READ
                   IF WS-FS EQUAL 51 THEN
                       DISPLAY "CONTATO EM USO POR OUTRO "
                               "OPERADOR - TENTE NOVAMENTE"
                   END-IF
               ELSE
                   DISPLAY "Erro ao abrir arquivo de contatos."
                   DISPLAY "FILE STATUS: " WS-FS
               END-IF
               UNLOCK CONTATOS
               CLOSE CONTATOS
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.

       COPY P-CARIMBO.

       P900-FIM.

            GOBACK.
       END PROGRAM CANCNTT.
