      * Update: Controle quatro-olhos: operador sem perfil de
      *         administrador grava a alteracao na fila PENDAPRV.DAT
      *         para revisao em APRCNTT, em vez de aplicar direto.
      * Update: CPF do contato na tela de alteracao, com digitos
      *         verificadores conferidos e unicidade pela chave
      *         alternada CPF-CHAVE.
      * Update: Imagem posterior de cada gravacao, alteracao e
      *         exclusao no jornal do mestre (ver BKPCNTT).
      * Update: Manutencao dos telefones e e-mails adicionais do
      *         contato (CANCNTT, CANAIS.DAT) ao fim da alteracao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTCONTT.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTLOG ASSIGN TO WS-CONTLOG-PATH
               RECORD KEY IS ED-ID-CONTATO
               FILE STATUS IS WS-FS-END.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.


       DATA DIVISION.
       FILE SECTION.
       COPY FD_PJUR.


       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-CONFIRM           PIC X VALUE SPACES.
      *> Contato lido nesta passada: libera a manutencao dos
      *> telefones e e-mails adicionais (CANCNTT).
       77 WS-LIDO              PIC X VALUE "N".
           88 CONTATO-LIDO     VALUE "S" FALSE "N".
       77 WS-VER-CANAIS        PIC X VALUE SPACES.
       77 WS-ID-CANAIS         PIC 9(05) VALUE ZEROS.

      *> Validacao do grupo informado contra GRUPOS.DAT.
       77 WS-FS-GRP            PIC 99.
      *> das digitacoes, para o administrador comparar em APRCNTT.
       77 WS-FS-PND            PIC 99.
           88 FS-PND-OK        VALUE 0.
       77 WS-REG-ANTES         PIC X(208) VALUE SPACES.
       77 WS-PD-PROX-SEQ       PIC 9(05) VALUE ZEROS.
       77 WS-PD-DATA           PIC 9(08) VALUE ZEROS.

           88 FIM-PJ           VALUE "S" FALSE "N".
       COPY WS_CNPJ.

      *> Critica do CPF alterado (mesma de CADCONTT): digito
      *> verificador e unicidade pela chave CPF-CHAVE.
       COPY WS_CPF.
       77 WS-CPF-FORM          PIC X VALUE "S".
           88 CPF-FORM-OK      VALUE "S" FALSE "N".
       77 WS-CPF-MSG           PIC X(60) VALUE SPACES.
       77 WS-ID-CPF-DONO       PIC 9(05) VALUE ZEROS.
       77 WS-CPF-ANTES         PIC 9(11) VALUE ZEROS.

      *> Totais para o rodape padrao de fim de execucao.
       77 WS-TOT-LIDOS         PIC 9(04) VALUE ZEROS.
       77 WS-TOT-GRAVADOS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REJEITADOS    PIC 9(04) VALUE ZEROS.


      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           05 LINE 16 COLUMN 5  VALUE "NASCIMENTO....:".
           05 LINE 16 COLUMN 21 PIC 9(08) USING WS-DT-NASCIMENTO.
           05 LINE 16 COLUMN 31 VALUE "(AAAAMMDD, 0=NAO INFORMADO)".
           05 LINE 17 COLUMN 5  VALUE "CPF...........:".
           05 LINE 17 COLUMN 21 PIC 9(11) USING WS-CPF-CONTATO.
           05 LINE 17 COLUMN 34 VALUE "(0=NAO INFORMADO)".
           05 LINE 18 COLUMN 5  PIC X(60) FROM WS-TELA-MSG.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY"***ALTERAR DE CONTATOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "ALTCONTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           SET EXIT-OK     TO FALSE.


           MOVE SPACES     TO WS-CONFIRM
           SET CONTATO-LIDO TO FALSE

           OPEN I-O CONTATOS
           ADD 1 TO WS-TOT-LIDOS
                           DISPLAY "CONTATO NAO EXISTE"
                           ADD 1 TO WS-TOT-REJEITADOS
                       NOT INVALID KEY
                           SET CONTATO-LIDO   TO TRUE
                           MOVE WS-ID-CONTATO TO WS-ID-CANAIS
                           MOVE WS-NM-CONTATO TO WS-LOG-VALOR-ANTIGO
                           MOVE WS-REGISTRO   TO WS-REG-ANTES
                           MOVE WS-ENDERECO-CONTATO TO WS-END-ANTES
                           MOVE WS-CPF-CONTATO TO WS-CPF-ANTES
      *>                   Captura em tela cheia, com os valores
      *>                   atuais do contato ja preenchidos no
      *>                   formulario e a critica exibida na propria
                           MOVE SPACES TO WS-TELA-MSG
                           PERFORM P305-CAPTURA-TELA
                           PERFORM UNTIL VALIDA-OK AND GRUPO-OK
                                     AND NASC-OK AND CPF-FORM-OK
                               PERFORM P305-CAPTURA-TELA
                           END-PERFORM
                           PERFORM P314-MONTA-CHAVE-CPF

                           DISPLAY "TECLE: "
                                   "<S> PARA CONFIRMAR OU <QUALQUER TEC"
                           MOVE WS-REGISTRO        TO REG-CONTATOS
                           REWRITE REG-CONTATOS
                               INVALID KEY
      *>                           22: o CPF digitado entrou em outro
      *>                           contato depois da critica.
                                   IF WS-FS EQUAL 22 THEN
                                       DISPLAY "CPF JA CADASTRADO EM "
                                               "OUTRO CONTATO"
                                   ELSE
                                       DISPLAY
                                          "ERRO AO ATUALIZAR CONTATO"
                                   END-IF
                                   ADD 1 TO WS-TOT-REJEITADOS
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-CONTATOS TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   DISPLAY
                                      "CONTATO ATUALIZADO COM SUECESSO!"
                                   ADD 1 TO WS-TOT-GRAVADOS
               UNLOCK CONTATOS
               CLOSE CONTATOS

      *>   Telefones e e-mails do contato, depois de soltar a trava:
      *>   CANCNTT pode regravar o telefone principal do cadastro.
           IF CONTATO-LIDO THEN
               DISPLAY "MANTER OUTROS TELEFONES E E-MAILS DO "
                       "CONTATO? (S/N): "
               ACCEPT WS-VER-CANAIS
               IF WS-VER-CANAIS EQUAL "S" OR "s" THEN
                   CALL "CANCNTT" USING LK-COM-AREA WS-ID-CANAIS
                   CANCEL "CANCNTT"
               END-IF
           END-IF

            DISPLAY
               "Tecle: "
               "<Qualquer tecla> para continuar, ou <f> para finalizar"
           PERFORM P320-VALIDA-CADASTRO
           PERFORM P330-VALIDA-GRUPO
           PERFORM P306-VALIDA-NASCIMENTO
           PERFORM P308-VALIDA-CPF

           IF NOT VALIDA-OK THEN
               MOVE WS-VALIDA-MSG TO WS-TELA-MSG
                       MOVE "DATA DE NASCIMENTO INVALIDA OU FUTURA"
                           TO WS-TELA-MSG
                   ELSE
                       IF NOT CPF-FORM-OK THEN
                           MOVE WS-CPF-MSG TO WS-TELA-MSG
                       ELSE
                           MOVE SPACES TO WS-TELA-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           .

       P308-VALIDA-CPF.
      *> ZEROS = nao informado (aceita); informado tem de fechar os
      *> digitos verificadores e, se mudou, nao pode pertencer a
      *> outro contato (leitura direta pela chave alternada, com o
      *> complemento ZEROS - ver FD_CONTT.cpy).
           SET CPF-FORM-OK TO TRUE
           MOVE SPACES     TO WS-CPF-MSG

           IF WS-CPF-CONTATO NOT EQUAL ZEROS THEN
               MOVE WS-CPF-CONTATO TO WS-CPF-NUM
               PERFORM P375-VALIDA-CPF
               IF NOT CPF-OK THEN
                   SET CPF-FORM-OK TO FALSE
                   MOVE "CPF INVALIDO (DIGITO VERIFICADOR NAO CONFERE)"
                       TO WS-CPF-MSG
               ELSE
                   IF WS-CPF-CONTATO NOT EQUAL WS-CPF-ANTES THEN
                       MOVE WS-CPF-CONTATO TO CPF-CONTATO
                       MOVE ZEROS          TO CPF-COMPL
                       READ CONTATOS
                           KEY IS CPF-CHAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ID-CONTATO NOT EQUAL WS-ID-CONTATO
                                   SET CPF-FORM-OK TO FALSE
                                   MOVE ID-CONTATO TO WS-ID-CPF-DONO
                                   STRING "CPF JA CADASTRADO NO "
                                          "CONTATO "
                                          DELIMITED BY SIZE
                                          WS-ID-CPF-DONO
                                          DELIMITED BY SIZE
                                          INTO WS-CPF-MSG
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF
           .

       P314-MONTA-CHAVE-CPF.
      *> Complemento da chave alternada: ZEROS com CPF, o proprio ID
      *> sem CPF (ver FD_CONTT.cpy).
           IF WS-CPF-CONTATO EQUAL ZEROS THEN
               MOVE WS-ID-CONTATO TO WS-CPF-COMPL
           ELSE
               MOVE ZEROS         TO WS-CPF-COMPL
           END-IF
           .

       P400-GRAVA-PENDENCIA.
      *> Grava a intencao de mudanca (registro antes/depois) na fila
      *> de aprovacao, com o proximo sequencial livre.

       COPY P-VALIDA-CNPJ.

       COPY P-VALIDA-CPF.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
