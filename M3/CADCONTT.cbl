      *         mensagem de erro na propria tela e confirmacao antes
      *         de gravar - fim do interrogatorio rolante que fazia o
      *         operador recomecar do zero a cada erro de digitacao.
      * Update: CPF do contato pessoa fisica na tela e na carga em
      *         lote (coluna opcional ao fim da linha), com digitos
      *         verificadores conferidos e unicidade garantida pela
      *         chave alternada CPF-CHAVE.
      * Update: Imagem posterior de cada gravacao, alteracao e
      *         exclusao no jornal do mestre (ver BKPCNTT).
      * Update: Depois da inclusao oferece os telefones e e-mails
      *         adicionais do contato (CANCNTT, CANAIS.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTT. *> BOA PRATICA, TAMANHO COM 8 CARACTERS.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS. *>File Status/ Status do arquivo.

               SELECT CONTLOG ASSIGN TO WS-CONTLOG-PATH
               RECORD KEY IS CD-GRUPO
               FILE STATUS IS WS-FS-GRP.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.


       DATA DIVISION.
       FILE SECTION.
       FD LOTE-CONTATOS.
      *> REG-CONTATOS sem o ST-CONTATO (sempre gravado ATIVO) e com o
      *> GP-CONTATO ao final da linha. ID ZEROS na linha = atribuir
      *> automaticamente o proximo ID livre. O CPF (11 digitos) vem
      *> depois do grupo, na posicao 154; linhas sem ele entram sem
      *> CPF.
       01 WS-LINHA-LOTE            PIC X(164).

       FD LOTE-CKP.
       01 WS-LINHA-CKP.
       COPY FD_PJUR.


       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       *> Variavel que recebe os dados totalizados do nosso layout.
       77 WS-DUP               PIC X VALUE "N".
           88 DUP-FOUND        VALUE "S" FALSE "N".

       *> Contato incluido nesta passada: libera a manutencao dos
       *> telefones e e-mails adicionais (CANCNTT).
       77 WS-GRAVOU            PIC X VALUE "N".
           88 CONTATO-GRAVADO  VALUE "S" FALSE "N".
       77 WS-VER-CANAIS        PIC X VALUE SPACES.

       *> Modo de cadastro: interativo (um contato por vez) ou em lote
       *> a partir de CONTATOS_LOTE.TXT.
       77 WS-MODO-CADASTRO     PIC X VALUE SPACES.
           88 FIM-PJ           VALUE "S" FALSE "N".
       COPY WS_CNPJ.

      *> Critica do CPF informado: digito verificador e unicidade
      *> (CPF ja usado por outro contato, lido pela chave CPF-CHAVE).
       COPY WS_CPF.
       77 WS-CPF-FORM          PIC X VALUE "S".
           88 CPF-FORM-OK      VALUE "S" FALSE "N".
       77 WS-CPF-MSG           PIC X(60) VALUE SPACES.
       77 WS-ID-CPF-DONO       PIC 9(05) VALUE ZEROS.

      *> Validacao da data de nascimento via a sub-rotina
      *> compartilhada DATUTIL (sem 31/02 nem data futura).
       77 WS-NASC-OK           PIC X VALUE "S".
       77 WS-TOT-REJEITADOS    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-LOTE-LIDOS    PIC 9(04) VALUE ZEROS.

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

           DISPLAY"***CADASTRO DE CONTATOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "CADCONTT" TO JR-PROGRAMA
           MOVE LK-OPERADOR        TO WS-OPERADOR-ID.

           DISPLAY "MODO: <1> INTERATIVO  <2> LOTE (CONTATOS_LOTE.TXT)"
       P300-CADASTRA.
           SET EOF-OK      TO FALSE.
           SET FS-OK       TO TRUE.
           SET CONTATO-GRAVADO TO FALSE
           ADD 1 TO WS-TOT-LIDOS

      *>   O ID nao e mais digitado: e atribuido automaticamente a
           MOVE SPACES TO WS-TELA-MSG
           PERFORM P304-CAPTURA-TELA
           PERFORM UNTIL VALIDA-OK AND GRUPO-OK AND NASC-OK
                     AND CPF-FORM-OK
               PERFORM P304-CAPTURA-TELA
           END-PERFORM

           END-IF

           PERFORM P340-PROXIMO-ID
           PERFORM P314-MONTA-CHAVE-CPF

           *>Verificar se o arquivo existe.
           OPEN I-O CONTATOS *>EXTENT melhor para arquivos nao indexados...
           *>Escreva os dados no meu layout
                       WRITE REG-CONTATOS
                           INVALID KEY *>Verifica chave primaria duplicada.
                               DISPLAY "CONTATO OU CPF JA CADASTRADO"
                               ADD 1 TO WS-TOT-REJEITADOS
                           NOT INVALID KEY *>Se nao existir, cadastra.
                               MOVE "W" TO JR-OPERACAO
                               MOVE REG-CONTATOS TO JR-IMAGEM
                               PERFORM P785-GRAVA-JORNAL
                               DISPLAY "Contato gravado com sucesso "
                                       "sob o ID " WS-ID-CONTATO "!"
                               ADD 1 TO WS-TOT-GRAVADOS
                               SET CONTATO-GRAVADO TO TRUE
                               MOVE "INCLUSAO"    TO WS-LOG-OPERACAO
                               MOVE SPACES        TO WS-LOG-VALOR-ANTIGO
                               MOVE WS-NM-CONTATO TO WS-LOG-VALOR-NOVO

               CLOSE CONTATOS

      *>   Telefones e e-mails alem do telefone do cadastro, ja com o
      *>   CONTATOS fechado (CANCNTT pode regravar o principal).
           IF CONTATO-GRAVADO THEN
               DISPLAY "INCLUIR OUTROS TELEFONES E E-MAILS DO "
                       "CONTATO? (S/N): "
               ACCEPT WS-VER-CANAIS
               IF WS-VER-CANAIS EQUAL "S" OR "s" THEN
                   CALL "CANCNTT" USING LK-COM-AREA WS-ID-CONTATO
                   CANCEL "CANCNTT"
               END-IF
           END-IF

            DISPLAY
               "Tecle: "
               "<Qualquer tecla> para continuar, ou <f> para finalizar"
           MOVE ZEROS  TO WS-DT-CRIACAO
           MOVE ZEROS  TO WS-DT-ALTERACAO
           MOVE ZEROS  TO WS-DT-NASCIMENTO
           MOVE ZEROS  TO WS-CPF-CONTATO
           MOVE ZEROS  TO WS-CPF-COMPL
      *>   A filial dona vem do operador logado.
           IF LK-FILIAL IS NUMERIC THEN
               MOVE LK-FILIAL TO WS-CD-FILIAL-CONTATO
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
      *> ZEROS = nao informado (aceita; a exigencia para responsavel
      *> financeiro e avalista fica em RESPMNT/AVALMNT/FINANC).
      *> Pessoa juridica nao tem CPF: o documento dela e o CNPJ.
      *> Informado, tem de fechar os digitos verificadores e nao pode
      *> pertencer a outro contato.
           SET CPF-FORM-OK TO TRUE
           MOVE SPACES     TO WS-CPF-MSG
           IF PESSOA-JURIDICA THEN
               MOVE ZEROS TO WS-CPF-CONTATO
           END-IF

           IF WS-CPF-CONTATO NOT EQUAL ZEROS THEN
               MOVE WS-CPF-CONTATO TO WS-CPF-NUM
               PERFORM P375-VALIDA-CPF
               IF NOT CPF-OK THEN
                   SET CPF-FORM-OK TO FALSE
                   MOVE "CPF INVALIDO (DIGITO VERIFICADOR NAO CONFERE)"
                       TO WS-CPF-MSG
               ELSE
                   PERFORM P312-CPF-EM-USO
               END-IF
           END-IF
           .

       P312-CPF-EM-USO.
      *> Leitura direta pela chave alternada: com CPF informado o
      *> complemento da chave e sempre ZEROS (ver FD_CONTT.cpy).
           SET FS-OK TO TRUE
           OPEN INPUT CONTATOS
               IF FS-OK THEN
                   MOVE WS-CPF-CONTATO TO CPF-CONTATO
                   MOVE ZEROS          TO CPF-COMPL
                   READ CONTATOS
                       KEY IS CPF-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ID-CONTATO NOT EQUAL WS-ID-CONTATO THEN
                               SET CPF-FORM-OK TO FALSE
                               MOVE ID-CONTATO TO WS-ID-CPF-DONO
                               STRING "CPF JA CADASTRADO NO CONTATO "
                                      DELIMITED BY SIZE
                                      WS-ID-CPF-DONO
                                      DELIMITED BY SIZE
                                      INTO WS-CPF-MSG
                           END-IF
                   END-READ
               END-IF
               CLOSE CONTATOS
           .

       P314-MONTA-CHAVE-CPF.
      *> Complemento da chave alternada: ZEROS com CPF (CPF repetido
      *> colide), o proprio ID sem CPF (nunca colide).
           IF WS-CPF-CONTATO EQUAL ZEROS THEN
               MOVE WS-ID-CONTATO TO WS-CPF-COMPL
           ELSE
               MOVE ZEROS         TO WS-CPF-COMPL
           END-IF
           .

       P330-VALIDA-GRUPO.
      *> Grupo ZEROS significa "sem grupo" e e sempre aceito; qualquer
      *> outro codigo precisa existir ATIVO em GRUPOS.DAT.
      *>                            de nascimento: entra ZEROS ("nao
      *>                            informada") no campo numerico.
                                   MOVE ZEROS TO WS-DT-NASCIMENTO
                                   IF WS-LINHA-LOTE(154:11) IS NUMERIC
                                       MOVE WS-LINHA-LOTE(154:11) TO
                                            WS-CPF-CONTATO
                                   ELSE
                                       MOVE ZEROS TO WS-CPF-CONTATO
                                   END-IF
                                   IF LK-FILIAL IS NUMERIC
                                       MOVE LK-FILIAL TO
                                           WS-CD-FILIAL-CONTATO
                                   PERFORM P310-VERIFICA-DUPLICADO
                                   PERFORM P320-VALIDA-CADASTRO
                                   PERFORM P330-VALIDA-GRUPO
                                   PERFORM P308-VALIDA-CPF
                                   PERFORM P314-MONTA-CHAVE-CPF
                                   IF DUP-FOUND OR NOT VALIDA-OK
                                      OR NOT GRUPO-OK
                                      OR NOT CPF-FORM-OK THEN
                                       ADD 1 TO WS-LOTE-REJEITADOS
                                   ELSE
                                       PERFORM P410-GRAVA-LOTE
                       INVALID KEY
                           ADD 1 TO WS-LOTE-REJEITADOS
                       NOT INVALID KEY
                           MOVE "W" TO JR-OPERACAO
                           MOVE REG-CONTATOS TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           ADD 1 TO WS-LOTE-CARREGADOS
                           MOVE "INCLUSAO"    TO WS-LOG-OPERACAO
                           MOVE SPACES        TO WS-LOG-VALOR-ANTIGO

       COPY P-VALIDA-CNPJ.

       COPY P-VALIDA-CPF.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.
