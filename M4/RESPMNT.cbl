      *         CANDIDATOS CASANDO O TL-ALUNO COM OS TELEFONES DOS
      *         CONTATOS, PARA O OPERADOR CONFIRMAR. ACESSIVEL DOS
      *         DOIS MENUS (MENUCNTT E CALMEDIA).
      * Update: Vinculo de responsavel financeiro (tipo F) exige
      *         contato com CPF valido cadastrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CNT.

               SELECT FICHA ASSIGN TO WS-FICHAEMG-PATH
       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-ID-CONTATO-INF    PIC 9(05) VALUE ZEROS.
       77 WS-TIPO-INF          PIC X VALUE SPACES.
           88 TIPO-VALIDO      VALUE "P" "M" "F" "E".
           88 ALUNO-VALIDO     VALUE "S" FALSE "N".
       77 WS-CONTATO-OK        PIC X VALUE "N".
           88 CONTATO-VALIDO   VALUE "S" FALSE "N".
      *> Responsavel financeiro responde pela cobranca (boleto, nota,
      *> declaracoes anuais): o contato precisa ter CPF cadastrado.
       77 WS-CONTATO-CPF       PIC X VALUE "N".
           88 CONTATO-COM-CPF  VALUE "S" FALSE "N".
       77 WS-QTD-VINCULOS      PIC 9(03) VALUE ZEROS.

      *> Casamento de telefones na proposta de vinculos: os 8 digitos
      *> de prefixo+sufixo do contato contra o final do TL-ALUNO.
       77 WS-FONE-CONTATO      PIC X(08) VALUE SPACES.
       77 WS-FONE-ALUNO        PIC X(11) VALUE SPACES.
       77 WS-TOT-PROPOSTOS     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-CONFIRMADOS   PIC 9(03) VALUE ZEROS.

               IF NOT CONTATO-VALIDO THEN
                   DISPLAY "CONTATO NAO CADASTRADO OU INATIVO"
               ELSE
                   IF WS-TIPO-INF EQUAL "F" AND
                      NOT CONTATO-COM-CPF THEN
                       DISPLAY "RESPONSAVEL FINANCEIRO SEM CPF - "
                               "INFORME O CPF DO CONTATO (ALTCONTT) "
                               "ANTES DE VINCULAR"
                   ELSE
                       PERFORM P360-GRAVA-VINCULO
                   END-IF
               END-IF
           END-IF
           .

       P350-VALIDA-CONTATO.
           SET CONTATO-VALIDO TO FALSE
           SET CONTATO-COM-CPF TO FALSE
           SET FS-CNT-OK      TO TRUE
           OPEN INPUT CONTATOS
               IF FS-CNT-OK THEN
                           IF ST-CONTATO EQUAL "A" THEN
                               SET CONTATO-VALIDO TO TRUE
                           END-IF
      *>                   O CPF so entra no cadastro com digito
      *>                   verificador conferido (CADCONTT/ALTCONTT).
                           IF CPF-CONTATO IS NUMERIC AND
                              CPF-CONTATO NOT EQUAL ZEROS THEN
                               SET CONTATO-COM-CPF TO TRUE
                           END-IF
                   END-READ
               END-IF
               CLOSE CONTATOS
                   MOVE "FICHA DE EMERGENCIA" TO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "ALUNO " WS-ID-ALUNO-INF " - "
                          FUNCTION TRIM(WS-NM-ALUNO)
                          " TEL " WS-TL-ALUNO
                          DELIMITED BY SIZE INTO WS-LINHA-REL
                   WRITE WS-LINHA-REL
                               MOVE TL-SUFIXO
                                   TO WS-FONE-CONTATO(5:4)
                               IF WS-FONE-CONTATO EQUAL
                                  WS-FONE-ALUNO(4:8) THEN
                                   PERFORM P520-PROPOE-UM
                               END-IF
                           END-IF
