      *         TRANSMISSAO. O SEQUENCIAL DE REMESSA E PERSISTIDO EM
      *         INTSEG.CTL ENTRE EXECUCOES, PARA O PARCEIRO DETECTAR
      *         REMESSA PULADA OU DUPLICADA.
      * Update: Telefone e CEP saem com a mascara da politica do
      *         perfil do operador (MASCDAD), digitos mascarados do
      *         telefone como zeros; so sai em claro o que o perfil
      *         libera, com confirmacao, e cada remessa em claro fica
      *         em SESSLOG.DAT (evento "X").
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONSENTIMENTOS ASSIGN TO WS-CONSENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH
      *>          LOG DE SESSOES: A REMESSA COM DADOS PESSOAIS EM
      *>          CLARO FICA REGISTRADA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       01 REG-REMESSA-CTL.
           03 RC-SEQUENCIA         PIC 9(06).

       FD SESSLOG.
       01 WS-LINHA-SESSLOG         PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
           03 TR-HASH-TELEFONES    PIC 9(15).
           03 FILLER               PIC X(68) VALUE SPACES.

      *> Mascaramento de dados pessoais pelo perfil (ver MASCDAD) e
      *> registro das remessas em claro no log de sessoes.
       COPY WS_MASCARA.
       COPY WS_SESSLOG.
       77 WS-CONFIRMA-CLARO        PIC X VALUE "N".
      *> Campos em claro na remessa: F(one), E(ndr) - o layout do
      *> parceiro nao leva nascimento nem CPF.
       77 WS-CAMPOS-CLARO          PIC X(04) VALUE "----".

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *>      ID do operador logado: define a politica de mascaramento.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           ACCEPT WS-DATA-ARQUIVO FROM DATE YYYYMMDD

           PERFORM P250-POLITICA-MASCARA

           PERFORM P200-PROXIMA-SEQUENCIA
           PERFORM P300-GERA-REMESSA
           PERFORM P210-GRAVA-SEQUENCIA
           IF MC-ALGUM-CLARO AND WS-TOT-DETALHES > ZEROS THEN
               PERFORM P260-LOGA-REMESSA-CLARO
           END-IF
           PERFORM P900-FIM.

       P200-PROXIMA-SEQUENCIA.
               CLOSE REMESSA-CTL
           .

       P250-POLITICA-MASCARA.
      *> So sai em claro o que a politica do perfil libera; mesmo
      *> liberado, o operador confirma - senao vai tudo mascarado.
           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           MOVE "M"    TO WS-MC-NASC WS-MC-CPF
           MOVE "----" TO WS-CAMPOS-CLARO
           MOVE "N"    TO WS-MC-ALGUM-CLARO
           IF MC-FONE-CLARO THEN
               MOVE "F" TO WS-CAMPOS-CLARO(1:1)
               MOVE "S" TO WS-MC-ALGUM-CLARO
           END-IF
           IF MC-ENDR-CLARO THEN
               MOVE "E" TO WS-CAMPOS-CLARO(3:1)
               MOVE "S" TO WS-MC-ALGUM-CLARO
           END-IF

           IF MC-ALGUM-CLARO THEN
               DISPLAY "O PERFIL " WS-MC-PERFIL " PODE ENVIAR EM "
                       "CLARO: " WS-CAMPOS-CLARO
                       " (F=FONE E=ENDERECO)"
               DISPLAY "ENVIAR ESTES CAMPOS EM CLARO? (S/N - A "
                       "REMESSA FICA REGISTRADA): "
               ACCEPT WS-CONFIRMA-CLARO
               IF WS-CONFIRMA-CLARO NOT EQUAL "S" AND
                  WS-CONFIRMA-CLARO NOT EQUAL "s" THEN
                   MOVE "MMMM" TO WS-MC-CAMPOS
                   MOVE "N"    TO WS-MC-ALGUM-CLARO
                   MOVE "----" TO WS-CAMPOS-CLARO
               END-IF
           END-IF
           IF NOT MC-ALGUM-CLARO THEN
               DISPLAY "TELEFONE E CEP SAEM MASCARADOS NA REMESSA."
           END-IF
           .

       P260-LOGA-REMESSA-CLARO.
           MOVE "X"         TO SL-EVENTO
           MOVE LK-OPERADOR TO SL-OP-ID
           MOVE "INTSEG"    TO SL-PROGRAMA
           MOVE SPACES      TO SL-DETALHE
           STRING "INTSEG.DAT " WS-CAMPOS-CLARO
                  DELIMITED BY SIZE INTO SL-DETALHE
           PERFORM P780-GRAVA-SESSLOG
           .

       P300-GERA-REMESSA.
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           .

       P310-GRAVA-DETALHE.
      *>   Telefone mascarado segue com zeros nos digitos ocultos; o
      *>   total de conferencia soma o que foi enviado.
           MOVE "A" TO WS-MC-OPERACAO
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           INSPECT WS-TELEFONE-CONTATO REPLACING ALL "*" BY "0"
           MOVE WS-ID-CONTATO       TO DT-ID
           MOVE WS-NM-CONTATO       TO DT-NOME
           MOVE WS-TELEFONE-CONTATO TO WS-TELEFONE-NUM

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-SESSLOG.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "REMESSA " WS-SEQUENCIA " GERADA EM "
