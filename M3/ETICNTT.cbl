      *         BLOCO DE ENDERECO COM O CEP COM TRACO E IMPRIME DUAS
      *         ETIQUETAS POR LINHA EM ETICNTT.LST, COM TRAILER DE
      *         TOTAIS DE ETIQUETAS PRODUZIDAS.
      * Update: Etiqueta so com o endereco em claro: a rodada exige
      *         que a politica do perfil do operador libere o
      *         endereco (MASCDAD, campo ENDR) e cada rodada fica em
      *         SESSLOG.DAT (evento "X"); sem a liberacao a rodada e
      *         recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT ETIQUETAS ASSIGN TO WS-ETIQUETA-PATH
               RECORD KEY IS ED-ID-CONTATO
               FILE STATUS IS WS-FS-END.

               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH
      *>          LOG DE SESSOES: A RODADA COM ENDERECOS EM CLARO
      *>          FICA REGISTRADA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD CONSENTIMENTOS.
       COPY FD_CONSENT.

       FD SESSLOG.
       01 WS-LINHA-SESSLOG         PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.
           03 WS-COLUNA-ESQ        PIC X(45).
           03 WS-COLUNA-DIR        PIC X(45).

      *> Politica de mascaramento do perfil (ver MASCDAD) e registro
      *> das rodadas com endereco em claro no log de sessoes.
       COPY WS_MASCARA.
       COPY WS_SESSLOG.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *>      ID do operador logado: define a politica de mascaramento.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
                  "\ETICNTT.LST" DELIMITED BY SIZE
                  INTO WS-ETIQUETA-PATH.

      *>   Endereco mascarado nao serve para etiqueta: sem a liberacao
      *>   do campo ENDR para o perfil, a rodada nem comeca.
           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           IF NOT MC-ENDR-CLARO THEN
               DISPLAY "O PERFIL " WS-MC-PERFIL " NAO TEM ACESSO AO "
                       "ENDERECO EM CLARO - ETIQUETAS NAO GERADAS"
               GOBACK
           END-IF

           DISPLAY "SELECAO: <1> TODOS OS ATIVOS  <2> POR UF  "
                   "<3> POR GRUPO"
           ACCEPT WS-OPCAO-SELECAO

           PERFORM P200-CARREGA-TABELA
           PERFORM P300-IMPRIME
           IF WS-TOTAL-ETIQUETAS > ZEROS THEN
               PERFORM P260-LOGA-ETIQUETAS
           END-IF

           IF WS-TOT-FORA-TAB > ZEROS THEN
               DISPLAY "ATENCAO: SELECAO TRUNCADA EM 500 ETIQUETAS - "

            GOBACK.

       P260-LOGA-ETIQUETAS.
           MOVE "X"         TO SL-EVENTO
           MOVE LK-OPERADOR TO SL-OP-ID
           MOVE "ETICNTT"   TO SL-PROGRAMA
           MOVE SPACES      TO SL-DETALHE
           STRING "ETICNTT.LST " WS-TOTAL-ETIQUETAS " ETQ"
                  DELIMITED BY SIZE INTO SL-DETALHE
           PERFORM P780-GRAVA-SESSLOG
           .

       P200-CARREGA-TABELA.
           SET EOF-OK       TO FALSE
           SET FS-OK        TO TRUE

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-SESSLOG.

       END PROGRAM ETICNTT.
