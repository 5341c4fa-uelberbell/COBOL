      *         alterados desde a marca d'agua da execucao anterior,
      *         guardada em EXPDELTA.CTL; o modo completo permanece
      *         para ressincronizacoes. Colunas CRIACAO/ALTERACAO.
      * Update: Telefone, endereco, nascimento e CPF saem com a mascara
      *         da politica do perfil do operador (MASCDAD); so sai em
      *         claro o que o perfil libera, com confirmacao, e cada
      *         exportacao em claro fica em SESSLOG.DAT (evento "X").
      * Update: Tempo e volume de cada execucao vao para o historico
      *         de estatisticas dos batches (RUNSTAT), com alerta quando
      *         passam da media.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT EXPORTA ASSIGN TO WS-EXPORTA-PATH
               FILE STATUS IS WS-FS-CTL.


               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH
      *>          LOG DE SESSOES: A EXPORTACAO COM DADOS PESSOAIS EM
      *>          CLARO FICA REGISTRADA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

               SELECT PESSOAJUR ASSIGN TO WS-PJUR-PATH
      *>          COMPLEMENTO DE PESSOA JURIDICA: AS COLUNAS TIPO E
      *>          CNPJ SAEM PREENCHIDAS PARA OS CONTATOS PJ.
       01 REG-EXPCTL.
           03 EC-MARCA             PIC 9(14).

       FD SESSLOG.
       01 WS-LINHA-SESSLOG         PIC X(80).


       WORKING-STORAGE SECTION.


      *> Registro de execucoes dos batches periodicos (ver RUNREG).
       COPY WS_RUNREG.
      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

      *> Mascaramento de dados pessoais pelo perfil (ver MASCDAD) e
      *> registro das exportacoes em claro no log de sessoes.
       COPY WS_MASCARA.
       COPY WS_SESSLOG.
       77 WS-CONFIRMA-CLARO        PIC X VALUE "N".
      *> Campos em claro no extrato: F(one), N(asc), E(ndr), C(pf).
       77 WS-CAMPOS-CLARO          PIC X(04) VALUE "----".


       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *>      ID do operador logado: define a politica de mascaramento.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
                   "FILMNT): "
           ACCEPT WS-FILTRO-FILIAL

           PERFORM P250-POLITICA-MASCARA

           DISPLAY "MODO: <1> COMPLETA  <2> DELTA (SO ALTERADOS DESDE "
                   "A ULTIMA EXECUCAO)"
           ACCEPT WS-MODO-EXPORTA
               DISPLAY "EXPORTANDO ALTERACOES DESDE " WS-MARCA-ANTERIOR
           END-IF

           MOVE "EXPCNTT " TO WS-RT-PROG
           MOVE LK-OPERADOR TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT
           PERFORM P300-EXPORTA
           MOVE WS-TOTAL-EXPORTADOS TO WS-RT-LIDOS
           MOVE WS-TOTAL-EXPORTADOS TO WS-RT-GRAVADOS
           IF NOT EXPORTA-OK THEN
               MOVE "99" TO WS-RT-RETORNO
           END-IF
           PERFORM P180-GRAVA-RUNSTAT
           IF EXPORTA-OK THEN
               PERFORM P210-GRAVA-MARCA
               PERFORM P160-GRAVA-RUNREG
               IF MC-ALGUM-CLARO THEN
                   PERFORM P260-LOGA-EXPORTA-CLARO
               END-IF
               DISPLAY "EXPORTACAO CONCLUIDA: " WS-TOTAL-EXPORTADOS
                       " CONTATO(S) GRAVADO(S) EM " WS-EXPORTA-PATH
           ELSE
               CLOSE EXPCTL
           .

       P250-POLITICA-MASCARA.
      *> So sai em claro o que a politica do perfil libera; mesmo
      *> liberado, o operador confirma - senao vai tudo mascarado.
           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           MOVE "----" TO WS-CAMPOS-CLARO
           IF MC-FONE-CLARO THEN
               MOVE "F" TO WS-CAMPOS-CLARO(1:1)
           END-IF
           IF MC-NASC-CLARO THEN
               MOVE "N" TO WS-CAMPOS-CLARO(2:1)
           END-IF
           IF MC-ENDR-CLARO THEN
               MOVE "E" TO WS-CAMPOS-CLARO(3:1)
           END-IF
           IF MC-CPF-CLARO THEN
               MOVE "C" TO WS-CAMPOS-CLARO(4:1)
           END-IF

           IF MC-ALGUM-CLARO THEN
               DISPLAY "O PERFIL " WS-MC-PERFIL " PODE EXPORTAR EM "
                       "CLARO: " WS-CAMPOS-CLARO
                       " (F=FONE N=NASC E=ENDERECO C=CPF)"
               DISPLAY "EXPORTAR ESTES CAMPOS EM CLARO? (S/N - A "
                       "EXPORTACAO FICA REGISTRADA): "
               ACCEPT WS-CONFIRMA-CLARO
               IF WS-CONFIRMA-CLARO NOT EQUAL "S" AND
                  WS-CONFIRMA-CLARO NOT EQUAL "s" THEN
                   MOVE "MMMM" TO WS-MC-CAMPOS
                   MOVE "N"    TO WS-MC-ALGUM-CLARO
                   MOVE "----" TO WS-CAMPOS-CLARO
               END-IF
           END-IF
           IF NOT MC-ALGUM-CLARO THEN
               DISPLAY "TELEFONE, NASCIMENTO, ENDERECO E CPF SAEM "
                       "MASCARADOS NO EXTRATO."
           END-IF
           .

       P260-LOGA-EXPORTA-CLARO.
           MOVE "X"         TO SL-EVENTO
           MOVE LK-OPERADOR TO SL-OP-ID
           MOVE "EXPCNTT"   TO SL-PROGRAMA
           MOVE SPACES      TO SL-DETALHE
           STRING "CLARO " WS-CAMPOS-CLARO " " WS-TOTAL-EXPORTADOS
                  " REG" DELIMITED BY SIZE INTO SL-DETALHE
           PERFORM P780-GRAVA-SESSLOG
           .

       P300-EXPORTA.
           MOVE ZEROS       TO WS-TOTAL-EXPORTADOS
           SET EOF-OK       TO FALSE

       P310-GRAVA-LINHA.
           PERFORM P315-TIPO-DO-CONTATO
           MOVE "A" TO WS-MC-OPERACAO
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           MOVE SPACES TO WS-LINHA-EXP
           STRING WS-ID-CONTATO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE

       COPY P-RUNREG.

       COPY P-RUNSTAT.

       COPY P-GRAVA-SESSLOG.

       END PROGRAM EXPCNTT.
