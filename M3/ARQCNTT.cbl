      *         CONTATOS_ARQ.DAT TODO CONTATO JA MARCADO COMO INATIVO
      *         (SOFT-DELETE, VER DELCNTT) E APAGA O REGISTRO ORIGINAL
      *         DE CONTATOS.DAT, PARA O ARQUIVO PRINCIPAL NAO CRESCER
      *         INDEFINIDAMENTE COM CONTATOS JA EXCLUIDOS. TEMPO E
      *         VOLUME DE CADA EXECUCAO VAO PARA O HISTORICO DE
      *         ESTATISTICAS DOS BATCHES (RUNSTAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQCNTT.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTARQ ASSIGN TO WS-CONTARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
      *> arquivo de contatos e fixo e conhecido por todos os programas
      *> do M3 (WS_CONTT.cpy).
       FD CONTARQ.
       01 WS-LINHA-ARQ             PIC X(208).

       FD CONTLOG.
       COPY FD_CONTLOG.
       FD CONTROLE.
       COPY FD_CONTROLE.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

      *> Registro de execucoes dos batches periodicos (ver RUNREG).
       COPY WS_RUNREG.
      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

      *> Indices da tabela de totais por filial de CONTROLE.DAT.
       77 WS-FIL-I             PIC 9(02) VALUE ZEROS.
       77 WS-AMB-GUARDA        PIC X(06) VALUE SPACES.
       77 WS-AMB-CONFIRMA      PIC X VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM          PIC X(40).

           DISPLAY "***EXPURGO DE FIM DE ANO - CONTATOS INATIVOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-CONTATOS-PATH TO WS-JORNAL-PATH
           MOVE "CONTATOS" TO JR-ARQUIVO
           MOVE "ARQCNTT" TO JR-PROGRAMA
           PERFORM P105-GUARDA-AMBIENTE
           IF WS-AMB-CONFIRMA EQUAL "X" THEN
               DISPLAY "EXECUCAO CANCELADA FORA DO AMBIENTE PROD"
           MOVE "A"        TO WS-RR-CICLO
           PERFORM P150-CONSULTA-RUNREG
           IF PODE-RODAR THEN
               MOVE "ARQCNTT " TO WS-RT-PROG
               MOVE SPACES     TO WS-RT-OPERADOR
               PERFORM P170-INICIA-RUNSTAT
               PERFORM P300-EXPURGA
               PERFORM P160-GRAVA-RUNREG
               MOVE WS-TOT-LIDOS      TO WS-RT-LIDOS
               MOVE WS-TOT-GRAVADOS   TO WS-RT-GRAVADOS
               MOVE WS-TOT-REJEITADOS TO WS-RT-REJEITADOS
               PERFORM P180-GRAVA-RUNSTAT
           END-IF
           PERFORM P900-FIM.

                                                  WS-ID-CONTATO
                                          ADD 1 TO WS-TOT-REJEITADOS
                                      NOT INVALID KEY
                                          MOVE "D" TO JR-OPERACAO
                                          MOVE REG-CONTATOS TO JR-IMAGEM
                                          PERFORM P785-GRAVA-JORNAL
                                          ADD 1 TO WS-TOT-GRAVADOS
                                          MOVE "EXPURGO"
                                              TO WS-LOG-OPERACAO
           END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH.

       COPY P-GRAVA-LOG.

       COPY P-RUNREG.

       COPY P-RUNSTAT.

       P900-FIM.
      *> Rodape padrao de fim de execucao.
           DISPLAY "REGISTROS LIDOS: " WS-TOT-LIDOS
