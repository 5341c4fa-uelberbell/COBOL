      *         MATERIA), PARA O HISTORICO NAO SE PERDER QUANDO O ANO
      *         SEGUINTE REUTILIZA NOTAS.DAT. OPCIONALMENTE LIMPA
      *         NOTAS.DAT APOS A COPIA CONFERIDA. REEXECUTAVEL: ANO JA
      *         COPIADO E REGRAVADO, NAO DUPLICADO. TEMPO E VOLUME
      *         DE CADA EXECUCAO VAO PARA O HISTORICO DE ESTATISTICAS
      *         DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ACADHIST ASSIGN TO WS-ACADHIST-PATH
               RECORD KEY IS AH-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD ACADHIST.
       COPY FD_ACADHIST.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.
       77 WS-LIMPAR            PIC X VALUE SPACES.
       77 WS-TOT-COPIADOS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIMPOS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIDOS         PIC 9(05) VALUE ZEROS.

      *> Batch destrutivo: fora do perfil PROD so roda com
      *> confirmacao explicita (ver AMBREF/perfis de ambiente).
       77 WS-AMB-GUARDA        PIC X(06) VALUE SPACES.
       77 WS-AMB-CONFIRMA      PIC X VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***ROLLOVER DE FIM DE ANO DAS NOTAS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-NOTAS-PATH TO WS-JORNAL-PATH
           MOVE "NOTAS" TO JR-ARQUIVO
           MOVE "ROLLANO" TO JR-PROGRAMA
           PERFORM P105-GUARDA-AMBIENTE
           IF WS-AMB-CONFIRMA EQUAL "X" THEN
               DISPLAY "EXECUCAO CANCELADA FORA DO AMBIENTE PROD"
           DISPLAY "LIMPAR NOTAS.DAT APOS A COPIA? (S/N): "
           ACCEPT WS-LIMPAR

           MOVE "ROLLANO " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           PERFORM P300-COPIA-NOTAS
           IF WS-LIMPAR EQUAL "S" OR WS-LIMPAR EQUAL "s" THEN
               PERFORM P400-LIMPA-NOTAS
           END-IF

           MOVE WS-TOT-LIDOS    TO WS-RT-LIDOS
           MOVE WS-TOT-COPIADOS TO WS-RT-GRAVADOS
           COMPUTE WS-RT-REJEITADOS = WS-TOT-LIDOS - WS-TOT-COPIADOS
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P300-COPIA-NOTAS.
           IF NOT FS-OK THEN
               DISPLAY "Erro ao abrir arquivo de notas."
               DISPLAY "FILE STATUS: " WS-FS
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN I-O ACADHIST
               IF WS-FS-HIST EQUAL 35 THEN
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               PERFORM P310-GRAVA-HISTORICO
                       END-READ
                   END-PERFORM
               ELSE
                   DISPLAY "ERRO AO ABRIR ACADHIST.DAT - FILE "
                           "STATUS: " WS-FS-HIST
                   MOVE "99" TO WS-RT-RETORNO
               END-IF
               CLOSE ACADHIST
           END-IF
                       NOT AT END
                           DELETE NOTAS
                               NOT INVALID KEY
                                   MOVE "D" TO JR-OPERACAO
                                   MOVE REG-NOTA TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   ADD 1 TO WS-TOT-LIMPOS
                           END-DELETE
                   END-READ
           END-IF
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "NOTAS COPIADAS PARA O HISTORICO: " WS-TOT-COPIADOS
