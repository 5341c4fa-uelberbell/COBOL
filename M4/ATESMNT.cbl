      *         DO RESULTADO FINAL (RESFINAL) MAS CONTINUAM VISIVEIS
      *         NO BOLETIM IMPRESSO - O ALUNO DUAS SEMANAS DE CAMA
      *         DEIXA DE REPROVAR PELA MESMA ARITMETICA DO GAZETEIRO.
      *         O CANCELAMENTO DO ATESTADO DEVOLVE AS FALTAS. O
      *         ATESTADO DE ALUNO TRANSFERIDO NAO PODE PASSAR DA DATA
      *         DE SAIDA (TRFSIT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

       DATA DIVISION.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-ID-ALUNO-INF      PIC 9(05) VALUE ZEROS.
       77 WS-DT-INICIO-INF     PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-INF        PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-INF        PIC X(40) VALUE SPACES.
       77 WS-SENTIDO           PIC X VALUE SPACES.

       COPY WS_DATUTIL.
       COPY WS_TRFSIT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               ACCEPT WS-MOTIVO-INF

               PERFORM P330-VALIDA-DATAS
               MOVE WS-ID-ALUNO-INF TO WS-TF-ID-ALUNO
               MOVE WS-DT-FIM-INF   TO WS-TF-DATA-REF
               CALL "TRFSIT" USING WS-TRFSIT-PARM
               IF WS-DU-ERRO EQUAL "S" OR
                  WS-DT-FIM-INF < WS-DT-INICIO-INF THEN
                   DISPLAY "FAIXA DE DATAS INVALIDA"
               ELSE
                   IF TF-BLOQUEADO THEN
                       DISPLAY "ALUNO TRANSFERIDO EM " WS-TF-DT-SAIDA
                               " - ATESTADO NAO PODE PASSAR DA SAIDA"
                   ELSE
                       SET FS-OK TO TRUE
                       OPEN I-O ATESTADOS
                           IF WS-FS EQUAL 35 THEN
                               OPEN OUTPUT ATESTADOS
                               CLOSE ATESTADOS
                               OPEN I-O ATESTADOS
                           END-IF
                           IF FS-OK THEN
                               MOVE WS-ID-ALUNO-INF  TO AT-ID-ALUNO
                               MOVE WS-DT-INICIO-INF TO AT-DT-INICIO
                               MOVE WS-DT-FIM-INF    TO AT-DT-FIM
                               MOVE WS-MOTIVO-INF    TO AT-MOTIVO
                               MOVE LK-OPERADOR      TO AT-OPERADOR
                               SET AT-ATIVO          TO TRUE
                               WRITE REG-ATESTADO
                                   INVALID KEY
                                       DISPLAY "JA HA ATESTADO DO "
                                               "ALUNO COMECANDO NESTA "
                                               "DATA"
                                   NOT INVALID KEY
                                       MOVE "J" TO WS-SENTIDO
                                       PERFORM P350-RECLASSIFICA
                                       DISPLAY "ATESTADO REGISTRADO - "
                                               WS-TOT-RECLASS
                                               " FALTA(S) "
                                               "JUSTIFICADA(S)"
                               END-WRITE
                           ELSE
                               DISPLAY "ERRO AO ABRIR ATESTADO.DAT - "
                                       "FILE STATUS: " WS-FS
                           END-IF
                           CLOSE ATESTADOS
                   END-IF
               END-IF
           END-IF
           .
