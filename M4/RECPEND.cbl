      *         PENDENTES EM RECPEND.LST. CADA MATERIA PODE TER UMA
      *         DATA-LIMITE DE EXAME (RECPRAZO.DAT, MANTIDA AQUI
      *         MESMO); PENDENCIA COM PRAZO VENCIDO SAI MARCADA PARA
      *         ROLAR PARA REPROVADO FINAL. O RELATORIO PODE SAIR
      *         PARA UMA MATERIA SO (000 = TODAS), LIDA PELA CHAVE
      *         ALTERNADA NT-CD-MATERIA SEM VARRER O ARQUIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-MATERIA-INF       PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-INF        PIC 9(08) VALUE ZEROS.
       77 WS-MATERIA-FILTRO    PIC 9(03) VALUE ZEROS.

      *> Pendencias coletadas, ordenadas por materia antes da
      *> impressao (mesmo padrao de tabela de RELCNTT).
       01 WS-TAB-PEND.
           03 WS-PD-ITEM OCCURS 500 TIMES.
               05 WS-PD-MATERIA    PIC 9(03).
               05 WS-PD-ALUNO      PIC 9(05).
               05 WS-PD-MEDIA      PIC 9(02)V99.
       77 WS-QTD-PEND          PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-J                 PIC 9(03) VALUE ZEROS.
       01 WS-TROCA-PEND.
           03 WS-TP-MATERIA        PIC 9(03).
           03 WS-TP-ALUNO          PIC 9(05).
           03 WS-TP-MEDIA          PIC 9(02)V99.
       77 WS-MATERIA-CORRENTE  PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-MATERIA    PIC 9(08) VALUE ZEROS.
           SET FS-OK  TO TRUE
           MOVE ZEROS TO WS-QTD-PEND
           MOVE ZEROS TO WS-TOT-VENCIDAS
           DISPLAY "MATERIA (000 = TODAS): "
           ACCEPT WS-MATERIA-FILTRO

           OPEN INPUT NOTAS
               IF FS-OK THEN
      *>           Leitura pela chave alternada da materia, a partir
      *>           da materia pedida (ou da primeira).
                   MOVE WS-MATERIA-FILTRO TO NT-CD-MATERIA
                   START NOTAS KEY IS NOT LESS NT-CD-MATERIA
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ NOTAS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                       END-READ
                       IF NOT EOF-OK AND
                          WS-MATERIA-FILTRO NOT EQUAL ZEROS AND
                          NT-CD-MATERIA NOT EQUAL WS-MATERIA-FILTRO
                           SET EOF-OK TO TRUE
                       END-IF
                       IF NOT EOF-OK THEN
      *>                   Pendente: na faixa de recuperacao e
      *>                   sem nota de recuperacao lancada.
                           IF NT-NOTA-REC EQUAL ZEROS AND
                              NT-MEDIA <= WS-NOTA-CORTE AND
                              NT-MEDIA >= WS-NOTA-CORTE-REC AND
                              WS-QTD-PEND < 500 THEN
                               ADD 1 TO WS-QTD-PEND
                               MOVE NT-CD-MATERIA
                                   TO WS-PD-MATERIA(WS-QTD-PEND)
                               MOVE NT-ID-ALUNO
                                   TO WS-PD-ALUNO(WS-QTD-PEND)
                               MOVE NT-MEDIA
                                   TO WS-PD-MEDIA(WS-QTD-PEND)
                           END-IF
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "Erro ao abrir arquivo de notas."
