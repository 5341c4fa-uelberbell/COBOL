      *         MAS FALTA NO PERIODO ATUAL - O QUE A DEFESA CIVIL
      *         PEDIU NA ULTIMA INSPECAO E NINGUEM SOUBE RESPONDER NO
      *         SIMULADO DE INCENDIO. IMPRESSO NO SPOOL (SPLCTL).
      *         AS MARCACOES DO DIA SAO LIDAS PELA CHAVE ALTERNADA
      *         MATERIA+DATA, SALTANDO DE MATERIA EM MATERIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH

       77 WS-DATA-INF          PIC 9(08) VALUE ZEROS.
       77 WS-MATERIA-ATUAL     PIC 9(03) VALUE ZEROS.
       77 WS-MATERIA-SALTO     PIC 9(03) VALUE ZEROS.

      *> Turmas em memoria (codigo, materia, sala), carregadas uma
      *> vez para resolver a sala de cada marcacao do dia.
       01 WS-TAB-PRESENTES.
           03 WS-PS-ITEM OCCURS 300 TIMES.
               05 WS-PS-SALA       PIC X(10).
               05 WS-PS-ALUNO      PIC 9(05).
       01 WS-TROCA-PS.
           03 WS-TP-SALA           PIC X(10).
           03 WS-TP-ALUNO          PIC 9(05).

      *> Quem teve presenca mais cedo no dia (qualquer materia) e a
      *> situacao no periodo atual.
           88 VISTO-ACHADO     VALUE "S" FALSE "N".
       01 WS-TAB-VISTOS.
           03 WS-VS-ENT OCCURS 300 TIMES.
               05 WS-VS-ALUNO      PIC 9(05).
      *>       "P" = presente no periodo atual, "F" = falta no
      *>       periodo atual, "N" = sem marcacao no periodo atual.
               05 WS-VS-ATUAL      PIC X.
           IF NOT FS-FREQ-OK THEN
               DISPLAY "FREQUENCIA.DAT NAO ENCONTRADO"
               SET EOF-OK TO TRUE
           ELSE
               MOVE ZEROS TO WS-MATERIA-SALTO
               PERFORM P305-POSICIONA-MATERIA
           END-IF
           PERFORM UNTIL EOF-OK
               READ FREQUENCIA NEXT RECORD
                   NOT AT END
                       IF FQ-DATA EQUAL WS-DATA-INF THEN
                           PERFORM P310-TRATA-MARCACAO
                       ELSE
                           PERFORM P306-SALTA-MATERIA
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           .

       P305-POSICIONA-MATERIA.
      *> Chave alternada materia+data: posiciona no dia dentro da
      *> materia WS-MATERIA-SALTO (ou da primeira acima dela).
           MOVE WS-MATERIA-SALTO TO FQ-CD-MATERIA
           MOVE WS-DATA-INF      TO FQ-DATA
           START FREQUENCIA KEY IS NOT LESS FQ-CHAVE-MATERIA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           .

       P306-SALTA-MATERIA.
      *> Fora do dia: antes dele, a materia lida ainda nao chegou ao
      *> dia; depois, o dia desta materia acabou - salta para a
      *> proxima.
           IF FQ-DATA < WS-DATA-INF THEN
               MOVE FQ-CD-MATERIA TO WS-MATERIA-SALTO
               PERFORM P305-POSICIONA-MATERIA
           ELSE
               IF FQ-CD-MATERIA EQUAL 999 THEN
                   SET EOF-OK TO TRUE
               ELSE
                   COMPUTE WS-MATERIA-SALTO = FQ-CD-MATERIA + 1
                   PERFORM P305-POSICIONA-MATERIA
               END-IF
           END-IF
           .

       P310-TRATA-MARCACAO.
           IF FQ-CD-MATERIA EQUAL WS-MATERIA-ATUAL THEN
               PERFORM P330-REGISTRA-ATUAL
