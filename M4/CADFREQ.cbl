      *         DAQUELA MATERIA (OU TODOS OS ALUNOS ATIVOS ENQUANTO
      *         MATRICULAS.DAT NAO EXISTIR) MARCANDO PRESENCA OU FALTA
      *         DE CADA UM EM FREQUENCIA.DAT. A FREQUENCIA ALIMENTA O
      *         PERCENTUAL E A REPROVACAO POR FALTA DO BOLETIM. O
      *         ALUNO TRANSFERIDO (TRFSIT) FICA FORA DA CHAMADA DOS
      *         DIAS POSTERIORES A SAIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
       01 WS-TAB-CHAMADA.
           03 WS-CHAMADA-ITEM OCCURS 1 TO 100 TIMES
                              DEPENDING ON WS-QTD-CHAMADA.
               05 WS-CHAMADA-ID        PIC 9(05).
               05 WS-CHAMADA-NOME      PIC X(30).
       77 WS-QTD-CHAMADA       PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-TOT-PRESENTES     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-FALTAS        PIC 9(03) VALUE ZEROS.

       COPY WS_TRFSIT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
               END-IF
           END-PERFORM

           IF NOT JA-NA-LISTA THEN
               MOVE MT-ID-ALUNO TO WS-TF-ID-ALUNO
               PERFORM P317-CONFERE-TRANSFERENCIA
           END-IF
           IF NOT JA-NA-LISTA AND WS-QTD-CHAMADA < 100
              AND TF-LIBERADO THEN
               ADD 1 TO WS-QTD-CHAMADA
               MOVE MT-ID-ALUNO TO WS-CHAMADA-ID(WS-QTD-CHAMADA)
               MOVE MT-ID-ALUNO TO ID-ALUNO
           END-IF
           .

       P317-CONFERE-TRANSFERENCIA.
      *> Aluno transferido (ver TRFSAI) fica fora da chamada de dia
      *> posterior a saida.
           MOVE WS-DATA-CHAMADA TO WS-TF-DATA-REF
           CALL "TRFSIT" USING WS-TRFSIT-PARM
           IF TF-BLOQUEADO THEN
               DISPLAY "ALUNO " WS-TF-ID-ALUNO " TRANSFERIDO EM "
                       WS-TF-DT-SAIDA " - FORA DA CHAMADA"
           END-IF
           .

       P320-CHAMADA-TODOS-ALUNOS.
           SET EOF-OK TO FALSE
           OPEN INPUT ALUNOS
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-ST-ALUNO-ATIVO THEN
                               MOVE WS-ID-ALUNO TO WS-TF-ID-ALUNO
                               PERFORM P317-CONFERE-TRANSFERENCIA
                           END-IF
                           IF WS-ST-ALUNO-ATIVO AND
                              WS-QTD-CHAMADA < 100 AND
                              TF-LIBERADO THEN
                               ADD 1 TO WS-QTD-CHAMADA
                               MOVE WS-ID-ALUNO
                                   TO WS-CHAMADA-ID(WS-QTD-CHAMADA)
