      *         MATERIA UMA VEZ E PERCORRE OS ALUNOS MATRICULADOS
      *         PEDINDO SO AS QUATRO NOTAS DE CADA UM, COM TECLA DE
      *         PULAR E RESUMO DE LANCADOS/PULADOS NO FIM.
      * Update: ALUNO COM TRANSFERENCIA EXPEDIDA (VER TRFSAI) NAO
      *         RECEBE NOTA DEPOIS DA DATA DE SAIDA NEM ENTRA NA FOLHA.
      * Update: IMAGEM POSTERIOR DE CADA GRAVACAO, ALTERACAO E
      *         EXCLUSAO NO JORNAL DO MESTRE (VER BKPCNTT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADNOTA.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       FD NOTALOG.
       01 WS-LINHA-NOTALOG         PIC X(150).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
       77 WS-NOTA-VELHA             PIC 9(02)V99 VALUE ZEROS.

      *> Registro de nota ja gravado, para comparar coluna a coluna.
       01 WS-REG-NOTA-ANT          PIC X(42) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-NOTA-ANT.
           03 FILLER                PIC X(08).
           03 WS-ANT-NOTA1          PIC 9(02)V99.
           03 WS-ANT-NOTA2          PIC 9(02)V99.
           03 WS-ANT-NOTA3          PIC 9(02)V99.
       01 WS-TAB-FOLHA.
           03 WS-FOLHA-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-QTD-FOLHA.
               05 WS-FOLHA-ID          PIC 9(05).
               05 WS-FOLHA-NOME        PIC X(30).
       77 WS-QTD-FOLHA             PIC 9(03) VALUE ZEROS.
       77 WS-F                     PIC 9(03) VALUE ZEROS.
       77 ES-FIM-FOLHA             PIC X.
           88 FIM-DA-FOLHA         VALUE "S" FALSE "N".

       COPY WS_TRFSIT.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***CADASTRO DE NOTAS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-NOTAS-PATH TO WS-JORNAL-PATH
           MOVE "NOTAS" TO JR-ARQUIVO
           MOVE "CADNOTA" TO JR-PROGRAMA

           DISPLAY "MODO: <1> ALUNO A ALUNO  <2> POR MATERIA (FOLHA "
                   "DA TURMA)"
           CLOSE MATERIAS

           IF WS-ALUNO-OK EQUAL "S" AND WS-MATERIA-OK EQUAL "S" THEN
               MOVE WS-NT-ID-ALUNO TO WS-TF-ID-ALUNO
               PERFORM P308-VERIFICA-TRANSFERENCIA
               IF TF-BLOQUEADO THEN
                   DISPLAY "ALUNO TRANSFERIDO EM " WS-TF-DT-SAIDA
                           " - NOTA RECUSADA (VER TRFSAI)"
               ELSE
                   PERFORM P305-VERIFICA-MATRICULA
                   IF ALUNO-MATRICULADO THEN
                       PERFORM P310-CAPTURA-NOTAS
                       PERFORM P312-VERIFICA-FECHAMENTO
                       IF LANCAMENTO-BLOQUEADO THEN
                           DISPLAY "LANCAMENTO RECUSADO - BIMESTRE "
                                   WS-BIM-BLOQ " FECHADO (VER FECHABIM)"
                       ELSE
                           PERFORM P320-CALCULA-MEDIA
                           PERFORM P330-GRAVA-NOTA
                       END-IF
                   ELSE
                       DISPLAY "ALUNO NAO MATRICULADO EM NENHUMA TURMA "
                               "DESTA MATERIA (VER MATTUR)"
                   END-IF
               END-IF
           END-IF

           END-IF
           .

       P308-VERIFICA-TRANSFERENCIA.
      *> Aluno com transferencia expedida nao recebe nota depois da
      *> data de saida (TRFSIT).
           ACCEPT WS-TF-DATA-REF FROM DATE YYYYMMDD
           CALL "TRFSIT" USING WS-TRFSIT-PARM
           .

       P310-CAPTURA-NOTAS.
           DISPLAY "DIGITE A PRIMEIRA NOTA: "
           ACCEPT WS-NT-NOTA1
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR NOTA"
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-NOTA TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   MOVE "W" TO JR-OPERACAO
                                   MOVE REG-NOTA TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   DISPLAY "NOTA GRAVADA COM SUCESSO!"
                           END-WRITE
                       NOT INVALID KEY
               END-IF
           END-PERFORM

           IF NOT JA-NA-FOLHA THEN
               MOVE MT-ID-ALUNO TO WS-TF-ID-ALUNO
               PERFORM P308-VERIFICA-TRANSFERENCIA
           END-IF

           IF NOT JA-NA-FOLHA AND WS-QTD-FOLHA < 100
              AND TF-LIBERADO THEN
               ADD 1 TO WS-QTD-FOLHA
               MOVE MT-ID-ALUNO TO WS-FOLHA-ID(WS-QTD-FOLHA)
               MOVE MT-ID-ALUNO TO ID-ALUNO
           END-EVALUATE
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
