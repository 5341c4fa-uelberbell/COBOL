      *         DO OPERADOR, GRAVANDO OS VALORES ANTES/DEPOIS EM
      *         NOTALOG.DAT - NOTAS SAO REGISTROS LEGALMENTE
      *         SENSIVEIS, NADA DE EDICAO SILENCIOSA. RESPEITA OS
      *         BIMESTRES FECHADOS DE FECHABIM (OVERRIDE LOGADO) E
      *         RECUSA A CORRECAO DE ALUNO COM TRANSFERENCIA EXPEDIDA
      *         DEPOIS DA DATA DE SAIDA (TRFSIT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT BIMFECH ASSIGN TO WS-BIMFECH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD NOTALOG.
       01 WS-LINHA-NOTALOG         PIC X(150).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_NOTAS.
       77 WS-LOG-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-LOG-HORA          PIC 9(08) VALUE ZEROS.

       01 WS-REG-NOTA-ANT          PIC X(42) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-NOTA-ANT.
           03 FILLER                PIC X(08).
           03 WS-ANT-NOTA1          PIC 9(02)V99.
           03 WS-ANT-NOTA2          PIC 9(02)V99.
           03 WS-ANT-NOTA3          PIC 9(02)V99.
           03 WS-ANT-STATUS         PIC X(10).
           03 WS-ANT-NOTA-REC       PIC 9(02)V99.

       COPY WS_TRFSIT.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***CORRECAO DE NOTAS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-NOTAS-PATH TO WS-JORNAL-PATH
           MOVE "NOTAS" TO JR-ARQUIVO
           MOVE "ALTNOTA" TO JR-PROGRAMA

           SET EXIT-OK     TO FALSE.
           PERFORM P300-CORRIGE THRU P300-FIM UNTIL EXIT-OK
                           DISPLAY "NOTA NAO LANCADA PARA ESTE ALUNO/"
                                   "MATERIA"
                       NOT INVALID KEY
                           MOVE WS-NT-ID-ALUNO TO WS-TF-ID-ALUNO
                           ACCEPT WS-TF-DATA-REF FROM DATE YYYYMMDD
                           CALL "TRFSIT" USING WS-TRFSIT-PARM
                           IF TF-BLOQUEADO THEN
                               DISPLAY "ALUNO TRANSFERIDO EM "
                                       WS-TF-DT-SAIDA " - CORRECAO "
                                       "RECUSADA (VER TRFSAI)"
                           ELSE
                               PERFORM P305-CORRIGE-NOTA
                           END-IF
                   END-READ
               ELSE
           .
       P300-FIM.

       P305-CORRIGE-NOTA.
           MOVE WS-REGISTRO-NOTA TO WS-REG-NOTA-ANT
           PERFORM P310-MOSTRA-E-CAPTURA
           PERFORM P320-VERIFICA-FECHAMENTO
           IF CORRECAO-BLOQUEADA THEN
               DISPLAY "CORRECAO RECUSADA - BIMESTRE "
                       WS-BIM-BLOQ " FECHADO (VER FECHABIM)"
           ELSE
               PERFORM P330-CONFIRMA-E-GRAVA
           END-IF
           .

       P310-MOSTRA-E-CAPTURA.
           DISPLAY "NOTAS ATUAIS: " WS-ANT-NOTA1 " " WS-ANT-NOTA2
                   " " WS-ANT-NOTA3 " " WS-ANT-NOTA4
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A NOTA"
                   NOT INVALID KEY
                       MOVE "R" TO JR-OPERACAO
                       MOVE REG-NOTA TO JR-IMAGEM
                       PERFORM P785-GRAVA-JORNAL
                       PERFORM P340-GRAVA-NOTALOG
                       DISPLAY "NOTA CORRIGIDA COM SUCESSO!"
               END-REWRITE
               CLOSE NOTALOG
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       COPY P-CALC-MEDIA.
