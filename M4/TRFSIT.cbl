      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA COMPARTILHADA DE SITUACAO DE TRANSFERENCIA
      *         DO ALUNO (MESMO PADRAO DE SITFIN, COM O PROPRIO ACESSO
      *         AO ARQUIVO): LIBERA OU BLOQUEIA UM LANCAMENTO DE NOTA
      *         OU DE FREQUENCIA PELA DATA. O ALUNO COM TRANSFERENCIA
      *         EXPEDIDA EM TRANSFER.DAT (VER TRFSAI) FICA BLOQUEADO
      *         PARA QUALQUER DATA POSTERIOR A DATA DE SAIDA; A
      *         TRANSFERENCIA CANCELADA NAO BLOQUEIA. ARQUIVO AINDA
      *         NAO CRIADO (STATUS 35) NAO TEM TRANSFERENCIAS.
      *         CHAMADO POR CADNOTA, ALTNOTA, IMPNOTA, CADFREQ E
      *         ATESMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFSIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSFER ASSIGN TO WS-TRANSFER-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-ID-ALUNO
               FILE STATUS IS WS-FS-TRF.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER.
       COPY FD_TRANSFER.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-TRF         PIC 99.
           88 FS-TRF-OK     VALUE 0.

      *> Caminhos resolvidos uma vez, na primeira chamada.
       77 WS-RESOLVIDO         PIC X VALUE "N".
           88 PATH-RESOLVIDO   VALUE "S" FALSE "N".

       LINKAGE SECTION.
       01 PARM-TRFSIT.
           02 TF-ID-ALUNO          PIC 9(05).
           02 TF-DATA-REF          PIC 9(08).
           02 TF-BLOQUEADO         PIC X.
           02 TF-DT-SAIDA          PIC 9(08).
           02 TF-NUM-GUIA          PIC 9(06).

       PROCEDURE DIVISION USING PARM-TRFSIT.
       MAIN-PROCEDURE.

           IF NOT PATH-RESOLVIDO THEN
               PERFORM P100-RESOLVE-PATH
               SET PATH-RESOLVIDO TO TRUE
           END-IF

           MOVE "N"   TO TF-BLOQUEADO
           MOVE ZEROS TO TF-DT-SAIDA
           MOVE ZEROS TO TF-NUM-GUIA

           SET FS-TRF-OK TO TRUE
           OPEN INPUT TRANSFER
           IF FS-TRF-OK THEN
               MOVE TF-ID-ALUNO TO TS-ID-ALUNO
               READ TRANSFER
                   KEY IS TS-ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TS-EXPEDIDA THEN
                           MOVE TS-DT-SAIDA TO TF-DT-SAIDA
                           MOVE TS-NUM-GUIA TO TF-NUM-GUIA
                           IF TF-DATA-REF > TS-DT-SAIDA THEN
                               MOVE "S" TO TF-BLOQUEADO
                           END-IF
                       END-IF
               END-READ
               CLOSE TRANSFER
           END-IF

           GOBACK.

       COPY P-RESOLVE-PATH-M4.

       END PROGRAM TRFSIT.
