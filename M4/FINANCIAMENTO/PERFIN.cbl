      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA COMPARTILHADA DO FECHAMENTO CONTABIL DO
      *         FINANCEIRO (MESMO PADRAO DE SUB-ROTINA DE SITFIN, COM O
      *         PROPRIO ACESSO AO ARQUIVO): DEVOLVE "F" QUANDO A
      *         COMPETENCIA DA DATA INFORMADA ESTA FECHADA EM
      *         PERFECH.DAT (VER FECHAFIN) E "A" QUANDO ESTA ABERTA,
      *         FOI REABERTA OU AINDA NAO HA CONTROLE DE FECHAMENTO.
      *         CHAMADA POR TODOS OS PROGRAMAS QUE LANCAM MOVIMENTO
      *         EXPORTADO POR CONTABIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERFECH ASSIGN TO WS-PERFECH-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FM-COMPETENCIA
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PERFECH.
       COPY FD_PERFECH.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS             PIC 99.
           88 FS-OK         VALUE 0.

      *> Caminhos resolvidos uma vez, na primeira chamada.
       77 WS-RESOLVIDO         PIC X VALUE "N".
           88 PATH-RESOLVIDO   VALUE "S" FALSE "N".

       LINKAGE SECTION.
       01 PARM-PERFIN.
           02 PE-DATA              PIC 9(08).
           02 PE-COMPETENCIA       PIC 9(06).
           02 PE-SITUACAO          PIC X.

       PROCEDURE DIVISION USING PARM-PERFIN.
       MAIN-PROCEDURE.

           IF NOT PATH-RESOLVIDO THEN
               PERFORM P100-RESOLVE-PATH
               SET PATH-RESOLVIDO TO TRUE
           END-IF

           MOVE "A"             TO PE-SITUACAO
           MOVE PE-DATA (1:6)   TO PE-COMPETENCIA

           SET FS-OK TO TRUE
           OPEN INPUT PERFECH
           IF FS-OK THEN
               MOVE PE-COMPETENCIA TO FM-COMPETENCIA
               READ PERFECH
                   KEY IS FM-COMPETENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FM-FECHADA THEN
                           MOVE "F" TO PE-SITUACAO
                       END-IF
               END-READ
               CLOSE PERFECH
           END-IF

           GOBACK.

       COPY P-RESOLVE-PATH-M4.

       END PROGRAM PERFIN.
