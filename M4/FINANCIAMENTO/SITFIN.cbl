      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA COMPARTILHADA DE SITUACAO FINANCEIRA DO
      *         ALUNO (MESMO PADRAO DE SUB-ROTINA DE DATUTIL E
      *         SPLCTL, COM O PROPRIO ACESSO AOS ARQUIVOS): SOMA OS
      *         TITULOS DO ALUNO VENCIDOS HA MAIS DE
      *         WS-DIAS-BLOQUEIO-FIN DIAS NA DATA DE REFERENCIA -
      *         PARCELAS DOS CONTRATOS NAO CANCELADOS (FINANCIAMENTOS
      *         PELA CHAVE ALTERNATIVA FI-ID-ALUNO) E MENSALIDADES/
      *         TAXAS. CONTAM OS TITULOS EM ABERTO E OS BAIXADOS COMO
      *         PERDA (A DIVIDA CONTINUA DA FAMILIA); PARCELAS QUITADAS
      *         POR RENEGOCIACAO NAO CONTAM (O CONTRATO NOVO RESPONDE).
      *         VALORES PELO PRINCIPAL, SEM MULTA E JUROS. ARQUIVO
      *         AINDA NAO CRIADO (STATUS 35) NAO TEM TITULOS.
      *         CHAMADO POR REMATRI E DOCESC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

       DATA DIVISION.
       FILE SECTION.
       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.

      *> Caminhos resolvidos uma vez, na primeira chamada.
       77 WS-RESOLVIDO         PIC X VALUE "N".
           88 PATH-RESOLVIDO   VALUE "S" FALSE "N".

       77 WS-FIM-CONTRATOS     PIC X VALUE "N".
           88 FIM-CONTRATOS    VALUE "S" FALSE "N".
       77 WS-FIM-PARCELAS      PIC X VALUE "N".
           88 FIM-PARCELAS     VALUE "S" FALSE "N".
       77 WS-FIM-MENSAL        PIC X VALUE "N".
           88 FIM-MENSAL       VALUE "S" FALSE "N".
       77 WS-FIN-ABERTO        PIC X VALUE "N".
           88 FIN-ABERTO       VALUE "S" FALSE "N".
       77 WS-PARC-ABERTO       PIC X VALUE "N".
           88 PARC-ABERTO      VALUE "S" FALSE "N".
       77 WS-MENS-ABERTO       PIC X VALUE "N".
           88 MENS-ABERTO      VALUE "S" FALSE "N".

      *> Vencimentos anteriores a esta data estao alem da tolerancia.
       77 WS-DT-LIMITE         PIC 9(08) VALUE ZEROS.

       COPY WS_DATUTIL.

       LINKAGE SECTION.
       01 PARM-SITFIN.
           02 SF-ID-ALUNO          PIC 9(05).
           02 SF-DATA-REF          PIC 9(08).
           02 SF-DIAS-TOLERANCIA   PIC 9(03).
           02 SF-BLOQUEADO         PIC X.
           02 SF-QTD-VENCIDOS      PIC 9(03).
           02 SF-VL-VENCIDO        PIC 9(07)V99.
           02 SF-ERRO              PIC X.

       PROCEDURE DIVISION USING PARM-SITFIN.
       MAIN-PROCEDURE.

           IF NOT PATH-RESOLVIDO THEN
               PERFORM P100-RESOLVE-PATH
               SET PATH-RESOLVIDO TO TRUE
           END-IF

           MOVE "N"                  TO SF-BLOQUEADO
           MOVE "N"                  TO SF-ERRO
           MOVE ZEROS                TO SF-QTD-VENCIDOS
           MOVE ZEROS                TO SF-VL-VENCIDO
           MOVE WS-DIAS-BLOQUEIO-FIN TO SF-DIAS-TOLERANCIA

           MOVE "D"                  TO WS-DU-OPERACAO
           MOVE SF-DATA-REF          TO WS-DU-DATA-1
           COMPUTE WS-DU-QTD = ZEROS - WS-DIAS-BLOQUEIO-FIN
           CALL "DATUTIL" USING WS-DATUTIL-PARM

           IF WS-DU-ERRO EQUAL "S" THEN
               MOVE "S" TO SF-ERRO
           ELSE
               MOVE WS-DU-RESULTADO-DATA TO WS-DT-LIMITE
               PERFORM P200-PARCELAS-DO-ALUNO
               PERFORM P300-MENSALIDADES-DO-ALUNO
           END-IF

           IF SF-QTD-VENCIDOS > ZEROS THEN
               MOVE "S" TO SF-BLOQUEADO
           END-IF

           GOBACK.

       P200-PARCELAS-DO-ALUNO.
           SET FIM-CONTRATOS TO FALSE
           SET FIN-ABERTO    TO FALSE
           SET PARC-ABERTO   TO FALSE
           SET FS-FIN-OK     TO TRUE
           SET FS-PARC-OK    TO TRUE

           OPEN INPUT FINANCIAMENTOS
           IF WS-FS-FIN EQUAL 35 THEN
               SET FIM-CONTRATOS TO TRUE
           ELSE
               IF NOT FS-FIN-OK THEN
                   MOVE "S" TO SF-ERRO
                   SET FIM-CONTRATOS TO TRUE
               ELSE
                   SET FIN-ABERTO TO TRUE
                   OPEN INPUT PARCELAS
                   IF NOT FS-PARC-OK THEN
                       IF WS-FS-PARC NOT EQUAL 35 THEN
                           MOVE "S" TO SF-ERRO
                       END-IF
                       SET FIM-CONTRATOS TO TRUE
                   ELSE
                       SET PARC-ABERTO TO TRUE
                       MOVE SF-ID-ALUNO TO FI-ID-ALUNO
                       START FINANCIAMENTOS KEY IS EQUAL FI-ID-ALUNO
                           INVALID KEY
                               SET FIM-CONTRATOS TO TRUE
                       END-START
                   END-IF
               END-IF
           END-IF

           PERFORM UNTIL FIM-CONTRATOS
               READ FINANCIAMENTOS NEXT RECORD
                   AT END
                       SET FIM-CONTRATOS TO TRUE
                   NOT AT END
                       IF FI-ID-ALUNO NOT EQUAL SF-ID-ALUNO THEN
                           SET FIM-CONTRATOS TO TRUE
                       ELSE
                           IF NOT FI-CANCELADO THEN
                               PERFORM P210-PARCELAS-DO-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF PARC-ABERTO THEN
               CLOSE PARCELAS
           END-IF
           IF FIN-ABERTO THEN
               CLOSE FINANCIAMENTOS
           END-IF
           .

       P210-PARCELAS-DO-CONTRATO.
           SET FIM-PARCELAS TO FALSE
           MOVE FI-NUM-CONTRATO TO PA-NUM-CONTRATO
           MOVE ZEROS           TO PA-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   SET FIM-PARCELAS TO TRUE
           END-START

           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL
                          FI-NUM-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF (PA-ABERTA OR PA-BAIXADA-PERDA) AND
                              PA-DT-VENCIMENTO < WS-DT-LIMITE THEN
                               ADD 1        TO SF-QTD-VENCIDOS
                               ADD PA-VALOR TO SF-VL-VENCIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P300-MENSALIDADES-DO-ALUNO.
           SET FIM-MENSAL  TO FALSE
           SET MENS-ABERTO TO FALSE
           SET FS-MENS-OK  TO TRUE

           OPEN INPUT MENSALIDADES
           IF NOT FS-MENS-OK THEN
               IF WS-FS-MENS NOT EQUAL 35 THEN
                   MOVE "S" TO SF-ERRO
               END-IF
               SET FIM-MENSAL TO TRUE
           ELSE
               SET MENS-ABERTO TO TRUE
               MOVE SF-ID-ALUNO TO MN-ID-ALUNO
               MOVE ZEROS       TO MN-COMPETENCIA
               MOVE ZEROS       TO MN-SEQ
               START MENSALIDADES KEY IS NOT LESS MN-CHAVE
                   INVALID KEY
                       SET FIM-MENSAL TO TRUE
               END-START
           END-IF

           PERFORM UNTIL FIM-MENSAL
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET FIM-MENSAL TO TRUE
                   NOT AT END
                       IF MN-ID-ALUNO NOT EQUAL SF-ID-ALUNO THEN
                           SET FIM-MENSAL TO TRUE
                       ELSE
                           IF (MN-ABERTA OR MN-BAIXADA-PERDA) AND
                              MN-DT-VENCIMENTO < WS-DT-LIMITE THEN
                               ADD 1        TO SF-QTD-VENCIDOS
                               ADD MN-VALOR TO SF-VL-VENCIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF MENS-ABERTO THEN
               CLOSE MENSALIDADES
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       END PROGRAM SITFIN.
