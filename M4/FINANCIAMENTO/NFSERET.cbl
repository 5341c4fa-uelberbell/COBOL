      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:PROCESSAMENTO DO ARQUIVO DE RETORNO DA PREFEITURA
      *         (NFSERET.TXT) PARA OS LOTES DE RPS MONTADOS POR
      *         NFSELOT: PARA CADA DETALHE LOCALIZA O RPS EM
      *         NFSERPS.DAT E GRAVA O NUMERO DA NFS-E E O CODIGO DE
      *         VERIFICACAO CONTRA O RECEBIMENTO, OU MARCA O RPS COMO
      *         REJEITADO COM O MOTIVO DEVOLVIDO (O PROXIMO LOTE O
      *         REENVIA). RPS REJEITADOS, DESCONHECIDOS OU JA
      *         AUTORIZADOS VAO PARA A LISTA IMPRESSA NO SPOOL
      *         (SPLCTL), PARA A TESOURARIA CORRIGIR O CADASTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NFSERPS ASSIGN TO WS-NFSERPS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-NUM-RPS
               ALTERNATE RECORD KEY IS RP-TITULO
               FILE STATUS IS WS-FS.

               SELECT RETORNO ASSIGN TO WS-NFSERET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

               SELECT EXCECOES ASSIGN TO WS-EXCECOES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD NFSERPS.
       COPY FD_NFSERPS.

       FD RETORNO.
       01 WS-LINHA-RETORNO         PIC X(110).

       FD EXCECOES.
       01 WS-LINHA-EXC             PIC X(130).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS                    PIC 99.
           88 FS-OK                VALUE 0.
       77 WS-FS-RET                PIC 99.
           88 FS-RET-OK            VALUE 0.
       77 WS-FS-EXC                PIC 99.
           88 FS-EXC-OK            VALUE 0.

       77 ES-EOF                   PIC X.
           88 EOF-OK               VALUE "S" FALSE "N".

      *> Layout do detalhe do retorno da prefeitura: numero do RPS
      *> enviado, situacao ("A" = NFS-E AUTORIZADA, "R" = RPS
      *> REJEITADO), numero da NFS-E e codigo de verificacao, ou o
      *> motivo da rejeicao. Cabecalho e trailer sao ignorados.
       01 WS-RET-DETALHE.
           03 RN-TIPO              PIC X.
           03 RN-NUM-RPS           PIC 9(08).
           03 RN-SITUACAO          PIC X.
               88 RN-AUTORIZADO    VALUE "A".
               88 RN-REJEITADO     VALUE "R".
           03 RN-NUM-NFSE          PIC X(15).
           03 RN-COD-VERIF         PIC X(09).
           03 RN-DT-EMISSAO        PIC 9(08).
           03 RN-MOTIVO            PIC X(60).
           03 FILLER               PIC X(08).

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

      *> Lista de rejeitados e excecoes impressa no spool.
       COPY WS_SPLCTL.
       77 WS-EXCECOES-PATH         PIC X(200) VALUE SPACES.
       77 WS-PAGINAS               PIC 9(04) VALUE 1.

       77 WS-TOT-LIDOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-AUTORIZADOS       PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXCECOES          PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-EXC            PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***NFS-E - RETORNO DA PREFEITURA***".
           PERFORM P100-RESOLVE-PATH.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P200-ABRE-EXCECOES
           PERFORM P300-PROCESSA-RETORNO
           PERFORM P800-FECHA-EXCECOES
           PERFORM P900-FIM.

       P200-ABRE-EXCECOES.
      *> Membro numerado do spool para a lista de rejeitados.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "NFSERET"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-EXCECOES-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\NFSERET.LST" DELIMITED BY SIZE
                      INTO WS-EXCECOES-PATH
           END-IF

           SET FS-EXC-OK TO TRUE
           OPEN OUTPUT EXCECOES
           IF FS-EXC-OK THEN
               MOVE "NFS-E - RPS REJEITADOS E EXCECOES DO RETORNO"
                   TO WS-LINHA-EXC
               WRITE WS-LINHA-EXC
               MOVE SPACES TO WS-LINHA-EXC
               WRITE WS-LINHA-EXC
           END-IF
           .

       P300-PROCESSA-RETORNO.
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           SET FS-RET-OK   TO TRUE

           OPEN INPUT RETORNO
           IF NOT FS-RET-OK THEN
               DISPLAY "NFSERET.TXT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-RET
           ELSE
               OPEN I-O NFSERPS
               IF NOT FS-OK THEN
                   DISPLAY "NFSERPS.DAT NAO ENCONTRADO - FILE "
                           "STATUS: " WS-FS
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ RETORNO
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-RETORNO TO WS-RET-DETALHE
                               IF RN-TIPO EQUAL "2" THEN
                                   ADD 1 TO WS-TOT-LIDOS
                                   PERFORM P310-ATUALIZA-RPS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NFSERPS
               END-IF
               CLOSE RETORNO
           END-IF
           .

       P310-ATUALIZA-RPS.
           MOVE SPACES TO WS-MOTIVO-EXC

           IF RN-NUM-RPS IS NOT NUMERIC
                   OR NOT (RN-AUTORIZADO OR RN-REJEITADO) THEN
               MOVE "LINHA INVALIDA" TO WS-MOTIVO-EXC
               PERFORM P320-GRAVA-EXCECAO
           ELSE
               MOVE RN-NUM-RPS TO RP-NUM-RPS
               READ NFSERPS
                   KEY IS RP-NUM-RPS
                   INVALID KEY
                       MOVE "RPS NAO ENCONTRADO EM NFSERPS.DAT"
                           TO WS-MOTIVO-EXC
                       PERFORM P320-GRAVA-EXCECAO
                   NOT INVALID KEY
      *>               NFS-E ja gravada: o retorno repetido nao
      *>               sobrepoe o numero (cancelamento e feito no
      *>               portal da prefeitura).
                       IF RP-AUTORIZADO THEN
                           MOVE "RPS JA AUTORIZADO - NFS-E "
                               TO WS-MOTIVO-EXC
                           MOVE RP-NUM-NFSE TO WS-MOTIVO-EXC(27:15)
                           PERFORM P320-GRAVA-EXCECAO
                       ELSE
                           PERFORM P315-GRAVA-SITUACAO
                       END-IF
               END-READ
           END-IF
           .

       P315-GRAVA-SITUACAO.
           MOVE WS-DATA-HOJE TO RP-DT-RETORNO
           IF RN-AUTORIZADO THEN
               SET RP-AUTORIZADO TO TRUE
               MOVE RN-NUM-NFSE  TO RP-NUM-NFSE
               MOVE RN-COD-VERIF TO RP-COD-VERIF
               MOVE SPACES       TO RP-MOTIVO
           ELSE
               SET RP-REJEITADO  TO TRUE
               MOVE SPACES       TO RP-NUM-NFSE
               MOVE SPACES       TO RP-COD-VERIF
               MOVE RN-MOTIVO    TO RP-MOTIVO
           END-IF
           REWRITE REG-NFSERPS
               INVALID KEY
                   MOVE "ERRO NA REGRAVACAO DO RPS" TO WS-MOTIVO-EXC
                   PERFORM P320-GRAVA-EXCECAO
               NOT INVALID KEY
                   IF RP-AUTORIZADO THEN
                       ADD 1 TO WS-TOT-AUTORIZADOS
                   ELSE
                       ADD 1 TO WS-TOT-REJEITADOS
                       PERFORM P325-GRAVA-REJEITADO
                   END-IF
           END-REWRITE
           .

       P320-GRAVA-EXCECAO.
           ADD 1 TO WS-TOT-EXCECOES
           IF FS-EXC-OK THEN
               MOVE SPACES TO WS-LINHA-EXC
               STRING "RPS " DELIMITED BY SIZE
                      RN-NUM-RPS DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MOTIVO-EXC DELIMITED BY SIZE
                      INTO WS-LINHA-EXC
               WRITE WS-LINHA-EXC
           END-IF
           .

       P325-GRAVA-REJEITADO.
      *> Rejeicao com o recebimento e o tomador, para a correcao do
      *> cadastro antes do proximo lote.
           ADD 1 TO WS-TOT-EXCECOES
           IF FS-EXC-OK THEN
               MOVE SPACES TO WS-LINHA-EXC
               STRING "RPS " DELIMITED BY SIZE
                      RP-NUM-RPS DELIMITED BY SIZE
                      " REJEITADO - " DELIMITED BY SIZE
                      RP-TIPO-TITULO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RP-TIT-CHAVE DELIMITED BY SIZE
                      " RESP " DELIMITED BY SIZE
                      RP-ID-CONTATO DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      RP-MOTIVO DELIMITED BY SIZE
                      INTO WS-LINHA-EXC
               WRITE WS-LINHA-EXC
           END-IF
           .

       P800-FECHA-EXCECOES.
           IF FS-EXC-OK THEN
               MOVE SPACES TO WS-LINHA-EXC
               WRITE WS-LINHA-EXC
               MOVE SPACES TO WS-LINHA-EXC
               STRING "TOTAL DE REJEITADOS/EXCECOES: " DELIMITED BY SIZE
                      WS-TOT-EXCECOES DELIMITED BY SIZE
                      INTO WS-LINHA-EXC
               WRITE WS-LINHA-EXC
               CLOSE EXCECOES
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F"        TO WS-SP-OPERACAO
                   MOVE WS-PAGINAS TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
           END-IF
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "DETALHES LIDOS DO RETORNO: " WS-TOT-LIDOS
           DISPLAY "NFS-E AUTORIZADAS:         " WS-TOT-AUTORIZADOS
           DISPLAY "RPS REJEITADOS:            " WS-TOT-REJEITADOS
           DISPLAY "EXCECOES LISTADAS:         " WS-TOT-EXCECOES
           DISPLAY "LISTA EM: " WS-EXCECOES-PATH
           DISPLAY "========================================"

            GOBACK.
       END PROGRAM NFSERET.
