      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:GRAVA A IMAGEM POSTERIOR DE UM REGISTRO MESTRE NO
      *         JORNAL. O CHAMADOR APONTA WS-JORNAL-PATH PARA O JORNAL
      *         DO MESTRE (WS-JRN-<MESTRE>-PATH) E PREENCHE
      *         JR-ARQUIVO E JR-PROGRAMA UMA VEZ; DEPOIS DE CADA
      *         WRITE/REWRITE/DELETE BEM-SUCEDIDO PREENCHE JR-OPERACAO
      *         E JR-IMAGEM E EXECUTA PERFORM P785-GRAVA-JORNAL. O
      *         JORNAL E ABERTO E FECHADO A CADA IMAGEM, PARA NAO
      *         PERDER NADA SE O PROGRAMA CAIR. REQUER SELECT JORNAL
      *         ASSIGN TO WS-JORNAL-PATH COM FILE STATUS WS-FS-JRN,
      *         FD JORNAL COM 01 WS-LINHA-JORNAL PIC X(433) E
      *         COPY WS_JORNAL.
      ******************************************************************
       P785-GRAVA-JORNAL.
           ACCEPT JR-DATA FROM DATE YYYYMMDD
           ACCEPT JR-HORA FROM TIME

           SET FS-JRN-OK TO TRUE
           OPEN EXTEND JORNAL
               IF WS-FS-JRN EQUAL 35 THEN
                   OPEN OUTPUT JORNAL
               END-IF
               IF FS-JRN-OK THEN
                   WRITE WS-LINHA-JORNAL FROM REG-JORNAL
               ELSE
                   DISPLAY "ERRO AO GRAVAR O JORNAL " JR-ARQUIVO
                           " - FILE STATUS: " WS-FS-JRN
               END-IF
               CLOSE JORNAL
           MOVE SPACES TO JR-IMAGEM
           .
