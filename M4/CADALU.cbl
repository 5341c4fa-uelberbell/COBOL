      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CADASTRO DE ALUNOS, mesmo padrao de
      *         CADCONTT.cbl no M3. CODIGO COM ATE 5 DIGITOS E FICHA
      *         CIVIL COMPLETA (P-FICHALU.cpy), CRITICADA ANTES DE
      *         GRAVAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADALU.
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       COPY FD_ALUNO.

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
       COPY WS_FICHALU.
       COPY WS_CPF.
       COPY WS_DATUTIL.

       COPY WS_M4_PATHS.

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***CADASTRO DE ALUNOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-ALUNOS-PATH TO WS-JORNAL-PATH
           MOVE "ALUNOS" TO JR-ARQUIVO
           MOVE "CADALU" TO JR-PROGRAMA

           SET EXIT-OK     TO FALSE.
           PERFORM P300-CADASTRA THRU P300-FIM UNTIL EXIT-OK

       P300-CADASTRA.
           SET FS-OK       TO TRUE.
           MOVE SPACES     TO WS-REGISTRO-ALUNO
           MOVE ZEROS      TO WS-DT-NASC-ALUNO
           MOVE ZEROS      TO WS-CPF-ALUNO
           MOVE ZEROS      TO WS-CEP-ALUNO

           DISPLAY "CODIGO DO ALUNO: "
           ACCEPT WS-ID-ALUNO
           DISPLAY "NOME DO ALUNO: "
           ACCEPT WS-NM-ALUNO
           DISPLAY "TELEFONE DO ALUNO (DDD + NUMERO): "
           ACCEPT WS-TL-ALUNO
           SET WS-ST-ALUNO-ATIVO TO TRUE

           DISPLAY "--- FICHA CIVIL (ENTER = NAO INFORMADO) ---"
           PERFORM P310-ACEITA-FICHA
           PERFORM P320-VALIDA-FICHA

           IF NOT FICHA-OK THEN
               DISPLAY "ALUNO NAO GRAVADO: " WS-FICHA-MSG
           ELSE
               OPEN I-O ALUNOS
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT ALUNOS
               END-IF
                       INVALID KEY
                           DISPLAY "ALUNO JA CADASTRADO"
                       NOT INVALID KEY
                           MOVE "W" TO JR-OPERACAO
                           MOVE REG-ALUNO TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           DISPLAY "ALUNO GRAVADO COM SUCESSO!"
                   END-WRITE
               ELSE
               END-IF

               CLOSE ALUNOS
           END-IF

           DISPLAY
               "Tecle: "
           .
       P300-FIM.

       COPY P-FICHALU.
       COPY P-VALIDA-CPF.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
