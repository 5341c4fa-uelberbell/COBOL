      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:ALTERACAO DE DADOS DO ALUNO, mesmo padrao de
      *         ALTCONTT.cbl no M3. A FICHA CIVIL (NASCIMENTO, CPF,
      *         RG, SEXO, NATURALIDADE, FILIACAO E ENDERECO) E
      *         ALTERADA CAMPO A CAMPO E CRITICADA ANTES DO REWRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTALU.
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

       COPY WS_M4_PATHS.

       COPY WS_FICHALU.

       COPY WS_CPF.

       COPY WS_DATUTIL.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.

           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-CONFIRM           PIC X VALUE SPACES.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***ALTERACAO DE ALUNOS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-ALUNOS-PATH TO WS-JORNAL-PATH
           MOVE "ALUNOS" TO JR-ARQUIVO
           MOVE "ALTALU" TO JR-PROGRAMA

           SET EXIT-OK     TO FALSE.
           PERFORM P300-ALTERAR THRU P300-FIM UNTIL EXIT-OK
                          DISPLAY "INFORME O NOVO NOME: "
                          ACCEPT WS-NM-ALUNO
                          DISPLAY "TELEFONE ATUAL: " WS-TL-ALUNO
                          DISPLAY "INFORME O NOVO TELEFONE "
                                  "(DDD + NUMERO): "
                          ACCEPT WS-TL-ALUNO
                          DISPLAY "--- FICHA CIVIL (ENTER = MANTEM) ---"
                          PERFORM P310-ACEITA-FICHA
                          PERFORM P320-VALIDA-FICHA
                          IF FICHA-OK THEN
                              DISPLAY "TECLE: <S> PARA CONFIRMAR OU "
                                  "<QUALQUER TECLA> PARA MANTER O ATUAL"
                              ACCEPT WS-CONFIRM
                          ELSE
                              DISPLAY "FICHA INVALIDA: " WS-FICHA-MSG
                          END-IF
                          IF WS-CONFIRM EQUAL "S" THEN
                              MOVE WS-REGISTRO-ALUNO TO REG-ALUNO
                              REWRITE REG-ALUNO
                                  INVALID KEY
                                      DISPLAY "ERRO AO ATUALIZAR ALUNO"
                                  NOT INVALID KEY
                                      MOVE "R" TO JR-OPERACAO
                                      MOVE REG-ALUNO TO JR-IMAGEM
                                      PERFORM P785-GRAVA-JORNAL
                                      DISPLAY
                                         "ALUNO ATUALIZADO COM SUCESSO!"
                              END-REWRITE
           .
       P300-FIM.

       COPY P-FICHALU.
       COPY P-VALIDA-CPF.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
