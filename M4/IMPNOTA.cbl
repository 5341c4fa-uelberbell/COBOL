      *         CADNOTA (P-CALC-MEDIA.cpy), CARREGA AS LINHAS BOAS EM
      *         NOTAS.DAT E GRAVA EM NOTAS_IMP.REL O NUMERO E O MOTIVO
      *         DE CADA LINHA REJEITADA - mesmo espirito da carga em
      *         lote de CADCONTT. ALUNO COM TRANSFERENCIA EXPEDIDA
      *         (TRFSIT) TEM A LINHA REJEITADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD IMPORTA.
       FD REJEICOES.
       01 WS-LINHA-REJ             PIC X(100).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.

      *> Campos desmontados da linha CSV.
       77 WS-C-ALUNO           PIC X(05) VALUE SPACES.
      *> Digitos do codigo do aluno na planilha (ate 5, sem zeros a
      *> esquerda obrigatorios).
       77 WS-TAM-ALUNO         PIC 9(02) VALUE ZEROS.
       77 WS-C-MATERIA         PIC X(05) VALUE SPACES.
       01 WS-C-NOTAS.
           03 WS-C-NOTA        PIC X(06) OCCURS 5 TIMES.
       77 WS-TOT-CARREGADAS    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REJEITADAS    PIC 9(05) VALUE ZEROS.

       COPY WS_TRFSIT.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***IMPORTACAO DE NOTAS (CSV)***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-NOTAS-PATH TO WS-JORNAL-PATH
           MOVE "NOTAS" TO JR-ARQUIVO
           MOVE "IMPNOTA" TO JR-PROGRAMA
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS_IMP.CSV" DELIMITED BY SIZE
                  INTO WS-IMPORTA-PATH.
           .

       P320-VALIDA-LINHA.
           MOVE ZEROS TO WS-TAM-ALUNO
           INSPECT WS-C-ALUNO TALLYING WS-TAM-ALUNO
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TAM-ALUNO EQUAL ZEROS THEN
               MOVE "CODIGO DE ALUNO NAO NUMERICO" TO WS-MOTIVO
           ELSE
               IF WS-C-ALUNO(1:WS-TAM-ALUNO) IS NOT NUMERIC THEN
                   MOVE "CODIGO DE ALUNO NAO NUMERICO" TO WS-MOTIVO
               ELSE
                   MOVE WS-C-ALUNO(1:WS-TAM-ALUNO) TO WS-NT-ID-ALUNO
               END-IF
           END-IF

           IF WS-MOTIVO EQUAL SPACES THEN
           IF WS-MOTIVO EQUAL SPACES THEN
               PERFORM P325-VALIDA-ALUNO
           END-IF
           IF WS-MOTIVO EQUAL SPACES THEN
               PERFORM P327-VALIDA-TRANSFERENCIA
           END-IF
           IF WS-MOTIVO EQUAL SPACES THEN
               PERFORM P326-VALIDA-MATERIA
           END-IF
               CLOSE MATERIAS
           .

       P327-VALIDA-TRANSFERENCIA.
      *> Aluno com transferencia expedida nao recebe nota depois da
      *> data de saida (TRFSIT).
           MOVE WS-NT-ID-ALUNO TO WS-TF-ID-ALUNO
           ACCEPT WS-TF-DATA-REF FROM DATE YYYYMMDD
           CALL "TRFSIT" USING WS-TRFSIT-PARM
           IF TF-BLOQUEADO THEN
               MOVE "ALUNO TRANSFERIDO (VER TRFSAI)" TO WS-MOTIVO
           END-IF
           .

       P330-CONVERTE-NOTA.
      *> Converte a nota da planilha ("7", "7,5" ou "07,50") para
      *> 9(02)V99 e valida a faixa 0-10. A quinta coluna
                                   MOVE "ERRO DE GRAVACAO"
                                       TO WS-MOTIVO
                               NOT INVALID KEY
                                   MOVE "R" TO JR-OPERACAO
                                   MOVE REG-NOTA TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   MOVE "W" TO JR-OPERACAO
                                   MOVE REG-NOTA TO JR-IMAGEM
                                   PERFORM P785-GRAVA-JORNAL
                                   ADD 1 TO WS-TOT-CARREGADAS
                           END-WRITE
                       NOT INVALID KEY
               CLOSE NOTAS
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       COPY P-CALC-MEDIA.
