               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
       FD STUDXREF.
       01 REG-STUDXREF.
           03 XR-CD-STUDENT        PIC 9(05).
           03 XR-ID-ALUNO          PIC 9(05).

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
      *> Alunos existentes em memoria, para o casamento por nome.
       01 WS-TAB-ALUNOS.
           03 WS-AL-ITEM OCCURS 200 TIMES.
               05 WS-AL-ID         PIC 9(05).
               05 WS-AL-NOME       PIC X(30).
       77 WS-QTD-ALUNOS        PIC 9(03) VALUE ZEROS.
       77 WS-MAIOR-ID          PIC 9(05) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CASADOS-NOME  PIC 9(02) VALUE ZEROS.
       77 WS-ID-CASADO         PIC 9(05) VALUE ZEROS.
       77 WS-NOME-STUDENT      PIC X(30) VALUE SPACES.

       77 WS-TOT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-INCLUIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REVISAR       PIC 9(05) VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

           DISPLAY "***CONSOLIDACAO STUDENT.DAT -> ALUNOS.DAT***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-ALUNOS-PATH TO WS-JORNAL-PATH
           MOVE "ALUNOS" TO JR-ARQUIVO
           MOVE "CONSOLID" TO JR-PROGRAMA
           PERFORM P110-RESOLVE-STUDENT.

           PERFORM P200-CARREGA-ALUNOS
               END-IF

               IF FS-ALUNO-OK THEN
      *>           Ficha civil em branco: a secretaria completa em
      *>           ALTALU.
                   MOVE SPACES           TO WS-REGISTRO-ALUNO
                   MOVE WS-MAIOR-ID      TO WS-ID-ALUNO
                   MOVE WS-NOME-STUDENT  TO WS-NM-ALUNO
                   MOVE ZEROS            TO WS-TL-ALUNO
                   MOVE ZEROS            TO WS-DT-NASC-ALUNO
                   MOVE ZEROS            TO WS-CPF-ALUNO
                   MOVE ZEROS            TO WS-CEP-ALUNO
                   SET WS-ST-ALUNO-ATIVO TO TRUE
                   MOVE WS-REGISTRO-ALUNO TO REG-ALUNO
                   WRITE REG-ALUNO
                           DISPLAY "ERRO AO INCLUIR O ALUNO "
                                   WS-MAIOR-ID
                       NOT INVALID KEY
                           MOVE "W" TO JR-OPERACAO
                           MOVE REG-ALUNO TO JR-IMAGEM
                           PERFORM P785-GRAVA-JORNAL
                           ADD 1 TO WS-TOT-INCLUIDOS
                           IF WS-QTD-ALUNOS < 200 THEN
                               ADD 1 TO WS-QTD-ALUNOS
           END-WRITE
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
