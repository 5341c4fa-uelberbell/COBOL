               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
      *> Media geral por aluno (soma das medias / materias).
       01 WS-TAB-GERAL.
           03 WS-GER-ITEM OCCURS 100 TIMES.
               05 WS-GER-ID        PIC 9(05).
               05 WS-GER-NOME      PIC X(30).
               05 WS-GER-SOMA      PIC 9(05)V99.
               05 WS-GER-QTD       PIC 9(03).
       01 WS-TAB-NOTAS.
           03 WS-RK-ITEM OCCURS 500 TIMES.
               05 WS-RK-MATERIA    PIC 9(03).
               05 WS-RK-ALUNO      PIC 9(05).
               05 WS-RK-MEDIA      PIC 9(02)V99.
       77 WS-QTD-RK            PIC 9(03) VALUE ZEROS.

       77 WS-MATERIA-CORRENTE  PIC 9(03) VALUE ZEROS.

       01 WS-TROCA-GERAL.
           03 WS-TG-ID             PIC 9(05).
           03 WS-TG-NOME           PIC X(30).
           03 WS-TG-SOMA           PIC 9(05)V99.
           03 WS-TG-QTD            PIC 9(03).
           03 WS-TG-MEDIA          PIC 9(02)V99.
       01 WS-TROCA-RK.
           03 WS-TR-MATERIA        PIC 9(03).
           03 WS-TR-ALUNO          PIC 9(05).
           03 WS-TR-MEDIA          PIC 9(02)V99.

       LINKAGE SECTION.
