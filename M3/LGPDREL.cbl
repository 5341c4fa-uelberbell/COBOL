               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT GRUPOS ASSIGN TO WS-GRUPOS-PATH
       77 WS-QTD-ALUNOS        PIC 9(02) VALUE ZEROS.
       77 WS-A                 PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ALUNOS.
           03 WS-AL-ID         PIC 9(05) OCCURS 20 TIMES.
       77 WS-E-FINANCEIRO      PIC X VALUE "N".

       77 WS-TOT-LINHAS-LOG    PIC 9(04) VALUE ZEROS.
