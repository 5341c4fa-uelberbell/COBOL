               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT CONTARQ-ANT ASSIGN TO WS-CONTARQ-PATH
       01 WS-LINHA-ARQ-ANT         PIC X(151).

       FD CONTARQ-NOVO.
       01 WS-LINHA-ARQ-NOVA        PIC X(208).

       FD CONTROLE.
       COPY FD_CONTROLE.
           MOVE ZEROS          TO WS-DT-ALTERACAO
           MOVE ZEROS          TO WS-DT-NASCIMENTO
           MOVE ZEROS          TO WS-CD-FILIAL-CONTATO
      *>   Sem CPF: a chave alternada leva o proprio ID (ver
      *>   CPF-CHAVE em FD_CONTT.cpy).
           MOVE ZEROS          TO WS-CPF-CONTATO
           MOVE WS-ID-CONTATO  TO WS-CPF-COMPL

           IF WS-ID-CONTATO > WS-MAIOR-ID THEN
               MOVE WS-ID-CONTATO TO WS-MAIOR-ID
                               MOVE ZEROS TO WS-DT-NASCIMENTO
                               MOVE ZEROS TO
                                   WS-CD-FILIAL-CONTATO
                               MOVE ZEROS TO WS-CPF-CONTATO
                               MOVE WS-ID-CONTATO TO WS-CPF-COMPL
                               MOVE WS-REGISTRO TO WS-LINHA-ARQ-NOVA
                               WRITE WS-LINHA-ARQ-NOVA
                               ADD 1 TO WS-TOT-ARQ-GRAVADOS
