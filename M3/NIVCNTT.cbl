      *         FRENTE: LISTA OS CONTATOS ATIVOS COM ANIVERSARIO NO
      *         MES ESCOLHIDO, ORDENADOS PELO DIA, COM NOME E TELEFONE
      *         PRONTOS PARA A LISTA DE LIGACOES. SAI PELO SPOOL DE
      *         IMPRESSAO (SPLCTL), COMO OS DEMAIS RELATORIOS. O
      *         TELEFONE SAI COM A MASCARA DA POLITICA DO PERFIL DO
      *         OPERADOR (VER MASCDAD); O ANO DE NASCIMENTO NAO E
      *         IMPRESSO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT RELATORIO ASSIGN TO WS-NIVER-PATH
      *> Spool de impressao: membro numerado alocado por SPLCTL.
       COPY WS_SPLCTL.

      *> Mascaramento de dados pessoais pelo perfil (ver MASCDAD).
       COPY WS_MASCARA.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           DISPLAY "***ANIVERSARIANTES DO MES***".
           PERFORM P100-RESOLVE-PATH.

           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO

           DISPLAY "MES DESEJADO (01 A 12): "
           ACCEPT WS-MES-ESCOLHIDO
           PERFORM UNTIL WS-MES-ESCOLHIDO >= 1 AND
           .

       P210-ACRESCENTA.

           MOVE "A" TO WS-MC-OPERACAO
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
           ADD 1 TO WS-QTD-NIVER
           MOVE WS-NASC-DIA TO WS-NV-DIA(WS-QTD-NIVER)
           STRING WS-NM-PRIMEIRO-NOME DELIMITED BY SIZE
