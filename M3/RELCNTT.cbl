      * Update: Saida via spool de impressao (SPLCTL): cada execucao
      *         vai para um membro numerado e catalogado, em vez de
      *         sobrescrever RELCNTT.LST (reimpressao em SPLVIEW).
      * Update: Telefone impresso com a mascara da politica do perfil
      *         do operador (MASCDAD); operador gravado no spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT RELATORIO ASSIGN TO WS-RELATORIO-PATH
           03 WS-DIA                PIC 9(02).


      *> Mascaramento de dados pessoais pelo perfil (ver MASCDAD).
       COPY WS_MASCARA.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *>      ID do operador logado: define a politica de mascaramento.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "***RELATORIO DE CONTATOS***".
           PERFORM P100-RESOLVE-PATH.

           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
      *>   de sobrescrever a saida anterior.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "RELCNTT"  TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELATORIO-PATH
                                          WS-MARCA-PJ
                                          DELIMITED BY SIZE
                                          INTO WS-TAB-NOME(WS-TAB-QTD)
                                   MOVE "A" TO WS-MC-OPERACAO
                                   CALL "MASCDAD" USING
                                        WS-MASCARA-PARM WS-REGISTRO
                                   STRING WS-TL-DDD DELIMITED BY SIZE
                                          "-" DELIMITED BY SIZE
                                          WS-TL-PREFIXO
