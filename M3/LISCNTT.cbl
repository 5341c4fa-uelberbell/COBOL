      * Purpose:LISTAGEM DE CONTATOS. DOCUMENTAR TODO CODIGO.
      * Update: Cadastro completo (CADASTRO-PF: telefone/endereco/etc).
      * Update: Filtro opcional por grupo de contato (GP-CONTATO).
      * Update: Linha do contato passa pela mascara da politica do
      *         perfil do operador (MASCDAD) antes de ser exibida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISCNTT.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.



       01 WS-TAB-ORDENACAO.
           03 WS-TAB-ITEM OCCURS 1 TO 500 TIMES DEPENDING ON WS-QTD-TAB.
               05 WS-TAB-REG       PIC X(208).
               05 WS-TAB-CAMPOS REDEFINES WS-TAB-REG.
                   07 WS-TAB-ID         PIC 9(05).
                   07 WS-TAB-NOME.
      *> Contatos que nao couberam na tabela de ordenacao (500): a
      *> listagem avisa em vez de sub-reportar em silencio.
       77 WS-TOT-FORA-TAB           PIC 9(05) VALUE ZEROS.
       77 WS-TAB-AUX                PIC X(208).
       77 WS-IDX-A                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-B                  PIC 9(03) VALUE ZEROS.
       77 WS-PARAR-LISTA            PIC X VALUE "N".
           88 PARAR-LISTA           VALUE "S" FALSE "N".

      *> Mascaramento de dados pessoais pelo perfil (ver MASCDAD).
      *> A listagem so mostra nome e cidade/UF, que ficam visiveis
      *> na mascara de endereco, mas passa pela politica como as
      *> demais telas de contato.
       COPY WS_MASCARA.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM          PIC X(40).
      *>      ID do operador logado: define a politica de mascaramento.
           03 LK-OPERADOR          PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY"***LISTAGEM DE CONTATOS***".
           PERFORM P100-RESOLVE-PATH.

           MOVE "P"         TO WS-MC-OPERACAO
           MOVE LK-OPERADOR TO WS-MC-OPERADOR
           CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO

           PERFORM P150-ESCOLHE-ORDEM.
           PERFORM P160-ESCOLHE-GRUPO.
           PERFORM P170-ESCOLHE-FILIAL.
                      WS-CD-FILIAL-CONTATO EQUAL WS-FILTRO-FILIAL)
                       ADD 1 TO WS-CONT
                       ADD 1 TO WS-LINHAS-PAGINA
                       MOVE "A" TO WS-MC-OPERACAO
                       CALL "MASCDAD" USING WS-MASCARA-PARM
                                            WS-REGISTRO
                       DISPLAY WS-ID-CONTATO " - "
                               WS-NM-PRIMEIRO-NOME " "
                               WS-NM-SEGUNDO-NOME " - " WS-EN-CIDADE "/"
           PERFORM UNTIL WS-IDX-A >= WS-QTD-TAB OR PARAR-LISTA
               ADD 1 TO WS-IDX-A
               MOVE WS-TAB-REG (WS-IDX-A) TO WS-REGISTRO
               MOVE "A" TO WS-MC-OPERACAO
               CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO
               ADD 1 TO WS-CONT
               ADD 1 TO WS-LINHAS-PAGINA
               DISPLAY WS-ID-CONTATO " - "
