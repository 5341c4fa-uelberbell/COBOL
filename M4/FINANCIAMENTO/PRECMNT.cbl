      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:MANUTENCAO DA TABELA DE PRECOS DA MENSALIDADE
      *         (PRECOS.DAT): INCLUIR, LISTAR E INATIVAR PRECOS POR
      *         TURMA, ANO LETIVO E DATA DE VIGENCIA, E O REAJUSTE
      *         ANUAL, QUE GRAVA EM UMA SO RODADA O PRECO REAJUSTADO
      *         DE TODAS AS TURMAS A PARTIR DO PRECO EM VIGOR NO ANO
      *         DE ORIGEM. TELA AUTORIZADA (MESMO DESENHO DE TAXMNT):
      *         EXIGE OPERADOR DE PERFIL ADMINISTRADOR VALIDADO
      *         CONTRA O CADASTRO OPERADOR.DAT DO SISTEMA DE CONTATOS,
      *         JA QUE UM PRECO ERRADO FATURA A TURMA INTEIRA ERRADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PRECOS ASSIGN TO WS-PRECOS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS.

               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TUR.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH-LOCAL
      *>          CADASTRO DE OPERADORES DO M3 (OPECNTT), PARA A
      *>          AUTORIZACAO DE ADMINISTRADOR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD PRECOS.
       COPY FD_PRECO.

       FD TURMAS.
       COPY FD_TURMA.

       FD OPERADOR.
       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-TUR    PIC 99.
           88 FS-TUR-OK VALUE 0.
       77 WS-FS-OPE    PIC 99.
           88 FS-OPE-OK VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-AUTORIZADO        PIC X VALUE "N".
           88 ACESSO-AUTORIZADO VALUE "S" FALSE "N".

       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-ANO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-VIGENCIA-INF      PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-INF         PIC 9(05)V99 VALUE ZEROS.
       77 WS-TOT-PRECOS        PIC 9(03) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-TURMA-OK          PIC X VALUE "N".
           88 TURMA-CADASTRADA VALUE "S" FALSE "N".

      *> Reajuste anual: ano de origem dos precos em vigor, ano de
      *> destino (o mesmo ano para um reajuste no meio do ano),
      *> vigencia dos precos novos e percentual (ex.: 0850 = 8,50%).
       77 WS-ANO-ORIGEM-INF    PIC 9(04) VALUE ZEROS.
       77 WS-ANO-DESTINO-INF   PIC 9(04) VALUE ZEROS.
       77 WS-PERCENTUAL-INF    PIC 9(02)V99 VALUE ZEROS.
       77 WS-CONFIRMA          PIC X VALUE SPACES.
       77 WS-TOT-REAJUSTADOS   PIC 9(03) VALUE ZEROS.
       77 WS-TOT-JA-EXISTIAM   PIC 9(03) VALUE ZEROS.

      *> Preco em vigor de cada turma no ano de origem (o ultimo
      *> ativo na ordem da chave), juntado numa primeira passada
      *> antes de gravar os precos novos.
       77 WS-MAX-REAJ          PIC 9(03) VALUE 999.
       77 WS-QTD-REAJ          PIC 9(03) VALUE ZEROS.
       77 WS-R                 PIC 9(03) VALUE ZEROS.
       01 WS-TAB-REAJ.
           03 WS-REAJ-ENT OCCURS 999 TIMES.
               05 WS-REAJ-TURMA    PIC 9(03).
               05 WS-REAJ-VALOR    PIC 9(05)V99.
               05 WS-REAJ-NOVO     PIC 9(05)V99.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***MANUTENCAO DA TABELA DE PRECOS DA "
                   "MENSALIDADE***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P150-RESOLVE-OPERADOR.
           PERFORM P200-AUTORIZA.

           IF ACESSO-AUTORIZADO THEN
               SET EXIT-OK     TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM.

       P150-RESOLVE-OPERADOR.
      *> OPERADOR.DAT vive no diretorio de dados do M3 (mesmo padrao
      *> de resolucao de TAXMNT).
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\OPERADOR.DAT" DELIMITED BY SIZE
                  INTO WS-OPERADOR-PATH-LOCAL
           .

       P200-AUTORIZA.
           SET ACESSO-AUTORIZADO TO FALSE
           SET FS-OPE-OK TO TRUE

           DISPLAY "ID DO ADMINISTRADOR: "
           ACCEPT WS-LOGIN-ID
           DISPLAY "SENHA: "
           ACCEPT WS-LOGIN-SENHA

           OPEN INPUT OPERADOR
               IF FS-OPE-OK THEN
                   MOVE WS-LOGIN-ID TO OP-ID
                   READ OPERADOR
                       KEY IS OP-ID
                       INVALID KEY
                           DISPLAY "OPERADOR NAO CADASTRADO!"
                       NOT INVALID KEY
                           MOVE "C"             TO WS-SC-OPERACAO
                           MOVE WS-LOGIN-SENHA  TO WS-SC-SENHA
                           MOVE OP-SENHA-SAL    TO WS-SC-SAL
                           MOVE OP-SENHA-HASH   TO WS-SC-HASH
                           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
                           MOVE SPACES TO WS-LOGIN-SENHA WS-SC-SENHA
                           IF SC-SENHA-CONFERE AND
                              OP-PERFIL-ADMIN AND OP-ATIVO THEN
                               SET ACESSO-AUTORIZADO TO TRUE
                           ELSE
                               DISPLAY "ACESSO RESTRITO AO PERFIL "
                                       "ADMINISTRADOR"
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "OPERADOR.DAT INDISPONIVEL - FILE STATUS: "
                           WS-FS-OPE
               END-IF
               CLOSE OPERADOR
           .

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> INCLUIR PRECO  <2> LISTAR  "
                   "<3> INATIVAR  <4> REAJUSTE ANUAL  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-INCLUI
               WHEN "2"
                   PERFORM P320-LISTA
               WHEN "3"
                   PERFORM P330-INATIVA
               WHEN "4"
                   PERFORM P340-REAJUSTE
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-INCLUI.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "VIGENTE A PARTIR DE (AAAAMMDD): "
           ACCEPT WS-VIGENCIA-INF
           DISPLAY "VALOR DA MENSALIDADE: "
           ACCEPT WS-VALOR-INF

           PERFORM P315-CONFERE-TURMA
           IF NOT TURMA-CADASTRADA THEN
               DISPLAY "TURMA NAO CADASTRADA (VER CADTUR)"
           ELSE
               IF WS-ANO-INF < 1900 OR WS-VIGENCIA-INF < 19000101
                  OR WS-VALOR-INF EQUAL ZEROS THEN
                   DISPLAY "ANO, VIGENCIA OU VALOR INVALIDO!"
               ELSE
                   PERFORM P317-GRAVA-PRECO
               END-IF
           END-IF
           .

       P315-CONFERE-TURMA.
           SET TURMA-CADASTRADA TO FALSE
           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
               IF FS-TUR-OK THEN
                   MOVE WS-CD-TURMA-INF TO TU-CD-TURMA
                   READ TURMAS
                       KEY IS TU-CD-TURMA
                       NOT INVALID KEY
                           SET TURMA-CADASTRADA TO TRUE
                   END-READ
               ELSE
                   DISPLAY "Erro ao abrir TURMAS.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-TUR
               END-IF
               CLOSE TURMAS
           .

       P317-GRAVA-PRECO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET FS-OK TO TRUE
           OPEN I-O PRECOS
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT PRECOS
               END-IF

               IF FS-OK THEN
                   MOVE WS-CD-TURMA-INF TO PM-CD-TURMA
                   MOVE WS-ANO-INF      TO PM-ANO
                   MOVE WS-VIGENCIA-INF TO PM-VIGENCIA
                   MOVE WS-VALOR-INF    TO PM-VALOR
                   SET PM-ATIVO         TO TRUE
                   MOVE WS-LOGIN-ID     TO PM-OPERADOR
                   MOVE WS-DATA-HOJE    TO PM-DT-ATUALIZ
                   WRITE REG-PRECO
                       INVALID KEY
                           DISPLAY "JA EXISTE PRECO DESTA TURMA/ANO "
                                   "COM ESTA VIGENCIA"
                       NOT INVALID KEY
                           DISPLAY "PRECO GRAVADO COM SUCESSO!"
                   END-WRITE
               ELSE
                   DISPLAY "Erro ao abrir PRECOS.DAT."
                   DISPLAY "FILE STATUS: " WS-FS
               END-IF
               CLOSE PRECOS
           .

       P320-LISTA.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE ZEROS TO WS-TOT-PRECOS

           OPEN INPUT PRECOS
               IF FS-OK THEN
                   PERFORM UNTIL EOF-OK
                       READ PRECOS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-PRECOS
                               DISPLAY "TURMA " PM-CD-TURMA
                                       " ANO " PM-ANO
                                       " A PARTIR DE " PM-VIGENCIA
                                       " VALOR " PM-VALOR
                                       " (" PM-STATUS ") "
                                       PM-OPERADOR " " PM-DT-ATUALIZ
                       END-READ
                   END-PERFORM
                   DISPLAY "PRECOS CADASTRADOS: " WS-TOT-PRECOS
               ELSE
                   DISPLAY "Erro ao abrir PRECOS.DAT."
                   DISPLAY "FILE STATUS: " WS-FS
               END-IF
               CLOSE PRECOS
           .

       P330-INATIVA.
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CD-TURMA-INF
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT WS-ANO-INF
           DISPLAY "VIGENCIA (AAAAMMDD): "
           ACCEPT WS-VIGENCIA-INF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET FS-OK TO TRUE
           OPEN I-O PRECOS
               IF FS-OK THEN
                   MOVE WS-CD-TURMA-INF TO PM-CD-TURMA
                   MOVE WS-ANO-INF      TO PM-ANO
                   MOVE WS-VIGENCIA-INF TO PM-VIGENCIA
                   READ PRECOS
                       KEY IS PM-CHAVE
                       INVALID KEY
                           DISPLAY "PRECO NAO EXISTE"
                       NOT INVALID KEY
                           SET PM-INATIVO     TO TRUE
                           MOVE WS-LOGIN-ID   TO PM-OPERADOR
                           MOVE WS-DATA-HOJE  TO PM-DT-ATUALIZ
                           REWRITE REG-PRECO
                               INVALID KEY
                                   DISPLAY "ERRO AO INATIVAR O PRECO"
                               NOT INVALID KEY
                                   DISPLAY "PRECO INATIVADO!"
                           END-REWRITE
                   END-READ
               ELSE
                   DISPLAY "Erro ao abrir PRECOS.DAT."
                   DISPLAY "FILE STATUS: " WS-FS
               END-IF
               CLOSE PRECOS
           .

       P340-REAJUSTE.
           DISPLAY "ANO DE ORIGEM DOS PRECOS EM VIGOR (AAAA): "
           ACCEPT WS-ANO-ORIGEM-INF
           DISPLAY "ANO DE DESTINO DOS PRECOS REAJUSTADOS (AAAA): "
           ACCEPT WS-ANO-DESTINO-INF
           DISPLAY "VIGENTE A PARTIR DE (AAAAMMDD): "
           ACCEPT WS-VIGENCIA-INF
           DISPLAY "PERCENTUAL DE REAJUSTE (EX: 08,50): "
           ACCEPT WS-PERCENTUAL-INF

           IF WS-ANO-ORIGEM-INF < 1900 OR WS-ANO-DESTINO-INF <
              WS-ANO-ORIGEM-INF OR WS-VIGENCIA-INF < 19000101
              OR WS-PERCENTUAL-INF EQUAL ZEROS THEN
               DISPLAY "PARAMETROS DO REAJUSTE INVALIDOS!"
           ELSE
               PERFORM P342-JUNTA-VIGENTES
               IF WS-QTD-REAJ EQUAL ZEROS THEN
                   DISPLAY "NENHUM PRECO ATIVO NO ANO "
                           WS-ANO-ORIGEM-INF
               ELSE
                   DISPLAY "REAJUSTAR EM " WS-PERCENTUAL-INF
                           "% OS PRECOS DE " WS-QTD-REAJ
                           " TURMA(S), VIGENTES EM " WS-VIGENCIA-INF
                           "? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                       PERFORM P345-GRAVA-REAJUSTE
                   ELSE
                       DISPLAY "REAJUSTE CANCELADO PELO OPERADOR"
                   END-IF
               END-IF
           END-IF
           .

       P342-JUNTA-VIGENTES.
      *> Primeira passada: o ultimo preco ativo de cada turma no ano
      *> de origem (a chave ordena turma, ano e vigencia) e o preco
      *> em vigor que sera reajustado.
           MOVE ZEROS TO WS-QTD-REAJ
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE

           OPEN INPUT PRECOS
               IF FS-OK THEN
                   PERFORM UNTIL EOF-OK
                       READ PRECOS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF PM-ANO EQUAL WS-ANO-ORIGEM-INF
                                  AND PM-ATIVO THEN
                                   PERFORM P343-GUARDA-VIGENTE
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   DISPLAY "Erro ao abrir PRECOS.DAT."
                   DISPLAY "FILE STATUS: " WS-FS
               END-IF
               CLOSE PRECOS
           .

       P343-GUARDA-VIGENTE.
           IF WS-QTD-REAJ > ZEROS AND
              WS-REAJ-TURMA (WS-QTD-REAJ) EQUAL PM-CD-TURMA THEN
               MOVE PM-VALOR TO WS-REAJ-VALOR (WS-QTD-REAJ)
           ELSE
               IF WS-QTD-REAJ < WS-MAX-REAJ THEN
                   ADD 1 TO WS-QTD-REAJ
                   MOVE PM-CD-TURMA TO WS-REAJ-TURMA (WS-QTD-REAJ)
                   MOVE PM-VALOR    TO WS-REAJ-VALOR (WS-QTD-REAJ)
               ELSE
                   DISPLAY "TABELA DE REAJUSTE CHEIA - TURMA "
                           PM-CD-TURMA " FICOU DE FORA"
               END-IF
           END-IF
           .

       P345-GRAVA-REAJUSTE.
      *> Segunda passada: grava o preco reajustado de cada turma no
      *> ano de destino; vigencia ja cadastrada nao e sobrescrita.
           MOVE ZEROS TO WS-TOT-REAJUSTADOS
           MOVE ZEROS TO WS-TOT-JA-EXISTIAM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET FS-OK TO TRUE

           OPEN I-O PRECOS
               IF FS-OK THEN
                   PERFORM VARYING WS-R FROM 1 BY 1
                           UNTIL WS-R > WS-QTD-REAJ
                       COMPUTE WS-REAJ-NOVO (WS-R) ROUNDED =
                               WS-REAJ-VALOR (WS-R) *
                               (100 + WS-PERCENTUAL-INF) / 100
                       MOVE WS-REAJ-TURMA (WS-R) TO PM-CD-TURMA
                       MOVE WS-ANO-DESTINO-INF   TO PM-ANO
                       MOVE WS-VIGENCIA-INF      TO PM-VIGENCIA
                       MOVE WS-REAJ-NOVO (WS-R)  TO PM-VALOR
                       SET PM-ATIVO              TO TRUE
                       MOVE WS-LOGIN-ID          TO PM-OPERADOR
                       MOVE WS-DATA-HOJE         TO PM-DT-ATUALIZ
                       WRITE REG-PRECO
                           INVALID KEY
                               ADD 1 TO WS-TOT-JA-EXISTIAM
                               DISPLAY "TURMA " PM-CD-TURMA
                                       " JA TEM PRECO NESTA VIGENCIA"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-REAJUSTADOS
                               DISPLAY "TURMA " PM-CD-TURMA ": "
                                       WS-REAJ-VALOR (WS-R) " -> "
                                       PM-VALOR
                       END-WRITE
                   END-PERFORM
                   DISPLAY "PRECOS REAJUSTADOS:     "
                           WS-TOT-REAJUSTADOS
                   DISPLAY "JA EXISTIAM (PULADOS):  "
                           WS-TOT-JA-EXISTIAM
               ELSE
                   DISPLAY "Erro ao abrir PRECOS.DAT."
                   DISPLAY "FILE STATUS: " WS-FS
               END-IF
               CLOSE PRECOS
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM PRECMNT.
