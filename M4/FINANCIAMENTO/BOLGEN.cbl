      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA QUE MONTA O CODIGO DE BARRAS E A LINHA
      *         DIGITAVEL DO BOLETO DE COBRANCA NO PADRAO FEBRABAN
      *         (MESMO PADRAO DE SUB-ROTINA DE DATUTIL E PIXGEN).
      *         CODIGO DE BARRAS (44 POSICOES):
      *           BANCO(3) MOEDA "9"(1) DV GERAL(1) FATOR DE
      *           VENCIMENTO(4) VALOR EM CENTAVOS(10) CAMPO LIVRE(25)
      *         DV GERAL EM MODULO 11 (PESOS 2 A 9; RESULTADO 0, 10 OU
      *         11 VIRA 1). LINHA DIGITAVEL: TRES CAMPOS COM DV EM
      *         MODULO 10 (PESOS 2 E 1), O DV GERAL E O FATOR + VALOR.
      *         FATOR = DIAS DESDE 07/10/1997; DEPOIS DE 9999
      *         (21/02/2025) RECOMECA EM 1000, DE 9000 EM 9000 DIAS.
      *         CHAMADO POR CARNE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY WS_DATUTIL.

       77 WS-DATA-BASE-FATOR   PIC 9(08) VALUE 19971007.
       77 WS-DIAS              PIC S9(06) VALUE ZEROS.
       77 WS-CICLOS            PIC 9(04) VALUE ZEROS.
       77 WS-RESTO-FATOR       PIC 9(04) VALUE ZEROS.

       01 WS-BARRA.
           03 WS-BR-BANCO      PIC 9(03).
           03 WS-BR-MOEDA      PIC 9(01).
           03 WS-BR-DV         PIC 9(01).
           03 WS-BR-FATOR      PIC 9(04).
           03 WS-BR-VALOR      PIC 9(08)V99.
           03 WS-BR-LIVRE      PIC X(25).
       01 FILLER REDEFINES WS-BARRA.
           03 WS-BR-DIGITO     PIC 9 OCCURS 44 TIMES.

      *> Modulo 10 sobre WS-M10-TAM digitos de WS-M10-BUF.
       01 WS-M10-BUF.
           03 WS-M10-DIGITO    PIC 9 OCCURS 10 TIMES.
       77 WS-M10-TAM           PIC 9(02) VALUE ZEROS.
       77 WS-M10-DV            PIC 9(01) VALUE ZEROS.
       77 WS-PESO              PIC 9(02) VALUE ZEROS.
       77 WS-PRODUTO           PIC 9(03) VALUE ZEROS.
       77 WS-SOMA              PIC 9(05) VALUE ZEROS.
       77 WS-QUOC              PIC 9(05) VALUE ZEROS.
       77 WS-RESTO             PIC 9(05) VALUE ZEROS.
       77 WS-I                 PIC 9(02) VALUE ZEROS.

       01 WS-CAMPO-1           PIC X(09) VALUE SPACES.
       77 WS-DV-1              PIC 9(01) VALUE ZEROS.
       77 WS-DV-2              PIC 9(01) VALUE ZEROS.
       77 WS-DV-3              PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARM-BOLGEN.
           02 BG-BANCO         PIC 9(03).
           02 BG-VENCIMENTO    PIC 9(08).
           02 BG-VALOR         PIC 9(08)V99.
           02 BG-CAMPO-LIVRE   PIC X(25).
           02 BG-CODIGO-BARRAS PIC X(44).
           02 BG-LINHA-DIGITAVEL PIC X(54).
      *>      "S" QUANDO BANCO, CAMPO LIVRE OU VENCIMENTO SAO INVALIDOS.
           02 BG-ERRO          PIC X.

       PROCEDURE DIVISION USING PARM-BOLGEN.
       MAIN-PROCEDURE.

           MOVE "N"    TO BG-ERRO
           MOVE SPACES TO BG-CODIGO-BARRAS
           MOVE SPACES TO BG-LINHA-DIGITAVEL

           IF BG-BANCO IS NOT NUMERIC OR BG-BANCO EQUAL ZEROS
                   OR BG-CAMPO-LIVRE IS NOT NUMERIC
                   OR BG-VALOR IS NOT NUMERIC THEN
               MOVE "S" TO BG-ERRO
           ELSE
               PERFORM P200-FATOR-VENCIMENTO
           END-IF

           IF BG-ERRO NOT EQUAL "S" THEN
               PERFORM P300-MONTA-CODIGO-BARRAS
               PERFORM P400-MONTA-LINHA-DIGITAVEL
           END-IF

           GOBACK.

       P200-FATOR-VENCIMENTO.
           MOVE "F"                TO WS-DU-OPERACAO
           MOVE BG-VENCIMENTO      TO WS-DU-DATA-1
           MOVE WS-DATA-BASE-FATOR TO WS-DU-DATA-2
           MOVE ZEROS              TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE WS-DU-RESULTADO-DIAS TO WS-DIAS

      *>   Fator 1000 e o menor valido (03/07/2000).
           IF WS-DU-ERRO EQUAL "S" OR WS-DIAS < 1000 THEN
               MOVE "S" TO BG-ERRO
           ELSE
               IF WS-DIAS > 9999 THEN
                   COMPUTE WS-DIAS = WS-DIAS - 10000
                   DIVIDE WS-DIAS BY 9000 GIVING WS-CICLOS
                       REMAINDER WS-RESTO-FATOR
                   COMPUTE WS-BR-FATOR = WS-RESTO-FATOR + 1000
               ELSE
                   MOVE WS-DIAS TO WS-BR-FATOR
               END-IF
           END-IF
           .

       P300-MONTA-CODIGO-BARRAS.
           MOVE BG-BANCO       TO WS-BR-BANCO
           MOVE 9              TO WS-BR-MOEDA
           MOVE ZEROS          TO WS-BR-DV
           MOVE BG-VALOR       TO WS-BR-VALOR
           MOVE BG-CAMPO-LIVRE TO WS-BR-LIVRE

      *>   Modulo 11 da direita para a esquerda, sem a posicao 5.
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM VARYING WS-I FROM 44 BY -1 UNTIL WS-I < 1
               IF WS-I NOT EQUAL 5 THEN
                   COMPUTE WS-SOMA = WS-SOMA
                                   + WS-BR-DIGITO (WS-I) * WS-PESO
                   IF WS-PESO EQUAL 9 THEN
                       MOVE 2 TO WS-PESO
                   ELSE
                       ADD 1 TO WS-PESO
                   END-IF
               END-IF
           END-PERFORM
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO < 2 THEN
               MOVE 1 TO WS-BR-DV
           ELSE
               COMPUTE WS-BR-DV = 11 - WS-RESTO
           END-IF

           MOVE WS-BARRA TO BG-CODIGO-BARRAS
           .

       P400-MONTA-LINHA-DIGITAVEL.
      *>   Campo 1: banco, moeda e as 5 primeiras do campo livre.
           MOVE SPACES TO WS-CAMPO-1
           STRING WS-BARRA (1:4) DELIMITED BY SIZE
                  WS-BR-LIVRE (1:5) DELIMITED BY SIZE
                  INTO WS-CAMPO-1
           MOVE WS-CAMPO-1 TO WS-M10-BUF
           MOVE 9 TO WS-M10-TAM
           PERFORM P410-MODULO-10
           MOVE WS-M10-DV TO WS-DV-1

      *>   Campos 2 e 3: posicoes 6-15 e 16-25 do campo livre.
           MOVE WS-BR-LIVRE (6:10) TO WS-M10-BUF
           MOVE 10 TO WS-M10-TAM
           PERFORM P410-MODULO-10
           MOVE WS-M10-DV TO WS-DV-2

           MOVE WS-BR-LIVRE (16:10) TO WS-M10-BUF
           MOVE 10 TO WS-M10-TAM
           PERFORM P410-MODULO-10
           MOVE WS-M10-DV TO WS-DV-3

           STRING WS-CAMPO-1 (1:5) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-CAMPO-1 (6:4) DELIMITED BY SIZE
                  WS-DV-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BR-LIVRE (6:5) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-BR-LIVRE (11:5) DELIMITED BY SIZE
                  WS-DV-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BR-LIVRE (16:5) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-BR-LIVRE (21:5) DELIMITED BY SIZE
                  WS-DV-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BR-DV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BARRA (6:14) DELIMITED BY SIZE
                  INTO BG-LINHA-DIGITAVEL
           .

       P410-MODULO-10.
      *> Pesos 2 e 1 a partir da direita; produto de dois digitos
      *> entra pela soma dos algarismos (produto - 9).
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM VARYING WS-I FROM WS-M10-TAM BY -1 UNTIL WS-I < 1
               COMPUTE WS-PRODUTO = WS-M10-DIGITO (WS-I) * WS-PESO
               IF WS-PRODUTO > 9 THEN
                   SUBTRACT 9 FROM WS-PRODUTO
               END-IF
               ADD WS-PRODUTO TO WS-SOMA
               IF WS-PESO EQUAL 2 THEN
                   MOVE 1 TO WS-PESO
               ELSE
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM
           DIVIDE WS-SOMA BY 10 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO EQUAL ZEROS THEN
               MOVE ZEROS TO WS-M10-DV
           ELSE
               COMPUTE WS-M10-DV = 10 - WS-RESTO
           END-IF
           .
       END PROGRAM BOLGEN.
