      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA COMPARTILHADA DE SENHAS DOS OPERADORES,
      *         CHAMAVEL DE TODO O M3 E M4 (mesmo padrao de DATUTIL):
      *         A SENHA NAO E MAIS GRAVADA EM CLARO EM OPERADOR.DAT
      *         NEM EM SENHIST.DAT, SO O RESUMO (HASH) DE MAO UNICA
      *         DA SENHA COM UM SAL ALEATORIO POR SENHA. O RESUMO E
      *         CALCULADO EM WS-SC-RODADAS PASSADAS SOBRE SAL + SENHA
      *         + SAL, COM QUATRO ACUMULADORES MODULO PRIMOS DE 32
      *         BITS, E SAI EM 32 DIGITOS HEXADECIMAIS.
      *         OPERACOES (SC-OPERACAO):
      *           "S" = GERA UM SAL NOVO -> SC-SAL
      *           "H" = RESUMO DE SC-SENHA COM SC-SAL -> SC-HASH
      *           "C" = CONFERE SC-SENHA COM SC-SAL CONTRA O SC-HASH
      *                 GRAVADO -> SC-CONFERE ("S"/"N")
      *           "P" = POLITICA DA SENHA NOVA EM SC-SENHA: DE 8 A 20
      *                 CARACTERES COM LETRA E DIGITO (SC-ERRO = "S" E
      *                 O MOTIVO EM SC-MENSAGEM SE RECUSADA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHCRIP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *> Passadas sobre o texto: encarecem a tentativa por forca
      *> bruta de quem copiar o arquivo.
       77 WS-SC-RODADAS        PIC 9(04) VALUE 0500.
       77 WS-TAM-MIN-SENHA     PIC 9(02) VALUE 08.

      *> Texto resumido: sal + senha + sal.
       01 WS-TEXTO             PIC X(36) VALUE SPACES.
       77 WS-TAM-TEXTO         PIC 9(02) VALUE 36.
       77 WS-TAM-SENHA         PIC 9(02) VALUE ZEROS.

       77 WS-H1                PIC 9(10) VALUE ZEROS.
       77 WS-H2                PIC 9(10) VALUE ZEROS.
       77 WS-H3                PIC 9(10) VALUE ZEROS.
       77 WS-H4                PIC 9(10) VALUE ZEROS.
       77 WS-P1                PIC 9(10) VALUE 4294967291.
       77 WS-P2                PIC 9(10) VALUE 4294967279.
       77 WS-P3                PIC 9(10) VALUE 4294967231.
       77 WS-P4                PIC 9(10) VALUE 4294967197.
       77 WS-CALC              PIC 9(18) VALUE ZEROS.
       77 WS-QUOC              PIC 9(18) VALUE ZEROS.
       77 WS-BYTE              PIC 9(03) VALUE ZEROS.
       77 WS-R                 PIC 9(04) VALUE ZEROS.
       77 WS-I                 PIC 9(02) VALUE ZEROS.
       77 WS-N                 PIC 9(02) VALUE ZEROS.

      *> Conversao de um acumulador em 8 digitos hexadecimais.
       01 WS-HEXA              PIC X(16) VALUE "0123456789ABCDEF".
       77 WS-VALOR-HEX         PIC 9(10) VALUE ZEROS.
       77 WS-DIGITO            PIC 9(02) VALUE ZEROS.
       01 WS-HEX-8             PIC X(08) VALUE SPACES.
       01 WS-HASH-CALC         PIC X(32) VALUE SPACES.

      *> Gerador do sal: semeado uma vez por execucao com a data e
      *> a hora; as chamadas seguintes continuam a mesma sequencia.
       77 WS-SEMEADO           PIC X VALUE "N".
           88 GERADOR-SEMEADO  VALUE "S" FALSE "N".
       77 WS-DATA-SEMENTE      PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SEMENTE      PIC 9(08) VALUE ZEROS.
       77 WS-SEMENTE           PIC 9(09) VALUE ZEROS.
       77 WS-ALEATORIO         PIC V9(09) VALUE ZEROS.

       77 WS-TEM-LETRA         PIC X VALUE "N".
           88 TEM-LETRA        VALUE "S" FALSE "N".
       77 WS-TEM-DIGITO        PIC X VALUE "N".
           88 TEM-DIGITO       VALUE "S" FALSE "N".

       LINKAGE SECTION.
       01 PARM-SENHCRIP.
           02 SC-OPERACAO      PIC X.
           02 SC-SENHA         PIC X(20).
           02 SC-SAL           PIC X(08).
           02 SC-HASH          PIC X(32).
      *>      "S" QUANDO A SENHA CONFERE COM O RESUMO GRAVADO.
           02 SC-CONFERE       PIC X.
      *>      "S" QUANDO A OPERACAO E INVALIDA OU A SENHA E RECUSADA.
           02 SC-ERRO          PIC X.
           02 SC-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING PARM-SENHCRIP.
       MAIN-PROCEDURE.

           MOVE "N"    TO SC-ERRO
           MOVE "N"    TO SC-CONFERE
           MOVE SPACES TO SC-MENSAGEM

           EVALUATE SC-OPERACAO
               WHEN "S"
                   PERFORM P200-GERA-SAL
               WHEN "H"
                   PERFORM P300-RESUMO
                   MOVE WS-HASH-CALC TO SC-HASH
               WHEN "C"
                   PERFORM P300-RESUMO
                   IF WS-HASH-CALC EQUAL SC-HASH AND
                      SC-HASH NOT EQUAL SPACES THEN
                       MOVE "S" TO SC-CONFERE
                   END-IF
               WHEN "P"
                   PERFORM P400-POLITICA
               WHEN OTHER
                   MOVE "S" TO SC-ERRO
           END-EVALUATE

           GOBACK.

       P200-GERA-SAL.
           IF NOT GERADOR-SEMEADO THEN
               ACCEPT WS-DATA-SEMENTE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SEMENTE FROM TIME
               COMPUTE WS-SEMENTE = WS-HORA-SEMENTE +
                       FUNCTION MOD(WS-DATA-SEMENTE, 1000) * 1000000
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM (WS-SEMENTE)
               SET GERADOR-SEMEADO TO TRUE
           END-IF
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM
           COMPUTE WS-VALOR-HEX = WS-ALEATORIO * 4294967295
           PERFORM P350-HEXA
           MOVE WS-HEX-8 TO SC-SAL
           .

      *>----------------------------------------------------------------
      *> Resumo de mao unica: cada passada percorre sal + senha + sal
      *> byte a byte alimentando os quatro acumuladores encadeados;
      *> entre as passadas os acumuladores se misturam.
      *>----------------------------------------------------------------
       P300-RESUMO.
           MOVE SPACES TO WS-TEXTO
           STRING SC-SAL   DELIMITED BY SIZE
                  SC-SENHA DELIMITED BY SIZE
                  SC-SAL   DELIMITED BY SIZE
                  INTO WS-TEXTO
           MOVE 2166136261 TO WS-H1
           MOVE 0016777619 TO WS-H2
           MOVE 3141592653 TO WS-H3
           MOVE 2718281828 TO WS-H4

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-SC-RODADAS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TAM-TEXTO
                   COMPUTE WS-BYTE = FUNCTION ORD (WS-TEXTO (WS-I:1))
                   PERFORM P310-ALIMENTA
               END-PERFORM
               PERFORM P320-MISTURA
           END-PERFORM

           MOVE SPACES TO WS-HASH-CALC
           MOVE WS-H1 TO WS-VALOR-HEX
           PERFORM P350-HEXA
           MOVE WS-HEX-8 TO WS-HASH-CALC (1:8)
           MOVE WS-H2 TO WS-VALOR-HEX
           PERFORM P350-HEXA
           MOVE WS-HEX-8 TO WS-HASH-CALC (9:8)
           MOVE WS-H3 TO WS-VALOR-HEX
           PERFORM P350-HEXA
           MOVE WS-HEX-8 TO WS-HASH-CALC (17:8)
           MOVE WS-H4 TO WS-VALOR-HEX
           PERFORM P350-HEXA
           MOVE WS-HEX-8 TO WS-HASH-CALC (25:8)
           .

       P310-ALIMENTA.
           COMPUTE WS-CALC = WS-H1 * 31 + WS-BYTE + WS-I + WS-R
           DIVIDE WS-CALC BY WS-P1 GIVING WS-QUOC REMAINDER WS-H1
           COMPUTE WS-CALC = WS-H2 * 131 + WS-BYTE * 7 + WS-H1
           DIVIDE WS-CALC BY WS-P2 GIVING WS-QUOC REMAINDER WS-H2
           COMPUTE WS-CALC = WS-H3 * 65599 + WS-BYTE + WS-H2
           DIVIDE WS-CALC BY WS-P3 GIVING WS-QUOC REMAINDER WS-H3
           COMPUTE WS-CALC = (WS-H4 + WS-BYTE) * 16777619 + WS-H3
           DIVIDE WS-CALC BY WS-P4 GIVING WS-QUOC REMAINDER WS-H4
           .

       P320-MISTURA.
           COMPUTE WS-CALC = WS-H1 + WS-H4 * 3
           DIVIDE WS-CALC BY WS-P1 GIVING WS-QUOC REMAINDER WS-H1
           COMPUTE WS-CALC = WS-H2 + WS-H1 * 5
           DIVIDE WS-CALC BY WS-P2 GIVING WS-QUOC REMAINDER WS-H2
           COMPUTE WS-CALC = WS-H3 + WS-H2 * 7
           DIVIDE WS-CALC BY WS-P3 GIVING WS-QUOC REMAINDER WS-H3
           COMPUTE WS-CALC = WS-H4 + WS-H3 * 11
           DIVIDE WS-CALC BY WS-P4 GIVING WS-QUOC REMAINDER WS-H4
           .

       P350-HEXA.
      *> WS-VALOR-HEX (ate 2**32 - 1) em 8 digitos hexadecimais.
           MOVE SPACES TO WS-HEX-8
           PERFORM VARYING WS-N FROM 8 BY -1 UNTIL WS-N < 1
               DIVIDE WS-VALOR-HEX BY 16 GIVING WS-VALOR-HEX
                      REMAINDER WS-DIGITO
               MOVE WS-HEXA (WS-DIGITO + 1:1) TO WS-HEX-8 (WS-N:1)
           END-PERFORM
           .

       P400-POLITICA.
           MOVE ZEROS TO WS-TAM-SENHA
           SET TEM-LETRA  TO FALSE
           SET TEM-DIGITO TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
               IF SC-SENHA (WS-I:1) NOT EQUAL SPACE THEN
                   MOVE WS-I TO WS-TAM-SENHA
               END-IF
               IF SC-SENHA (WS-I:1) IS ALPHABETIC AND
                  SC-SENHA (WS-I:1) NOT EQUAL SPACE THEN
                   SET TEM-LETRA TO TRUE
               END-IF
               IF SC-SENHA (WS-I:1) IS NUMERIC THEN
                   SET TEM-DIGITO TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TAM-SENHA < WS-TAM-MIN-SENHA
                   MOVE "S" TO SC-ERRO
                   MOVE "SENHA COM MENOS DE 8 CARACTERES"
                       TO SC-MENSAGEM
               WHEN NOT TEM-LETRA OR NOT TEM-DIGITO
                   MOVE "S" TO SC-ERRO
                   MOVE "SENHA PRECISA DE LETRAS E DIGITOS"
                       TO SC-MENSAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       END PROGRAM SENHCRIP.
