      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA QUE MONTA O BR CODE PIX "COPIA E COLA" DE
      *         UMA COBRANCA (MESMO PADRAO DE SUB-ROTINA DE DATUTIL):
      *         PAYLOAD EMV DO PIX ESTATICO COM A CHAVE, O NOME E A
      *         CIDADE DO RECEBEDOR, O VALOR E O TXID, FECHADO PELO
      *         CRC16-CCITT (POLINOMIO 1021, INICIO FFFF) EM
      *         HEXADECIMAL. O TXID DAS PARCELAS LIGA O PAGAMENTO AO
      *         CONTRATO + PARCELA (VER WS_PIXGEN.cpy), PARA PIXRET
      *         BAIXAR O TITULO NA LIQUIDACAO DO PSP. CHAMADO POR
      *         EXTFAM NO EXTRATO DA FAMILIA.
      *         CAMPOS DO PAYLOAD (ID + TAMANHO + CONTEUDO):
      *           00 FORMATO "01"
      *           26 CONTA DO RECEBEDOR (00 "br.gov.bcb.pix", 01 CHAVE)
      *           52 CATEGORIA "0000"   53 MOEDA "986"
      *           54 VALOR (OMITIDO QUANDO ZEROS)   58 PAIS "BR"
      *           59 NOME   60 CIDADE   62 DADOS ADICIONAIS (05 TXID)
      *           63 CRC16
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *> Montagem do payload: cada campo entra como ID + tamanho com
      *> dois digitos + conteudo, a partir de WS-PTR.
       77 WS-PAYLOAD           PIC X(250) VALUE SPACES.
       77 WS-PTR               PIC 9(03) VALUE 1.
       77 WS-ID-CAMPO          PIC X(02) VALUE SPACES.
       77 WS-CAMPO             PIC X(99) VALUE SPACES.
       77 WS-CAMPO-TAM         PIC 9(02) VALUE ZEROS.
       77 WS-BRANCOS           PIC 9(03) VALUE ZEROS.
       77 WS-SUB-CAMPO         PIC X(99) VALUE SPACES.
       77 WS-SUB-PTR           PIC 9(03) VALUE 1.

       01 WS-VALOR-TRAB        PIC 9(07)V99 VALUE ZEROS.
       01 FILLER REDEFINES WS-VALOR-TRAB.
           03 WS-VL-INTEIRO    PIC 9(07).
           03 WS-VL-CENTAVOS   PIC 9(02).
       77 WS-VL-INTEIRO-EDIT   PIC Z(06)9.

      *> CRC16 bit a bit: posicao 1 = bit mais significativo.
       01 WS-CRC-BITS.
           03 WS-CRC-BIT       PIC 9 OCCURS 16 TIMES.
       01 WS-BYTE-BITS.
           03 WS-BYTE-BIT      PIC 9 OCCURS 8 TIMES.
       77 WS-TAM-CRC           PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 9(03) VALUE ZEROS.
       77 WS-B                 PIC 9(02) VALUE ZEROS.
       77 WS-K                 PIC 9(02) VALUE ZEROS.
       77 WS-BYTE              PIC 9(03) VALUE ZEROS.
       77 WS-QUOC              PIC 9(03) VALUE ZEROS.
       77 WS-BIT-ALTO          PIC 9 VALUE ZEROS.
       77 WS-NIBBLE            PIC 9(02) VALUE ZEROS.
       77 WS-CRC-HEXA          PIC X(04) VALUE SPACES.
       77 WS-DIGITOS-HEXA      PIC X(16) VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       01 PARM-PIXGEN.
           02 PX-CHAVE         PIC X(77).
           02 PX-NOME          PIC X(25).
           02 PX-CIDADE        PIC X(15).
           02 PX-VALOR         PIC 9(07)V99.
           02 PX-TXID          PIC X(25).
           02 PX-PAYLOAD       PIC X(250).
           02 PX-TAMANHO       PIC 9(03).
      *>      "S" QUANDO FALTA CHAVE, NOME OU CIDADE DO RECEBEDOR.
           02 PX-ERRO          PIC X.

       PROCEDURE DIVISION USING PARM-PIXGEN.
       MAIN-PROCEDURE.

           MOVE "N"    TO PX-ERRO
           MOVE SPACES TO PX-PAYLOAD
           MOVE ZEROS  TO PX-TAMANHO

           IF PX-CHAVE EQUAL SPACES OR PX-NOME EQUAL SPACES
                   OR PX-CIDADE EQUAL SPACES THEN
               MOVE "S" TO PX-ERRO
           ELSE
               PERFORM P200-MONTA-PAYLOAD
               PERFORM P300-CALCULA-CRC
               MOVE WS-PAYLOAD TO PX-PAYLOAD
               COMPUTE PX-TAMANHO = WS-PTR - 1
           END-IF

           GOBACK.

       P200-MONTA-PAYLOAD.
           MOVE SPACES TO WS-PAYLOAD
           MOVE 1      TO WS-PTR

           MOVE "00"   TO WS-ID-CAMPO
           MOVE "01"   TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

      *>   Conta do recebedor: GUI do arranjo PIX e a chave.
           MOVE SPACES TO WS-SUB-CAMPO
           MOVE 1      TO WS-SUB-PTR
           STRING "0014br.gov.bcb.pix" DELIMITED BY SIZE
                  INTO WS-SUB-CAMPO WITH POINTER WS-SUB-PTR
           MOVE "01"     TO WS-ID-CAMPO
           MOVE PX-CHAVE TO WS-CAMPO
           PERFORM P230-ACRESCENTA-SUB-CAMPO
           MOVE "26"         TO WS-ID-CAMPO
           MOVE WS-SUB-CAMPO TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

           MOVE "52"   TO WS-ID-CAMPO
           MOVE "0000" TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

           MOVE "53"   TO WS-ID-CAMPO
           MOVE "986"  TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

      *>   Valor com ponto decimal, sem zeros a esquerda.
           IF PX-VALOR > ZEROS THEN
               MOVE PX-VALOR      TO WS-VALOR-TRAB
               MOVE WS-VL-INTEIRO TO WS-VL-INTEIRO-EDIT
               MOVE SPACES        TO WS-CAMPO
               STRING FUNCTION TRIM(WS-VL-INTEIRO-EDIT)
                      DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-VL-CENTAVOS DELIMITED BY SIZE
                      INTO WS-CAMPO
               MOVE "54" TO WS-ID-CAMPO
               PERFORM P210-ACRESCENTA-CAMPO
           END-IF

           MOVE "58"   TO WS-ID-CAMPO
           MOVE "BR"   TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

           MOVE "59"      TO WS-ID-CAMPO
           MOVE PX-NOME   TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

           MOVE "60"      TO WS-ID-CAMPO
           MOVE PX-CIDADE TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

      *>   Dados adicionais: txid ("***" = sem identificador).
           MOVE SPACES TO WS-SUB-CAMPO
           MOVE 1      TO WS-SUB-PTR
           MOVE "05"   TO WS-ID-CAMPO
           IF PX-TXID EQUAL SPACES THEN
               MOVE "***"   TO WS-CAMPO
           ELSE
               MOVE PX-TXID TO WS-CAMPO
           END-IF
           PERFORM P230-ACRESCENTA-SUB-CAMPO
           MOVE "62"         TO WS-ID-CAMPO
           MOVE WS-SUB-CAMPO TO WS-CAMPO
           PERFORM P210-ACRESCENTA-CAMPO

      *>   O CRC cobre o payload inteiro, inclusive "6304".
           STRING "6304" DELIMITED BY SIZE
                  INTO WS-PAYLOAD WITH POINTER WS-PTR
           .

       P210-ACRESCENTA-CAMPO.
           PERFORM P220-MEDE-CAMPO
           IF WS-CAMPO-TAM > ZEROS THEN
               STRING WS-ID-CAMPO DELIMITED BY SIZE
                      WS-CAMPO-TAM DELIMITED BY SIZE
                      WS-CAMPO (1:WS-CAMPO-TAM) DELIMITED BY SIZE
                      INTO WS-PAYLOAD WITH POINTER WS-PTR
           END-IF
           .

       P220-MEDE-CAMPO.
           MOVE ZEROS TO WS-BRANCOS
           INSPECT FUNCTION REVERSE (WS-CAMPO)
               TALLYING WS-BRANCOS FOR LEADING SPACES
           COMPUTE WS-CAMPO-TAM = 99 - WS-BRANCOS
           .

       P230-ACRESCENTA-SUB-CAMPO.
           PERFORM P220-MEDE-CAMPO
           IF WS-CAMPO-TAM > ZEROS THEN
               STRING WS-ID-CAMPO DELIMITED BY SIZE
                      WS-CAMPO-TAM DELIMITED BY SIZE
                      WS-CAMPO (1:WS-CAMPO-TAM) DELIMITED BY SIZE
                      INTO WS-SUB-CAMPO WITH POINTER WS-SUB-PTR
           END-IF
           .

       P300-CALCULA-CRC.
           MOVE ALL "1" TO WS-CRC-BITS
           COMPUTE WS-TAM-CRC = WS-PTR - 1
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAM-CRC
               PERFORM P310-CRC-DO-BYTE
           END-PERFORM

      *>   Quatro digitos hexadecimais, do nibble mais alto ao mais
      *>   baixo.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               COMPUTE WS-B = WS-K * 4 - 3
               COMPUTE WS-NIBBLE = WS-CRC-BIT (WS-B) * 8
                                 + WS-CRC-BIT (WS-B + 1) * 4
                                 + WS-CRC-BIT (WS-B + 2) * 2
                                 + WS-CRC-BIT (WS-B + 3) + 1
               MOVE WS-DIGITOS-HEXA (WS-NIBBLE:1)
                   TO WS-CRC-HEXA (WS-K:1)
           END-PERFORM

           STRING WS-CRC-HEXA DELIMITED BY SIZE
                  INTO WS-PAYLOAD WITH POINTER WS-PTR
           .

       P310-CRC-DO-BYTE.
      *> Byte nos oito bits altos do CRC (ou exclusivo bit a bit) e
      *> oito deslocamentos com o polinomio.
           COMPUTE WS-BYTE = FUNCTION ORD (WS-PAYLOAD (WS-I:1)) - 1
           PERFORM VARYING WS-B FROM 8 BY -1 UNTIL WS-B < 1
               DIVIDE WS-BYTE BY 2 GIVING WS-QUOC
                   REMAINDER WS-BYTE-BIT (WS-B)
               MOVE WS-QUOC TO WS-BYTE
           END-PERFORM

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 8
               IF WS-BYTE-BIT (WS-B) EQUAL 1 THEN
                   COMPUTE WS-CRC-BIT (WS-B) = 1 - WS-CRC-BIT (WS-B)
               END-IF
           END-PERFORM

           PERFORM P320-DESLOCA-CRC 8 TIMES
           .

       P320-DESLOCA-CRC.
      *> Desloca um bit a esquerda; se saiu 1, aplica 1021
      *> (bits 4, 11 e 16).
           MOVE WS-CRC-BIT (1) TO WS-BIT-ALTO
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 15
               MOVE WS-CRC-BIT (WS-K + 1) TO WS-CRC-BIT (WS-K)
           END-PERFORM
           MOVE ZEROS TO WS-CRC-BIT (16)
           IF WS-BIT-ALTO EQUAL 1 THEN
               COMPUTE WS-CRC-BIT (4)  = 1 - WS-CRC-BIT (4)
               COMPUTE WS-CRC-BIT (11) = 1 - WS-CRC-BIT (11)
               COMPUTE WS-CRC-BIT (16) = 1 - WS-CRC-BIT (16)
           END-IF
           .
       END PROGRAM PIXGEN.
