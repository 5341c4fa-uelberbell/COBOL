      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONVERSAO UNICA DAS SENHAS DOS OPERADORES PARA SAL +
      *         RESUMO DE MAO UNICA (VER SENHCRIP): LE OPERADOR.DAT E
      *         SENHIST.DAT NO LAYOUT ANTIGO (SENHA DE 4 CARACTERES EM
      *         CLARO) E REGRAVA OPERADOR_NOVO.DAT / SENHIST_NOVO.DAT
      *         NO LAYOUT NOVO, CADA SENHA COM UM SAL PROPRIO. A SENHA
      *         ATUAL CONTINUA VALENDO PARA O PROXIMO LOGIN, MAS FICA
      *         MARCADA PARA TROCA OBRIGATORIA (AS DE 4 CARACTERES NAO
      *         ATENDEM A POLITICA NOVA). APOS CONFERIR OS TOTAIS
      *         EXIBIDOS, RENOMEAR OS ARQUIVOS NOVOS SOBRE OS ANTIGOS
      *         E RECLONAR O AMBIENTE DE TREINAMENTO (AMBREF).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVSENHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERADOR-ANT ASSIGN TO WS-OPERADOR-PATH
      *>          CADASTRO DE OPERADORES NO LAYOUT ANTIGO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID-ANT
               FILE STATUS IS WS-FS-ANT.

               SELECT OPERADOR-NOVO ASSIGN TO WS-CNV-OPERADOR-PATH
      *>          CADASTRO DE OPERADORES REGRAVADO NO LAYOUT NOVO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS.

               SELECT SENHIST-ANT ASSIGN TO WS-SENHIST-PATH
      *>          HISTORICO DE SENHAS NO LAYOUT ANTIGO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-OP-ID-ANT
               FILE STATUS IS WS-FS-SEN-ANT.

               SELECT SENHIST-NOVO ASSIGN TO WS-CNV-SENHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-OP-ID
               FILE STATUS IS WS-FS-SEN.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR-ANT.
      *> Layout anterior: senha de 4 caracteres em claro logo apos o
      *> ID; perfil, troca, tentativas, status e filial vem atras no
      *> mesmo desenho do FD_OPERADOR.cpy atual.
       01 REG-OPER-ANT.
           03 OP-ID-ANT                PIC X(10).
           03 OP-SENHA-ANT             PIC X(04).
           03 RESTO-OPER-ANT           PIC X(06).

       FD OPERADOR-NOVO.
       COPY FD_OPERADOR.

       FD SENHIST-ANT.
       01 REG-SENHIST-ANT.
           03 SH-OP-ID-ANT             PIC X(10).
           03 SH-DT-TROCA-ANT          PIC 9(08).
           03 SH-SENHA-ANT-CLARO       PIC X(04) OCCURS 3 TIMES.

       FD SENHIST-NOVO.
       COPY FD_SENHIST.

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

       77 WS-FS            PIC 99.
           88 FS-OK        VALUE 0.
       77 WS-FS-ANT        PIC 99.
           88 FS-ANT-OK    VALUE 0.
       77 WS-FS-SEN        PIC 99.
           88 FS-SEN-OK    VALUE 0.
       77 WS-FS-SEN-ANT    PIC 99.
           88 FS-SEN-ANT-OK VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

      *> Caminhos dos arquivos convertidos, resolvidos a partir do
      *> mesmo WS-BASE-DIR de P100-RESOLVE-PATH.
       77 WS-CNV-OPERADOR-PATH     PIC X(200) VALUE SPACES.
       77 WS-CNV-SENHIST-PATH      PIC X(200) VALUE SPACES.

       77 WS-H                 PIC 9(01) VALUE ZEROS.
       77 WS-TOT-LIDOS         PIC 9(04) VALUE ZEROS.
       77 WS-TOT-GRAVADOS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-HIST-LIDOS    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-HIST-GRAVADOS PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RESUMOS       PIC 9(05) VALUE ZEROS.

       COPY WS_SENHCRIP.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CONVERSAO DAS SENHAS PARA SAL + RESUMO***".
           PERFORM P100-RESOLVE-PATH.
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\OPERADOR_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-OPERADOR-PATH.
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\SENHIST_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-SENHIST-PATH.

           PERFORM P300-CONVERTE-OPERADOR
           PERFORM P400-CONVERTE-SENHIST
           PERFORM P900-FIM.

       P300-CONVERTE-OPERADOR.
           SET EOF-OK      TO FALSE
           SET FS-ANT-OK   TO TRUE
           SET FS-OK       TO TRUE

           OPEN INPUT OPERADOR-ANT
           IF NOT FS-ANT-OK THEN
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT (LAYOUT ANTIGO) - "
                       "FILE STATUS: " WS-FS-ANT
           ELSE
               OPEN OUTPUT OPERADOR-NOVO
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR OPERADOR_NOVO.DAT - "
                           "FILE STATUS: " WS-FS
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ OPERADOR-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               PERFORM P310-REGRAVA-OPERADOR
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-NOVO
               END-IF
           END-IF
           CLOSE OPERADOR-ANT
           .

       P310-REGRAVA-OPERADOR.
      *> Perfil, tentativas, status e filial passam como estavam; a
      *> senha em claro vira sal + resumo e a troca fica obrigatoria.
           MOVE SPACES         TO REG-OPERADOR
           MOVE OP-ID-ANT      TO OP-ID
           MOVE RESTO-OPER-ANT TO REG-OPERADOR(51:6)
           MOVE OP-SENHA-ANT   TO WS-SC-SENHA
           PERFORM P350-GERA-RESUMO
           MOVE WS-SC-SAL      TO OP-SENHA-SAL
           MOVE WS-SC-HASH     TO OP-SENHA-HASH
           SET OP-DEVE-TROCAR-SENHA TO TRUE

           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O OPERADOR " OP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GRAVADOS
           END-WRITE
           .

       P350-GERA-RESUMO.
      *> Sal novo para cada senha, resumo de sal + senha + sal.
           MOVE "S" TO WS-SC-OPERACAO
           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
           MOVE "H" TO WS-SC-OPERACAO
           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
           MOVE SPACES TO WS-SC-SENHA
           ADD 1 TO WS-TOT-RESUMOS
           .

       P400-CONVERTE-SENHIST.
      *> SENHIST.DAT so existe se algum operador ja trocou a senha
      *> depois da validade/historico; sem ele nao ha o que converter.
           SET EOF-OK          TO FALSE
           SET FS-SEN-ANT-OK   TO TRUE
           SET FS-SEN-OK       TO TRUE

           OPEN INPUT SENHIST-ANT
           IF NOT FS-SEN-ANT-OK THEN
               DISPLAY "SENHIST.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER NO HISTORICO DE SENHAS"
           ELSE
               OPEN OUTPUT SENHIST-NOVO
               IF NOT FS-SEN-OK THEN
                   DISPLAY "ERRO AO ABRIR SENHIST_NOVO.DAT - "
                           "FILE STATUS: " WS-FS-SEN
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ SENHIST-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-HIST-LIDOS
                               PERFORM P410-REGRAVA-SENHIST
                       END-READ
                   END-PERFORM
                   CLOSE SENHIST-NOVO
               END-IF
               CLOSE SENHIST-ANT
           END-IF
           .

       P410-REGRAVA-SENHIST.
      *> Posicao em branco continua em branco (sem senha anterior).
           MOVE SPACES          TO REG-SENHIST
           MOVE SH-OP-ID-ANT    TO SH-OP-ID
           MOVE SH-DT-TROCA-ANT TO SH-DT-TROCA
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 3
               IF SH-SENHA-ANT-CLARO(WS-H) NOT EQUAL SPACES THEN
                   MOVE SH-SENHA-ANT-CLARO(WS-H) TO WS-SC-SENHA
                   PERFORM P350-GERA-RESUMO
                   MOVE WS-SC-SAL  TO SH-SAL(WS-H)
                   MOVE WS-SC-HASH TO SH-HASH(WS-H)
               END-IF
           END-PERFORM

           WRITE REG-SENHIST
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O HISTORICO DE " SH-OP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-HIST-GRAVADOS
           END-WRITE
           .

       COPY P-RESOLVE-PATH.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "OPERADORES LIDOS:      " WS-TOT-LIDOS
           DISPLAY "OPERADORES REGRAVADOS: " WS-TOT-GRAVADOS
           DISPLAY "HISTORICOS LIDOS:      " WS-TOT-HIST-LIDOS
           DISPLAY "HISTORICOS REGRAVADOS: " WS-TOT-HIST-GRAVADOS
           DISPLAY "SENHAS CONVERTIDAS:    " WS-TOT-RESUMOS
           DISPLAY "========================================"
           DISPLAY "CONFERIDOS OS TOTAIS, RENOMEIE:"
           DISPLAY "  OPERADOR_NOVO.DAT -> OPERADOR.DAT"
           DISPLAY "  SENHIST_NOVO.DAT  -> SENHIST.DAT"
           DISPLAY "E RECLONE O AMBIENTE DE TREINAMENTO (AMBREF)."

            GOBACK.
       END PROGRAM CNVSENHA.
