      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:SUB-ROTINA DE MASCARAMENTO DE DADOS PESSOAIS (LGPD)
      *         NAS TELAS, RELATORIOS E EXTRATOS DE CONTATOS. O
      *         PERFIL DO OPERADOR VEM DE OPERADOR.DAT (QUALQUER AREA
      *         DE COMUNICACAO TRAZ O ID, INCLUSIVE A DO ORQBAT) E A
      *         POLITICA POR CAMPO DE MASCPOL.DAT, COM O PADRAO
      *         ABAIXO QUANDO NAO HA REGISTRO. OPERACOES:
      *           "P" = CARREGA A POLITICA DO OPERADOR NOS INDICADORES
      *                 DE WS-MASCARA-PARM
      *           "A" = APLICA OS INDICADORES AO REGISTRO DE CONTATO
      *                 RECEBIDO (MESMO LAYOUT DE WS-REGISTRO)
      *         MASCARAS: TELEFONE SO COM DDI, DDD E OS DOIS ULTIMOS
      *         DIGITOS; NASCIMENTO SEM O ANO (DIA E MES FICAM, PARA
      *         OS ANIVERSARIANTES); ENDERECO SEM RUA, BAIRRO E FIM DO
      *         CEP (CIDADE/UF FICAM); CPF SO COM OS TRES PRIMEIROS E
      *         OS DOIS ULTIMOS DIGITOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCDAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M3_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS.

               SELECT MASCPOL ASSIGN TO WS-MASCPOL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MP-CHAVE
               FILE STATUS IS WS-FS-MP.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR.
       COPY FD_OPERADOR.

       FD MASCPOL.
       COPY FD_MASCPOL.

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

       77 WS-FS                    PIC 99.
           88 FS-OK             VALUE 0.
       77 WS-FS-MP                 PIC 99.
           88 FS-MP-OK          VALUE 0.

      *> Campo da politica em consulta e o indicador resultante.
       77 WS-CAMPO-POL             PIC X(04) VALUE SPACES.
       77 WS-EXIBE-POL             PIC X VALUE SPACES.

       LINKAGE SECTION.
       01 PARM-MASCDAD.
           02 MC-OPERACAO          PIC X.
           02 MC-OPERADOR          PIC X(10).
           02 MC-PERFIL            PIC X.
      *>      Por campo: "C" = EM CLARO, "M" = MASCARADO.
           02 MC-FONE              PIC X.
               88 MC-FONE-CLARO    VALUE "C".
           02 MC-NASC              PIC X.
               88 MC-NASC-CLARO    VALUE "C".
           02 MC-ENDR              PIC X.
               88 MC-ENDR-CLARO    VALUE "C".
           02 MC-CPF               PIC X.
               88 MC-CPF-CLARO     VALUE "C".
           02 MC-ALGUM-CLARO       PIC X.
           02 MC-TEM-NASC          PIC X.
               88 MC-NASC-PREENCHIDO VALUE "S".
           02 MC-TEM-CPF           PIC X.
               88 MC-CPF-PREENCHIDO  VALUE "S".
      *>   Registro de contato no layout de WS-REGISTRO (WS_CONTT).
       01 LK-REGISTRO              PIC X(208).

       PROCEDURE DIVISION USING PARM-MASCDAD LK-REGISTRO.
       MAIN-PROCEDURE.

           EVALUATE MC-OPERACAO
               WHEN "P"
                   PERFORM P100-RESOLVE-PATH
                   PERFORM P200-CARREGA-POLITICA
               WHEN "A"
                   PERFORM P300-APLICA
           END-EVALUATE

           GOBACK.

       P200-CARREGA-POLITICA.
      *> Operador nao achado ou arquivo indisponivel: vale o perfil
      *> mais restrito.
           MOVE "C" TO MC-PERFIL
           SET FS-OK TO TRUE
           OPEN INPUT OPERADOR
               IF FS-OK THEN
                   MOVE MC-OPERADOR TO OP-ID
                   READ OPERADOR
                       KEY IS OP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OP-PERFIL-MANUT OR OP-PERFIL-ADMIN THEN
                               MOVE OP-PERFIL TO MC-PERFIL
                           END-IF
                   END-READ
               END-IF
               CLOSE OPERADOR

           SET FS-MP-OK TO TRUE
           OPEN INPUT MASCPOL
           MOVE "FONE" TO WS-CAMPO-POL
           PERFORM P210-CAMPO-POLITICA
           MOVE WS-EXIBE-POL TO MC-FONE
           MOVE "NASC" TO WS-CAMPO-POL
           PERFORM P210-CAMPO-POLITICA
           MOVE WS-EXIBE-POL TO MC-NASC
           MOVE "ENDR" TO WS-CAMPO-POL
           PERFORM P210-CAMPO-POLITICA
           MOVE WS-EXIBE-POL TO MC-ENDR
           MOVE "CPF " TO WS-CAMPO-POL
           PERFORM P210-CAMPO-POLITICA
           MOVE WS-EXIBE-POL TO MC-CPF
           IF FS-MP-OK THEN
               CLOSE MASCPOL
           END-IF

           MOVE "N" TO MC-ALGUM-CLARO
           IF MC-FONE-CLARO OR MC-NASC-CLARO OR MC-ENDR-CLARO
              OR MC-CPF-CLARO THEN
               MOVE "S" TO MC-ALGUM-CLARO
           END-IF
           .

       P210-CAMPO-POLITICA.
      *> Padrao: consulta mascarado, manutencao/administrador em
      *> claro; um registro em MASCPOL.DAT sobrepoe.
           IF MC-PERFIL EQUAL "C" THEN
               MOVE "M" TO WS-EXIBE-POL
           ELSE
               MOVE "C" TO WS-EXIBE-POL
           END-IF
           IF FS-MP-OK THEN
               MOVE MC-PERFIL TO MP-PERFIL
               MOVE WS-CAMPO-POL TO MP-CAMPO
               READ MASCPOL
                   KEY IS MP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MP-EM-CLARO OR MP-MASCARADO THEN
                           MOVE MP-EXIBE TO WS-EXIBE-POL
                       END-IF
               END-READ
           END-IF
           .

       P300-APLICA.
           MOVE LK-REGISTRO TO WS-REGISTRO
           MOVE "N" TO MC-TEM-NASC
           MOVE "N" TO MC-TEM-CPF
           IF WS-DT-NASCIMENTO IS NUMERIC AND
              WS-DT-NASCIMENTO NOT EQUAL ZEROS THEN
               MOVE "S" TO MC-TEM-NASC
           END-IF
           IF WS-CPF-CONTATO IS NUMERIC AND
              WS-CPF-CONTATO NOT EQUAL ZEROS THEN
               MOVE "S" TO MC-TEM-CPF
           END-IF

           IF NOT MC-FONE-CLARO THEN
               MOVE "******" TO WS-TELEFONE-CONTATO(5:6)
           END-IF
           IF NOT MC-NASC-CLARO AND MC-NASC-PREENCHIDO THEN
               MOVE "****" TO WS-DT-NASCIMENTO(1:4)
           END-IF
           IF NOT MC-ENDR-CLARO THEN
               MOVE ALL "*" TO WS-EN-RUA
               MOVE ALL "*" TO WS-EN-BAIRRO
               IF WS-EN-CEP NOT EQUAL SPACES THEN
                   MOVE "**"  TO WS-EN-CEP1(3:2)
                   MOVE "***" TO WS-EN-CEP2
               END-IF
           END-IF
           IF NOT MC-CPF-CLARO AND MC-CPF-PREENCHIDO THEN
               MOVE "******" TO WS-CPF-CONTATO(4:6)
           END-IF
           MOVE WS-REGISTRO TO LK-REGISTRO
           .

       COPY P-RESOLVE-PATH.

       END PROGRAM MASCDAD.
