      *         INCLUIR, LISTAR, ALTERAR PERFIL, RESETAR SENHA E
      *         BLOQUEAR/DESBLOQUEAR. SUBSTITUI A TABELA FIXA DE DOIS
      *         OPERADORES QUE VIVIA EM MENUCNTT. ACESSO RESTRITO AO
      *         PERFIL ADMINISTRADOR (CONTROLADO EM MENUCNTT). A
      *         SENHA INICIAL/PROVISORIA SEGUE A POLITICA DE SENHCRIP
      *         E E GRAVADA SO COMO SAL + RESUMO; O RESET DE SENHA
      *         VAI PARA O LOG DE SESSOES (SESSLOG.DAT). MANTEM
      *         TAMBEM A POLITICA DE MASCARAMENTO DE DADOS PESSOAIS
      *         POR PERFIL x CAMPO (MASCPOL.DAT, APLICADA POR MASCDAD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PE-CHAVE
               FILE STATUS IS WS-FS-PER.

               SELECT MASCPOL ASSIGN TO WS-MASCPOL-PATH
      *>          POLITICA DE MASCARAMENTO PERFIL x CAMPO, APLICADA
      *>          POR MASCDAD NAS TELAS/RELATORIOS DE CONTATOS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-CHAVE
               FILE STATUS IS WS-FS-MP.

               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH
      *>          LOG DE SESSOES: O RESET DE SENHA FICA REGISTRADO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR.
       FD PERMISO.
       COPY FD_PERMISO.

       FD MASCPOL.
       COPY FD_MASCPOL.

       FD SESSLOG.
       01 WS-LINHA-SESSLOG         PIC X(80).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

      *> Area de trabalho espelhando REG-OPERADOR, mesmo padrao de
      *> WS-REGISTRO em WS_CONTT.cpy.
       01 WS-REGISTRO-OPER         PIC X(56) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO-OPER.
           03 WS-OP-ID                 PIC X(10).
           03 WS-OP-SENHA-SAL          PIC X(08).
           03 WS-OP-SENHA-HASH         PIC X(32).
           03 WS-OP-PERFIL             PIC X.
               88 WS-OP-PERFIL-VALIDO  VALUE "C" "M" "A".
           03 WS-OP-TROCA-SENHA        PIC X.

       77 WS-TOT-OPERADORES    PIC 9(03) VALUE ZEROS.

      *> Senha digitada (inicial ou provisoria); so o resumo e gravado.
       77 WS-SENHA-INF         PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       COPY WS_SESSLOG.

      *> Manutencao da matriz fina de permissoes (PERMISO.DAT).
       77 WS-FS-PER            PIC 99.
           88 FS-PER-OK        VALUE 0.
       77 WS-PE-ACESSO-INF     PIC X VALUE SPACES.
       77 WS-TOT-PERMISSOES    PIC 9(03) VALUE ZEROS.

      *> Manutencao da politica de mascaramento (MASCPOL.DAT).
       77 WS-FS-MP             PIC 99.
           88 FS-MP-OK         VALUE 0.
       77 WS-MP-PERFIL-INF     PIC X VALUE SPACES.
           88 MP-PERFIL-VALIDO VALUE "C" "M" "A".
       77 WS-MP-CAMPO-INF      PIC X(04) VALUE SPACES.
           88 MP-CAMPO-VALIDO  VALUE "FONE" "NASC" "ENDR" "CPF ".
       77 WS-MP-EXIBE-INF      PIC X VALUE SPACES.
       77 WS-TOT-POLITICAS     PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
           DISPLAY "OPCOES: <1> INCLUIR  <2> LISTAR  <3> ALTERAR "
                   "PERFIL  <4> RESETAR SENHA  <5> BLOQUEAR/"
                   "DESBLOQUEAR  <6> PERMISSOES POR PROGRAMA  "
                   "<7> MASCARAMENTO DE DADOS POR PERFIL  "
                   "<F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "6"
                   PERFORM P360-PERMISSOES
               WHEN "7"
                   PERFORM P370-MASCARAMENTO
               WHEN "1"
                   PERFORM P310-INCLUI
               WHEN "2"

           DISPLAY "ID DO OPERADOR: "
           ACCEPT WS-OP-ID
           DISPLAY "SENHA INICIAL (8 A 20 CARACTERES, COM LETRAS E "
                   "DIGITOS): "
           ACCEPT WS-SENHA-INF
           PERFORM P380-RESUME-SENHA
           PERFORM UNTIL WS-SC-ERRO NOT EQUAL "S"
               DISPLAY WS-SC-MENSAGEM
               DISPLAY "SENHA INICIAL: "
               ACCEPT WS-SENHA-INF
               PERFORM P380-RESUME-SENHA
           END-PERFORM
           DISPLAY "PERFIL (<C> CONSULTA, <M> MANUTENCAO, "
                   "<A> ADMINISTRADOR): "
           ACCEPT WS-OP-PERFIL
                       INVALID KEY
                           DISPLAY "OPERADOR NAO EXISTE"
                       NOT INVALID KEY
                           DISPLAY "SENHA PROVISORIA (8 A 20 "
                                   "CARACTERES, COM LETRAS E "
                                   "DIGITOS): "
                           ACCEPT WS-SENHA-INF
                           PERFORM P380-RESUME-SENHA
                           PERFORM UNTIL WS-SC-ERRO NOT EQUAL "S"
                               DISPLAY WS-SC-MENSAGEM
                               DISPLAY "SENHA PROVISORIA: "
                               ACCEPT WS-SENHA-INF
                               PERFORM P380-RESUME-SENHA
                           END-PERFORM
                           MOVE "S"   TO WS-OP-TROCA-SENHA
                           MOVE ZEROS TO WS-OP-TENTATIVAS
                           MOVE WS-REGISTRO-OPER TO REG-OPERADOR
                                   DISPLAY "SENHA RESETADA - TROCA "
                                           "OBRIGATORIA NO PROXIMO "
                                           "LOGIN"
                                   PERFORM P385-LOGA-RESET
                           END-REWRITE
                   END-READ
               ELSE
           DISPLAY "EXCECOES DO OPERADOR: " WS-TOT-PERMISSOES
           .

       P370-MASCARAMENTO.
      *> Politica de mascaramento por perfil x campo: sem registro,
      *> consulta ve mascarado e manutencao/administrador em claro
      *> (ver MASCDAD); um registro sobrepoe nos dois sentidos.
           DISPLAY "ACAO: <C> EM CLARO  <M> MASCARADO  "
                   "<X> VOLTAR AO PADRAO  <L> LISTAR A POLITICA"
           ACCEPT WS-MP-EXIBE-INF
           MOVE FUNCTION UPPER-CASE(WS-MP-EXIBE-INF) TO WS-MP-EXIBE-INF
           IF WS-MP-EXIBE-INF EQUAL "C" OR "M" OR "X" THEN
               DISPLAY "PERFIL (<C> CONSULTA, <M> MANUTENCAO, "
                       "<A> ADMINISTRADOR): "
               ACCEPT WS-MP-PERFIL-INF
               MOVE FUNCTION UPPER-CASE(WS-MP-PERFIL-INF)
                   TO WS-MP-PERFIL-INF
               DISPLAY "CAMPO (FONE, NASC, ENDR = RUA/BAIRRO/CEP, "
                       "CPF): "
               ACCEPT WS-MP-CAMPO-INF
               MOVE FUNCTION UPPER-CASE(WS-MP-CAMPO-INF)
                   TO WS-MP-CAMPO-INF
               IF NOT MP-PERFIL-VALIDO OR NOT MP-CAMPO-VALIDO THEN
                   DISPLAY "PERFIL OU CAMPO INVALIDO!"
                   MOVE SPACES TO WS-MP-EXIBE-INF
               END-IF
           END-IF

           SET FS-MP-OK TO TRUE
           OPEN I-O MASCPOL
               IF WS-FS-MP EQUAL 35 THEN
                   OPEN OUTPUT MASCPOL
                   CLOSE MASCPOL
                   OPEN I-O MASCPOL
               END-IF

               IF FS-MP-OK THEN
                   EVALUATE WS-MP-EXIBE-INF
                       WHEN "C"
                           PERFORM P375-GRAVA-POLITICA
                       WHEN "M"
                           PERFORM P375-GRAVA-POLITICA
                       WHEN "X"
                           PERFORM P376-REMOVE-POLITICA
                       WHEN "L"
                           PERFORM P377-LISTA-POLITICA
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "ACAO INVALIDA!"
                   END-EVALUATE
               ELSE
                   DISPLAY "ERRO AO ABRIR MASCPOL.DAT - FILE "
                           "STATUS: " WS-FS-MP
               END-IF
               CLOSE MASCPOL
           .

       P375-GRAVA-POLITICA.
           MOVE WS-MP-PERFIL-INF TO MP-PERFIL
           MOVE WS-MP-CAMPO-INF  TO MP-CAMPO
           MOVE WS-MP-EXIBE-INF  TO MP-EXIBE
           ACCEPT MP-DT-ALTERACAO FROM DATE YYYYMMDD
           MOVE LK-OPERADOR      TO MP-OP-ALTERACAO
           WRITE REG-MASCPOL
               INVALID KEY
                   REWRITE REG-MASCPOL
                   DISPLAY "POLITICA ATUALIZADA!"
               NOT INVALID KEY
                   DISPLAY "POLITICA GRAVADA!"
           END-WRITE
           .

       P376-REMOVE-POLITICA.
           MOVE WS-MP-PERFIL-INF TO MP-PERFIL
           MOVE WS-MP-CAMPO-INF  TO MP-CAMPO
           DELETE MASCPOL RECORD
               INVALID KEY
                   DISPLAY "NAO HA EXCECAO PARA ESTE PERFIL/CAMPO"
               NOT INVALID KEY
                   DISPLAY "EXCECAO REMOVIDA - VOLTA A VALER O PADRAO"
           END-DELETE
           .

       P377-LISTA-POLITICA.
           DISPLAY "PADRAO: PERFIL C MASCARADO, PERFIS M E A EM CLARO"
           SET EOF-OK TO FALSE
           MOVE ZEROS  TO WS-TOT-POLITICAS
           MOVE LOW-VALUES TO MP-CHAVE
           START MASCPOL KEY IS NOT LESS MP-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ MASCPOL NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-POLITICAS
                       DISPLAY "  PERFIL " MP-PERFIL " " MP-CAMPO
                               " = " MP-EXIBE " (" MP-DT-ALTERACAO
                               " " MP-OP-ALTERACAO ")"
               END-READ
           END-PERFORM
           DISPLAY "EXCECOES AO PADRAO: " WS-TOT-POLITICAS
           .

      *> Valida a senha digitada pela politica e gera sal + resumo
      *> na area WS-REGISTRO-OPER. WS-SC-ERRO = "S" se recusada.
       P380-RESUME-SENHA.
           MOVE "P"          TO WS-SC-OPERACAO
           MOVE WS-SENHA-INF TO WS-SC-SENHA
           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
           IF WS-SC-ERRO NOT EQUAL "S" THEN
               MOVE "S" TO WS-SC-OPERACAO
               CALL "SENHCRIP" USING WS-SENHCRIP-PARM
               MOVE "H" TO WS-SC-OPERACAO
               CALL "SENHCRIP" USING WS-SENHCRIP-PARM
               MOVE WS-SC-SAL  TO WS-OP-SENHA-SAL
               MOVE WS-SC-HASH TO WS-OP-SENHA-HASH
           END-IF
           MOVE SPACES TO WS-SENHA-INF WS-SC-SENHA
           .

      *> Reset de senha vai para o log de sessoes com o
      *> administrador que o fez.
       P385-LOGA-RESET.
           MOVE "R"         TO SL-EVENTO
           MOVE WS-OP-ID    TO SL-OP-ID
           MOVE "OPECNTT"   TO SL-PROGRAMA
           MOVE SPACES      TO SL-DETALHE
           STRING "POR " DELIMITED BY SIZE
                  LK-OPERADOR DELIMITED BY SIZE
                  INTO SL-DETALHE
           PERFORM P780-GRAVA-SESSLOG
           .

       COPY P-GRAVA-SESSLOG.

       COPY P-RESOLVE-PATH.

       P900-FIM.
