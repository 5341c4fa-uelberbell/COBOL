      * Update: Matriz fina de permissoes operador x programa
      *         (PERMISO.DAT, ver OPECNTT) consultada antes de cada
      *         chamada; negacoes logadas em PERMLOG.DAT.
      * Update: Senha de 8 a 20 caracteres guardada so como sal +
      *         resumo de mao unica (SENHCRIP) em OPERADOR.DAT e no
      *         historico SENHIST.DAT.
      * Update: Entradas, tentativas falhas, bloqueios, trocas de
      *         senha e saidas gravadas em SESSLOG.DAT (ver SEGREL,
      *         relatorio semanal de seguranca - opcao 19).
      * Update: Validade de senha e limite de tentativas lidos de
      *         PARAMS.DAT (PARMLKP); manutencao dos parametros do
      *         sistema so por administrador (PARMMNT - opcao 20).
      * Update: Relatorio de tendencia das estatisticas de execucao
      *         dos batches periodicos (RUNTEND - opcao 21).
      * Update: Despacho da fila de comunicacao com os contatos -
      *         cartas, e-mail e SMS (COMDESP - opcao 22).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT OPERADOR ASSIGN TO WS-OPERADOR-PATH
               RECORD KEY IS SH-OP-ID
               FILE STATUS IS WS-FS-SEN.

               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH
      *>          LOG DE SESSOES: ENTRADA, FALHA, BLOQUEIO, TROCA DE
      *>          SENHA E SAIDA (VER SEGREL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD PERMLOG.
       01 WS-LINHA-PERMLOG         PIC X(80).

       FD SESSLOG.
       01 WS-LINHA-SESSLOG         PIC X(80).

       FD SPLINBOX.
       COPY FD_SPLINBOX.

           88 PERFIL-PODE-MANTER           VALUE "M" "A".

       77 WS-LOGIN-ID                      PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA                   PIC X(20) VALUE SPACES.
       77 WS-LOGIN-OK                      PIC X VALUE "N".
           88 LOGIN-OK                     VALUE "S" FALSE "N".
      *> Troca de senha obrigatoria (primeiro login ou senha resetada).
       77 WS-SENHA-NOVA1                   PIC X(20) VALUE SPACES.
       77 WS-SENHA-NOVA2                   PIC X(20) VALUE SPACES.
       77 WS-SENHA-RECUSADA                PIC X(40) VALUE SPACES.
       77 WS-H                             PIC 9(01) VALUE ZEROS.
      *> Limite de tentativas de senha erradas antes do bloqueio.
       77 WS-MAX-TENTATIVAS                PIC 9(01) VALUE 3.

           88 TEM-SENHIST                  VALUE "S" FALSE "N".

       COPY WS_DATUTIL.
      *> Resumo e conferencia das senhas (nada em claro no disco).
       COPY WS_SENHCRIP.
      *> Log de sessoes (SESSLOG.DAT).
       COPY WS_SESSLOG.
      *> Parametros do sistema em vigor hoje (PARAMS.DAT, ver PARMMNT);
      *> sem registro ficam os padroes acima.
       COPY WS_PARAM.

      *> Autorizacao fina por programa: o chamador poe o nome do
      *> programa em WS-PROG-VERIF e o nivel padrao exigido pelo

               PERFORM P110-ESCOLHE-AMBIENTE
               PERFORM P100-RESOLVE-PATH
               PERFORM P120-CARREGA-PARAMETROS
               MOVE "MENUCNTT" TO SL-PROGRAMA
               PERFORM P200-LOGIN
               IF LOGIN-OK THEN
                   PERFORM P259-ANUNCIA-INBOX
                   PERFORM P300-PROCESSA THRU P300-FIM
                           UNTIL WS-OPCAO = "S" OR "s"
                   MOVE "S"         TO SL-EVENTO
                   MOVE WS-OPERADOR TO SL-OP-ID
                   MOVE SPACES      TO SL-DETALHE
                   PERFORM P780-GRAVA-SESSLOG
               END-IF
               PERFORM P900-FIM
               .
               DISPLAY "| 16 - REFRESH DO AMBIENTE DE TREINO          |"
               DISPLAY "| 17 - RELATORIO DE ACESSO DO TITULAR (LGPD)  |"
               DISPLAY "| 18 - CONSENTIMENTO DE COMUNICACAO (LGPD)    |"
               DISPLAY "| 19 - RELATORIO SEMANAL DE SEGURANCA         |"
               DISPLAY "| 20 - PARAMETROS DO SISTEMA                  |"
               DISPLAY "| 21 - ESTATISTICAS DOS BATCHES (TENDENCIA)   |"
               DISPLAY "| 22 - DESPACHO DA FILA DE COMUNICACAO        |"
               DISPLAY "| S - SAIR                                    |"
               DISPLAY "|_____________________________________________|"
               ACCEPT WS-OPCAO
                          OR "Y" OR "y" OR "W" OR "w" OR "Q" OR "q"
                          OR "H" OR "h" OR "J" OR "j" OR "K" OR "k"
                          OR "10" OR "11" OR "12" OR "13" OR "14"
                          OR "15" OR "16" OR "17" OR "18" OR "19"
                          OR "20" OR "21" OR "22" OR "S" OR "s"
                   DISPLAY "OPCAO INVALIDA! TENTE NOVAMENTE: "
                   ACCEPT WS-OPCAO
               END-PERFORM
                       PERFORM P269-CHAMA-LGPD
                  WHEN "18"
                       PERFORM P263-CHAMA-CONSENT
                  WHEN "19"
                       PERFORM P262-CHAMA-SEGURANCA
                  WHEN "20"
                       PERFORM P261-CHAMA-PARAMETROS
                  WHEN "21"
                       PERFORM P254-CHAMA-TENDENCIA
                  WHEN "22"
                       PERFORM P253-CHAMA-DESPACHO
                  WHEN "S"
                   DISPLAY "OBRIGADO! VOLTE SEMPRE."
      *>              Melhorar isso
           SET ENVIRONMENT "SIS_AMBIENTE" TO WS-AMBIENTE
           .

       P120-CARREGA-PARAMETROS.
      *> Limites de senha em vigor hoje; fora da faixa aceita pelas
      *> variaveis ficam os padroes do programa.
           MOVE "SENHA-VALIDADE-DIAS" TO WS-PM-CODIGO
           MOVE ZEROS                 TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 1000 THEN
               MOVE WS-PM-VALOR-NUM TO WS-VALIDADE-SENHA
           END-IF
           MOVE "SENHA-MAX-TENTATIVAS" TO WS-PM-CODIGO
           MOVE ZEROS                  TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 10 THEN
               MOVE WS-PM-VALOR-NUM TO WS-MAX-TENTATIVAS
           END-IF
           .

       P200-LOGIN.
           MOVE "N"         TO WS-LOGIN-OK
           MOVE SPACES      TO WS-OPERADOR
                   KEY IS OP-ID
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO!"
                       MOVE "F"              TO SL-EVENTO
                       MOVE WS-LOGIN-ID      TO SL-OP-ID
                       MOVE "NAO CADASTRADO" TO SL-DETALHE
                       PERFORM P780-GRAVA-SESSLOG
                   NOT INVALID KEY
                       PERFORM P220-CONFERE-SENHA
               END-READ
           OPEN OUTPUT OPERADOR
           IF FS-OPE-OK THEN
               MOVE "ADMIN"    TO OP-ID
               MOVE "1234"     TO WS-SENHA-NOVA1
               PERFORM P247-RESUME-SENHA-NOVA
               MOVE SPACES     TO WS-SENHA-NOVA1
               MOVE "A"        TO OP-PERFIL
               MOVE "S"        TO OP-TROCA-SENHA
               MOVE ZEROS      TO OP-TENTATIVAS
           .

       P220-CONFERE-SENHA.
           MOVE WS-LOGIN-ID TO SL-OP-ID
           IF OP-BLOQUEADO THEN
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
               MOVE "F"                  TO SL-EVENTO
               MOVE "OPERADOR BLOQUEADO" TO SL-DETALHE
               PERFORM P780-GRAVA-SESSLOG
           ELSE
               MOVE "C"            TO WS-SC-OPERACAO
               MOVE WS-LOGIN-SENHA TO WS-SC-SENHA
               MOVE OP-SENHA-SAL   TO WS-SC-SAL
               MOVE OP-SENHA-HASH  TO WS-SC-HASH
               CALL "SENHCRIP" USING WS-SENHCRIP-PARM
               MOVE SPACES         TO WS-LOGIN-SENHA
               MOVE SPACES         TO WS-SC-SENHA
               IF SC-SENHA-CONFERE THEN
                   MOVE ZEROS TO OP-TENTATIVAS
                   IF OP-DEVE-TROCAR-SENHA THEN
                       PERFORM P230-TROCA-SENHA
                       ELSE
                           MOVE ZEROS     TO WS-COM-FILIAL
                       END-IF
                       MOVE "E"          TO SL-EVENTO
                       MOVE SPACES       TO SL-DETALHE
                       PERFORM P780-GRAVA-SESSLOG
                   END-IF
                   REWRITE REG-OPERADOR
               ELSE
                   ADD 1 TO OP-TENTATIVAS
                   MOVE "F"              TO SL-EVENTO
                   MOVE "SENHA INVALIDA" TO SL-DETALHE
                   PERFORM P780-GRAVA-SESSLOG
                   IF OP-TENTATIVAS >= WS-MAX-TENTATIVAS THEN
                       SET OP-BLOQUEADO TO TRUE
                       DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO "
                               "APOS " WS-MAX-TENTATIVAS " TENTATIVAS"
                       MOVE "B"              TO SL-EVENTO
                       MOVE "TENTATIVAS ESGOT." TO SL-DETALHE
                       PERFORM P780-GRAVA-SESSLOG
                   ELSE
                       DISPLAY "SENHA INVALIDA!"
                   END-IF
      *> Primeiro login (ou senha resetada em OPECNTT): obriga o
      *> operador a definir a propria senha antes de entrar.
           DISPLAY "TROCA DE SENHA OBRIGATORIA"
           DISPLAY "INFORME A NOVA SENHA (8 A 20 CARACTERES, COM "
                   "LETRAS E DIGITOS): "
           ACCEPT WS-SENHA-NOVA1
           DISPLAY "REPITA A NOVA SENHA: "
           ACCEPT WS-SENHA-NOVA2

           PERFORM P235-CHECA-REUSO
           PERFORM UNTIL WS-SENHA-NOVA1 EQUAL WS-SENHA-NOVA2
                   AND WS-SENHA-RECUSADA EQUAL SPACES
                   AND NOT SENHA-REUSADA
               EVALUATE TRUE
                   WHEN WS-SENHA-NOVA1 NOT EQUAL WS-SENHA-NOVA2
                       DISPLAY "SENHAS NAO CONFEREM!"
                   WHEN WS-SENHA-RECUSADA NOT EQUAL SPACES
                       DISPLAY WS-SENHA-RECUSADA
                   WHEN OTHER
                       DISPLAY "SENHA JA USADA RECENTEMENTE - A "
                               "ATUAL E AS TRES ULTIMAS SENHAS NAO "
                               "PODEM VOLTAR!"
               END-EVALUATE
               DISPLAY "INFORME A NOVA SENHA (8 A 20 CARACTERES, COM "
                       "LETRAS E DIGITOS): "
               ACCEPT WS-SENHA-NOVA1
               DISPLAY "REPITA A NOVA SENHA: "
               ACCEPT WS-SENHA-NOVA2
           END-PERFORM

           PERFORM P245-GRAVA-SENHIST
           PERFORM P247-RESUME-SENHA-NOVA
           MOVE SPACES         TO WS-SENHA-NOVA1
           MOVE SPACES         TO WS-SENHA-NOVA2
           MOVE "N"            TO OP-TROCA-SENHA
           MOVE "S"            TO WS-LOGIN-OK
           DISPLAY "SENHA ALTERADA COM SUCESSO!"
           MOVE "T"            TO SL-EVENTO
           MOVE "TROCA NO LOGIN" TO SL-DETALHE
           PERFORM P780-GRAVA-SESSLOG
           .

       P235-CHECA-REUSO.
      *> A nova senha precisa atender a politica (SENHCRIP "P") e
      *> nao pode ser a atual nem nenhuma das tres ultimas guardadas
      *> em SENHIST.DAT: a senha nova e resumida com o sal de cada
      *> uma e comparada ao resumo guardado.
           SET SENHA-REUSADA TO FALSE
           MOVE "P"            TO WS-SC-OPERACAO
           MOVE WS-SENHA-NOVA1 TO WS-SC-SENHA
           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
           MOVE WS-SC-MENSAGEM TO WS-SENHA-RECUSADA

           MOVE "C"            TO WS-SC-OPERACAO
           MOVE OP-SENHA-SAL   TO WS-SC-SAL
           MOVE OP-SENHA-HASH  TO WS-SC-HASH
           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
           IF SC-SENHA-CONFERE THEN
               SET SENHA-REUSADA TO TRUE
           END-IF

                           CONTINUE
                       NOT INVALID KEY
                           SET TEM-SENHIST TO TRUE
                           PERFORM VARYING WS-H FROM 1 BY 1
                                   UNTIL WS-H > 3 OR SENHA-REUSADA
                               IF SH-HASH (WS-H) NOT EQUAL SPACES
                                   MOVE SH-SAL (WS-H)  TO WS-SC-SAL
                                   MOVE SH-HASH (WS-H) TO WS-SC-HASH
                                   CALL "SENHCRIP"
                                       USING WS-SENHCRIP-PARM
                                   IF SC-SENHA-CONFERE THEN
                                       SET SENHA-REUSADA TO TRUE
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-IF
               CLOSE SENHIST
           ELSE
               MOVE WS-LOGIN-ID  TO SH-OP-ID
               MOVE WS-DATA-HOJE TO SH-DT-TROCA
               MOVE SPACES       TO SH-SENHA-ANT (1)
               MOVE SPACES       TO SH-SENHA-ANT (2)
               MOVE SPACES       TO SH-SENHA-ANT (3)
               PERFORM P246-REGRAVA-SENHIST
           END-IF
           .
      *> de hoje.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P242-LE-SENHIST
           MOVE SH-SENHA-ANT (2) TO SH-SENHA-ANT (3)
           MOVE SH-SENHA-ANT (1) TO SH-SENHA-ANT (2)
           MOVE OP-SENHA-SAL     TO SH-SAL (1)
           MOVE OP-SENHA-HASH    TO SH-HASH (1)
           MOVE WS-LOGIN-ID  TO SH-OP-ID
           MOVE WS-DATA-HOJE TO SH-DT-TROCA
           PERFORM P246-REGRAVA-SENHIST
       P242-LE-SENHIST.
           MOVE WS-LOGIN-ID TO SH-OP-ID
           MOVE ZEROS       TO SH-DT-TROCA
           MOVE SPACES      TO SH-SENHA-ANT (1)
           MOVE SPACES      TO SH-SENHA-ANT (2)
           MOVE SPACES      TO SH-SENHA-ANT (3)

           SET FS-SEN-OK TO TRUE
           OPEN INPUT SENHIST
               CLOSE SENHIST
           .

       P247-RESUME-SENHA-NOVA.
      *> Sal novo e resumo de WS-SENHA-NOVA1 em REG-OPERADOR.
           MOVE "S"            TO WS-SC-OPERACAO
           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
           MOVE "H"            TO WS-SC-OPERACAO
           MOVE WS-SENHA-NOVA1 TO WS-SC-SENHA
           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
           MOVE WS-SC-SAL      TO OP-SENHA-SAL
           MOVE WS-SC-HASH     TO OP-SENHA-HASH
           MOVE SPACES         TO WS-SC-SENHA
           .

       P246-REGRAVA-SENHIST.
           SET FS-SEN-OK TO TRUE
           OPEN I-O SENHIST
           END-IF
           .

       P261-CHAMA-PARAMETROS.
           MOVE "PARMMNT"  TO WS-PROG-VERIF
           MOVE "A"        TO WS-NIVEL-EXIGIDO
           PERFORM P265-AUTORIZA
           IF ACESSO-PERMITIDO THEN
               MOVE "PARAMETROS DO SISTEMA" TO WS-MENSAGEM
               CALL "D:\Estudos_COBOL\M3\bin\PARMMNT" USING
                                             WS-COM-AREA
               CANCEL "D:\Estudos_COBOL\M3\bin\PARMMNT"
           ELSE
               PERFORM P260-NEGA-ACESSO
           END-IF
           .

       P254-CHAMA-TENDENCIA.
           MOVE "RUNTEND" TO WS-PROG-VERIF
           MOVE "M"       TO WS-NIVEL-EXIGIDO
           PERFORM P265-AUTORIZA
           IF ACESSO-PERMITIDO THEN
               MOVE "ESTATISTICAS DOS BATCHES" TO WS-MENSAGEM
               CALL "D:\Estudos_COBOL\M3\bin\RUNTEND" USING
                                             WS-COM-AREA
               CANCEL "D:\Estudos_COBOL\M3\bin\RUNTEND"
           ELSE
               PERFORM P260-NEGA-ACESSO
           END-IF
           .

       P253-CHAMA-DESPACHO.
           MOVE "COMDESP" TO WS-PROG-VERIF
           MOVE "M"       TO WS-NIVEL-EXIGIDO
           PERFORM P265-AUTORIZA
           IF ACESSO-PERMITIDO THEN
               MOVE "DESPACHO DA FILA DE COMUNICACAO" TO WS-MENSAGEM
               CALL "D:\Estudos_COBOL\M3\bin\COMDESP" USING
                                             WS-COM-AREA
               CANCEL "D:\Estudos_COBOL\M3\bin\COMDESP"
           ELSE
               PERFORM P260-NEGA-ACESSO
           END-IF
           .

       P262-CHAMA-SEGURANCA.
           MOVE "SEGREL"  TO WS-PROG-VERIF
           MOVE "A"       TO WS-NIVEL-EXIGIDO
           PERFORM P265-AUTORIZA
           IF ACESSO-PERMITIDO THEN
               MOVE "RELATORIO DE SEGURANCA" TO WS-MENSAGEM
               CALL "D:\Estudos_COBOL\M3\bin\SEGREL" USING
                                             WS-COM-AREA
               CANCEL "D:\Estudos_COBOL\M3\bin\SEGREL"
           ELSE
               PERFORM P260-NEGA-ACESSO
           END-IF
           .

       P295-CHAMA-OPERADORES.
           MOVE "OPECNTT" TO WS-PROG-VERIF
           MOVE "A"        TO WS-NIVEL-EXIGIDO
           END-IF
           .

       COPY P-GRAVA-SESSLOG.

       COPY P-RESOLVE-PATH.

       P900-FIM.
