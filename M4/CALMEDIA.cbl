      *         MENUCNTT) e matriz fina de permissoes PERMISO.DAT
      *         consultada antes de cada chamada de programa;
      *         negacoes logadas em PERMLOG.DAT.
      * Update: Entradas, tentativas falhas, bloqueios e saidas
      *         gravadas no log de sessoes SESSLOG.DAT do M3 (ver
      *         SEGREL).
      * Update: Limite de tentativas de senha lido de PARAMS.DAT do
      *         M3 (PARMLKP, mantido em PARMMNT).
      * Update: Login recusado quando o operador tem troca de senha
      *         obrigatoria pendente ou senha vencida (SENHIST.DAT,
      *         SENHA-VALIDADE-DIAS): a troca e feita em MENUCNTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS IB-CHAVE
               FILE STATUS IS WS-FS-INB.

               SELECT SENHIST ASSIGN TO WS-SENHIST-PATH-M3
      *>          VALIDADE DAS SENHAS (VER MENUCNTT), SO CONSULTA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-OP-ID
               FILE STATUS IS WS-FS-SEN.

               SELECT PERMLOG ASSIGN TO WS-PERMLOG-PATH-M3
      *>          LOG DE NEGACOES DE ACESSO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLG.

               SELECT SESSLOG ASSIGN TO WS-SESSLOG-PATH-M3
      *>          LOG DE SESSOES DO M3 (VER SEGREL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLG.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR.
       FD PERMISO.
       COPY FD_PERMISO.

       FD SENHIST.
       COPY FD_SENHIST.

       FD PERMLOG.
       01 WS-LINHA-PERMLOG     PIC X(80).

       FD SESSLOG.
       01 WS-LINHA-SESSLOG     PIC X(80).

       FD SPLINBOX.
       COPY FD_SPLINBOX.

       77 WS-OPERADOR-PATH-M3  PIC X(200) VALUE SPACES.
       77 WS-PERMISO-PATH-M3   PIC X(200) VALUE SPACES.
       77 WS-PERMLOG-PATH-M3   PIC X(200) VALUE SPACES.
       77 WS-SESSLOG-PATH-M3   PIC X(200) VALUE SPACES.
       77 WS-SENHIST-PATH-M3   PIC X(200) VALUE SPACES.
       77 WS-LOGIN-ID          PIC X(10) VALUE SPACES.
       77 WS-LOGIN-SENHA       PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       COPY WS_SESSLOG.
       COPY WS_PARAM.
       77 WS-LOGIN-OK          PIC X VALUE "N".
           88 LOGIN-OK         VALUE "S" FALSE "N".
       77 WS-MAX-TENTATIVAS    PIC 9(01) VALUE 3.
      *> Senha vencida ou troca obrigatoria pendente: o login e
      *> recusado e o operador troca a senha em MENUCNTT.
       77 WS-FS-SEN            PIC 99.
           88 FS-SEN-OK        VALUE 0.
       77 WS-VALIDADE-SENHA    PIC 9(03) VALUE 90.
       77 WS-DIAS-SENHA        PIC S9(06) VALUE ZEROS.
       77 WS-TROCA-PENDENTE    PIC X VALUE "N".
           88 TROCA-PENDENTE   VALUE "S" FALSE "N".
       COPY WS_DATUTIL.
       77 WS-PERFIL            PIC X VALUE SPACES.
       77 WS-PROG-CHAMADO      PIC X(08) VALUE SPACES.
       77 WS-ACESSO            PIC X VALUE "N".
       PROCEDURE DIVISION.
           PERFORM P030-ESCOLHE-AMBIENTE.
           PERFORM P040-RESOLVE-M3.
           PERFORM P045-CARREGA-PARAMETROS.
           MOVE "CALMEDIA" TO SL-PROGRAMA.
           PERFORM P050-LOGIN.
           IF LOGIN-OK THEN
               PERFORM P060-ANUNCIA-INBOX
               PERFORM P100INICIO THRU P100SAIR
                       UNTIL WS-OPCAO = "S" OR "s"
               MOVE "S"         TO SL-EVENTO
               MOVE WS-OPERADOR TO SL-OP-ID
               MOVE SPACES      TO SL-DETALHE
               PERFORM P780-GRAVA-SESSLOG
           END-IF.
           PERFORM P900FIM.
       MAIN-PROCEDURE.
            DISPLAY "(71) - PROJECAO DE FLUXO DE CAIXA"
            DISPLAY "(72) - PACK GERENCIAL DO MES (KPI)"
            DISPLAY "(73) - ROSTER DE EVACUACAO (PRESENCA POR SALA)"
            DISPLAY "(74) - EDUCACENSO - CENSO ESCOLAR"
            DISPLAY "(75) - CONSELHO DE CLASSE"
            DISPLAY "(76) - DEPENDENCIAS (PROGRESSAO PARCIAL)"
            DISPLAY "(77) - TRANSFERENCIA EXPEDIDA (SAIDA DE ALUNO)"
            DISPLAY "(78) - SEGUNDA CHAMADA DE PROVA"
            DISPLAY "(79) - CONTEUDO MINISTRADO (DIARIO)"
            DISPLAY "(80) - CARGA HORARIA MINIMA (200 DIAS/800 HORAS)"
            DISPLAY "(81) - DISPONIBILIDADE DO PROFESSOR/CARGA SEMANAL"
            DISPLAY "(82) - GERACAO AUTOMATICA DA GRADE DE HORARIOS"
            DISPLAY "(83) - PROCESSO SELETIVO (ADMISSOES)"
            DISPLAY "(84) - EVASAO: MOTIVOS E RETENCAO"
            DISPLAY "(85) - DOCUMENTOS EXIGIDOS NA MATRICULA"
            DISPLAY "(86) - REUNIAO DE PAIS E MESTRES"
            DISPLAY "(87) - RETIRADA DE ALUNOS NA SAIDA"
            DISPLAY "(88) - CARTEIRA DE VACINACAO"
            DISPLAY "(89) - CREDITO DA CANTINA"
            DISPLAY "(90) - BIBLIOTECA"
            DISPLAY "(91) - ATIVIDADES ELETIVAS"
            DISPLAY "(92) - PORTAL DOS PAIS - FEED"
            DISPLAY " "
            DISPLAY "       OU DIGITE <S> PARA SAIR"
               ACCEPT WS-OPCAO
                   MOVE "ROSTER DE EVACUACAO" TO WS-MENSAGEM
                   MOVE "PRESENCA" TO WS-PROG-CHAMADO

                   WHEN "74"
                   MOVE "EDUCACENSO - CENSO ESCOLAR" TO WS-MENSAGEM
                   MOVE "EDUCENSO" TO WS-PROG-CHAMADO

                   WHEN "75"
                   MOVE "CONSELHO DE CLASSE" TO WS-MENSAGEM
                   MOVE "CONSELHO" TO WS-PROG-CHAMADO

                   WHEN "76"
                   MOVE "DEPENDENCIAS" TO WS-MENSAGEM
                   MOVE "DEPMNT" TO WS-PROG-CHAMADO

                   WHEN "77"
                   MOVE "TRANSFERENCIA EXPEDIDA" TO WS-MENSAGEM
                   MOVE "TRFSAI" TO WS-PROG-CHAMADO

                   WHEN "78"
                   MOVE "SEGUNDA CHAMADA" TO WS-MENSAGEM
                   MOVE "SEGCHAM" TO WS-PROG-CHAMADO

                   WHEN "79"
                   MOVE "CONTEUDO MINISTRADO" TO WS-MENSAGEM
                   MOVE "CONTMNT" TO WS-PROG-CHAMADO

                   WHEN "80"
                   MOVE "CARGA HORARIA MINIMA" TO WS-MENSAGEM
                   MOVE "CARGAHOR" TO WS-PROG-CHAMADO

                   WHEN "81"
                   MOVE "DISPONIBILIDADE/CARGA" TO WS-MENSAGEM
                   MOVE "DISPMNT" TO WS-PROG-CHAMADO

                   WHEN "82"
                   MOVE "GERACAO DA GRADE" TO WS-MENSAGEM
                   MOVE "GERAHOR" TO WS-PROG-CHAMADO
                   WHEN "83"
                   MOVE "PROCESSO SELETIVO" TO WS-MENSAGEM
                   MOVE "ADMISSAO" TO WS-PROG-CHAMADO
                   WHEN "84"
                   MOVE "EVASAO E RETENCAO" TO WS-MENSAGEM
                   MOVE "RETENCAO" TO WS-PROG-CHAMADO
                   WHEN "85"
                   MOVE "DOCUMENTOS DE MATRICULA" TO WS-MENSAGEM
                   MOVE "DOCPEND" TO WS-PROG-CHAMADO
                   WHEN "86"
                   MOVE "REUNIAO DE PAIS E MESTRES" TO WS-MENSAGEM
                   MOVE "REUNPAIS" TO WS-PROG-CHAMADO
                   WHEN "87"
                   MOVE "RETIRADA DE ALUNOS" TO WS-MENSAGEM
                   MOVE "RETIRADA" TO WS-PROG-CHAMADO
                   WHEN "88"
                   MOVE "CARTEIRA DE VACINACAO" TO WS-MENSAGEM
                   MOVE "VACINA" TO WS-PROG-CHAMADO
                   WHEN "89"
                   MOVE "CREDITO DA CANTINA" TO WS-MENSAGEM
                   MOVE "CANTINA" TO WS-PROG-CHAMADO
                   WHEN "90"
                   MOVE "BIBLIOTECA" TO WS-MENSAGEM
                   MOVE "BIBLIO" TO WS-PROG-CHAMADO
                   WHEN "91"
                   MOVE "ATIVIDADES ELETIVAS" TO WS-MENSAGEM
                   MOVE "ELETIVA" TO WS-PROG-CHAMADO
                   WHEN "92"
                   MOVE "PORTAL DOS PAIS - FEED" TO WS-MENSAGEM
                   MOVE "PORTAL" TO WS-PROG-CHAMADO

                   WHEN "S"
                   DISPLAY "***********VOLTE SEMPRE!!!***********"

               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
      *>   Log de sessoes unico para PROD e TREINO (cada linha leva o
      *>   ambiente): fica no diretorio real do M3.
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\SESSLOG.DAT" DELIMITED BY SIZE
                  INTO WS-SESSLOG-PATH-M3
      *>   No perfil TREINO o proprio cadastro de operadores e a
      *>   matriz de permissoes vem da subpasta clonada.
           IF WS-AMBIENTE-MNU EQUAL "TREINO" THEN
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\PERMLOG.DAT" DELIMITED BY SIZE
                  INTO WS-PERMLOG-PATH-M3
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\SENHIST.DAT" DELIMITED BY SIZE
                  INTO WS-SENHIST-PATH-M3
           .

       P045-CARREGA-PARAMETROS.
      *>   Mesmos limites de senha do MENUCNTT (PARAMS.DAT do M3);
      *>   sem registro fica o padrao.
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

       P050-LOGIN.
      *> Mesmo cadastro de operadores do M3: senha conferida contra
      *> OPERADOR.DAT, com bloqueio apos as tentativas erradas.
      *> Troca obrigatoria pendente ou senha vencida recusam o login:
      *> a troca, com a politica de SENHCRIP e o historico, e feita
      *> so em MENUCNTT.
           MOVE "N"      TO WS-LOGIN-OK
           SET FS-OPE-OK TO TRUE

                   KEY IS OP-ID
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO!"
                       MOVE "F"              TO SL-EVENTO
                       MOVE WS-LOGIN-ID      TO SL-OP-ID
                       MOVE "NAO CADASTRADO" TO SL-DETALHE
                       PERFORM P780-GRAVA-SESSLOG
                   NOT INVALID KEY
                       MOVE WS-LOGIN-ID TO SL-OP-ID
                       IF OP-BLOQUEADO THEN
                           DISPLAY "OPERADOR BLOQUEADO - PROCURE O "
                                   "ADMINISTRADOR"
                           MOVE "F"                  TO SL-EVENTO
                           MOVE "OPERADOR BLOQUEADO" TO SL-DETALHE
                           PERFORM P780-GRAVA-SESSLOG
                       ELSE
                           MOVE "C"             TO WS-SC-OPERACAO
                           MOVE WS-LOGIN-SENHA  TO WS-SC-SENHA
                           MOVE OP-SENHA-SAL    TO WS-SC-SAL
                           MOVE OP-SENHA-HASH   TO WS-SC-HASH
                           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
                           MOVE SPACES TO WS-LOGIN-SENHA WS-SC-SENHA
                           IF SC-SENHA-CONFERE THEN
                               MOVE ZEROS       TO OP-TENTATIVAS
                               PERFORM P055-CHECA-TROCA
                               IF TROCA-PENDENTE THEN
                                   DISPLAY "TROCA DE SENHA PENDENTE - "
                                           "ENTRE EM MENUCNTT PARA "
                                           "TROCAR A SENHA"
                                   MOVE "F"              TO SL-EVENTO
                                   MOVE "TROCA PENDENTE" TO SL-DETALHE
                                   PERFORM P780-GRAVA-SESSLOG
                               ELSE
                                   MOVE "S"         TO WS-LOGIN-OK
                                   MOVE WS-LOGIN-ID TO WS-OPERADOR
                                   MOVE OP-PERFIL   TO WS-PERFIL
                                   MOVE "E"         TO SL-EVENTO
                                   MOVE SPACES      TO SL-DETALHE
                                   PERFORM P780-GRAVA-SESSLOG
                               END-IF
                           ELSE
                               ADD 1 TO OP-TENTATIVAS
                               MOVE "F"              TO SL-EVENTO
                               MOVE "SENHA INVALIDA" TO SL-DETALHE
                               PERFORM P780-GRAVA-SESSLOG
                               IF OP-TENTATIVAS >= WS-MAX-TENTATIVAS
                                   SET OP-BLOQUEADO TO TRUE
                                   DISPLAY "SENHA INVALIDA - "
                                           "OPERADOR BLOQUEADO"
                                   MOVE "B" TO SL-EVENTO
                                   MOVE "TENTATIVAS ESGOT."
                                       TO SL-DETALHE
                                   PERFORM P780-GRAVA-SESSLOG
                               ELSE
                                   DISPLAY "SENHA INVALIDA!"
                               END-IF
           END-IF
           .

       P055-CHECA-TROCA.
      *> Troca obrigatoria marcada no cadastro ou senha com mais de
      *> WS-VALIDADE-SENHA dias desde a ultima troca (SENHIST.DAT).
      *> Operador sem registro segue: a carencia e gravada por
      *> MENUCNTT no proximo login la.
           SET TROCA-PENDENTE TO FALSE
           IF OP-DEVE-TROCAR-SENHA THEN
               SET TROCA-PENDENTE TO TRUE
           ELSE
               SET FS-SEN-OK TO TRUE
               OPEN INPUT SENHIST
               IF FS-SEN-OK THEN
                   MOVE WS-LOGIN-ID TO SH-OP-ID
                   READ SENHIST
                       KEY IS SH-OP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                           MOVE "F"          TO WS-DU-OPERACAO
                           MOVE WS-DATA-HOJE TO WS-DU-DATA-1
                           MOVE SH-DT-TROCA  TO WS-DU-DATA-2
                           MOVE ZEROS        TO WS-DU-QTD
                           CALL "DATUTIL" USING WS-DATUTIL-PARM
                           IF WS-DU-ERRO NOT EQUAL "S" THEN
                               MOVE WS-DU-RESULTADO-DIAS
                                   TO WS-DIAS-SENHA
                               IF WS-DIAS-SENHA > WS-VALIDADE-SENHA
                                   DISPLAY "SENHA EXPIRADA (MAIS DE "
                                           WS-VALIDADE-SENHA " DIAS)"
                                   SET TROCA-PENDENTE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-IF
               CLOSE SENHIST
           END-IF
           .

       P060-ANUNCIA-INBOX.
      *> "Voce tem N relatorios nao lidos" no sign-on (ver SPLVIEW
      *> opcao 5 para ler e marcar).
               CLOSE PERMLOG
           .

       COPY P-GRAVA-SESSLOG.

           P900FIM.

            STOP RUN.
