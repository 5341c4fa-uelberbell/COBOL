      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:MANUTENCAO DOS PARAMETROS DO SISTEMA (PARAMS.DAT): OS
      *         LIMITES DE NEGOCIO QUE ANTES ESTAVAM NO CODIGO OU EM
      *         VARIAVEIS DE AMBIENTE (VALIDADE DA SENHA, TENTATIVAS
      *         DE LOGIN, RETENCAO DO SPOOL, NOTA DE CORTE, FREQUENCIA
      *         MINIMA, FAIXAS DE ATRASO DE FINAGE/FINCOB, MARGEM
      *         DE ALERTA DAS ESTATISTICAS DOS BATCHES, JANELA DAS
      *         FALTAS E OCORRENCIAS RECENTES DO PORTAL DOS PAIS,
      *         MULTA E JUROS DE MORA DAS PARCELAS E MINIMO LEGAL DE
      *         DIAS LETIVOS E HORAS DO ANO). CADA
      *         PARAMETRO TEM TIPO, FAIXA VALIDA E VALOR PADRAO NO
      *         CATALOGO ABAIXO E PODE TER VARIAS VIGENCIAS; OS
      *         PROGRAMAS LEEM O VALOR EM VIGOR PELA SUB-ROTINA
      *         PARMLKP E FICAM COM O PADRAO QUANDO NAO HA REGISTRO.
      *         TODA INCLUSAO, ALTERACAO OU EXCLUSAO DE VIGENCIA VAI
      *         PARA PARMLOG.DAT COM O VALOR ANTERIOR E O NOVO.
      *         ACESSO RESTRITO AO PERFIL ADMINISTRADOR (CONTROLADO EM
      *         MENUCNTT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMS ASSIGN TO WS-PARAMS-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M3_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS.

               SELECT PARMLOG ASSIGN TO WS-PARMLOG-PATH
      *>          TRILHA DAS MUDANCAS DE PARAMETRO (DE/PARA).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMS.
       COPY FD_PARAM.

       FD PARMLOG.
       01 WS-LINHA-PARMLOG         PIC X(160).

       WORKING-STORAGE SECTION.

       COPY WS_CONTT.

       77 WS-FS        PIC 99.
           88 FS-OK    VALUE 0.
       77 WS-FS-PLOG    PIC 99.
           88 FS-PLOG-OK VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRMA          PIC X VALUE SPACES.
       77 WS-SEGUE             PIC X VALUE "N".
           88 SEGUE-OK         VALUE "S" FALSE "N".

      *> Catalogo dos parametros conhecidos: codigo, tipo, padrao
      *> (o valor que o programa usa sem registro), faixa valida e
      *> descricao. Parametro novo entra aqui e no programa que o le.
       01 WS-CATALOGO-VALORES.
           03 FILLER           PIC X(20) VALUE "SENHA-VALIDADE-DIAS".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 90.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 999.
           03 FILLER           PIC X(40)
                   VALUE "VALIDADE DA SENHA EM DIAS".
           03 FILLER           PIC X(20) VALUE "SENHA-MAX-TENTATIVAS".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 3.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 9.
           03 FILLER           PIC X(40)
                   VALUE "TENTATIVAS DE SENHA ATE O BLOQUEIO".
           03 FILLER           PIC X(20) VALUE "SPOOL-RETENCAO-DIAS".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 30.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 9999.
           03 FILLER           PIC X(40)
                   VALUE "RETENCAO DOS MEMBROS DO SPOOL EM DIAS".
           03 FILLER           PIC X(20) VALUE "NOTA-CORTE".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 6,9.
           03 FILLER           PIC 9(07)V99 VALUE 0.
           03 FILLER           PIC 9(07)V99 VALUE 10.
           03 FILLER           PIC X(40)
                   VALUE "NOTA DE CORTE PARA APROVACAO (0 A 10)".
           03 FILLER           PIC X(20) VALUE "FREQ-MINIMA-PCT".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 75.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 100.
           03 FILLER           PIC X(40)
                   VALUE "FREQUENCIA MINIMA PARA APROVACAO (%)".
           03 FILLER           PIC X(20) VALUE "ATRASO-FAIXA-1".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 30.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 998.
           03 FILLER           PIC X(40)
                   VALUE "FIM DA 1A FAIXA DE ATRASO EM DIAS".
           03 FILLER           PIC X(20) VALUE "ATRASO-FAIXA-2".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 60.
           03 FILLER           PIC 9(07)V99 VALUE 2.
           03 FILLER           PIC 9(07)V99 VALUE 998.
           03 FILLER           PIC X(40)
                   VALUE "FIM DA 2A FAIXA DE ATRASO EM DIAS".
           03 FILLER           PIC X(20) VALUE "ATRASO-FAIXA-3".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 90.
           03 FILLER           PIC 9(07)V99 VALUE 3.
           03 FILLER           PIC 9(07)V99 VALUE 998.
           03 FILLER           PIC X(40)
                   VALUE "FIM DA 3A FAIXA DE ATRASO EM DIAS".
           03 FILLER           PIC X(20) VALUE "BATCH-MARGEM-PCT".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 50.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 999.
           03 FILLER           PIC X(40)
                   VALUE "% ACIMA DA MEDIA QUE ALERTA UM BATCH".
           03 FILLER           PIC X(20) VALUE "PORTAL-DIAS-RECENTES".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 30.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 365.
           03 FILLER           PIC X(40)
                   VALUE "JANELA DE FALTAS/OCORRENCIAS DO PORTAL".
           03 FILLER           PIC X(20) VALUE "MULTA-ATRASO-PCT".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 2.
           03 FILLER           PIC 9(07)V99 VALUE 0.
           03 FILLER           PIC 9(07)V99 VALUE 20.
           03 FILLER           PIC X(40)
                   VALUE "MULTA POR ATRASO DA PARCELA (%)".
           03 FILLER           PIC X(20) VALUE "JUROS-MES-PCT".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 0.
           03 FILLER           PIC 9(07)V99 VALUE 10.
           03 FILLER           PIC X(40)
                   VALUE "JUROS DE MORA DA PARCELA (% AO MES)".
           03 FILLER           PIC X(20) VALUE "MIN-DIAS-LETIVOS".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 200.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 366.
           03 FILLER           PIC X(40)
                   VALUE "MINIMO LEGAL DE DIAS LETIVOS NO ANO".
           03 FILLER           PIC X(20) VALUE "MIN-HORAS-ANO".
           03 FILLER           PIC X     VALUE "N".
           03 FILLER           PIC 9(07)V99 VALUE 800.
           03 FILLER           PIC 9(07)V99 VALUE 1.
           03 FILLER           PIC 9(07)V99 VALUE 9999.
           03 FILLER           PIC X(40)
                   VALUE "MINIMO LEGAL DE HORAS DE AULA NO ANO".
       01 WS-CATALOGO REDEFINES WS-CATALOGO-VALORES.
           03 WS-CAT-ITEM      OCCURS 14 TIMES.
               05 WS-CAT-CODIGO    PIC X(20).
               05 WS-CAT-TIPO      PIC X.
               05 WS-CAT-PADRAO    PIC 9(07)V99.
               05 WS-CAT-MINIMO    PIC 9(07)V99.
               05 WS-CAT-MAXIMO    PIC 9(07)V99.
               05 WS-CAT-DESCRICAO PIC X(40).
       77 WS-QTD-CATALOGO      PIC 9(02) VALUE 14.
       77 WS-C                 PIC 9(02) VALUE ZEROS.
       77 WS-C-ACHADO          PIC 9(02) VALUE ZEROS.

      *> Vigencia informada na tela.
       77 WS-CODIGO-INF        PIC X(20) VALUE SPACES.
       77 WS-VIGENCIA-INF      PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-NUM-INF     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-ALFA-INF    PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77 WS-TOT-VIGENCIAS     PIC 9(04) VALUE ZEROS.

      *> Valores anterior/novo como texto para a tela e a trilha.
       77 WS-VALOR-EDIT        PIC Z(06)9,99.
       77 WS-VALOR-ANT-TXT     PIC X(40) VALUE SPACES.
       77 WS-VALOR-NOVO-TXT    PIC X(40) VALUE SPACES.
       77 WS-ACAO-LOG          PIC X(03) VALUE SPACES.

       01 WS-DET-PARMLOG.
           03 WS-PL-DATA       PIC 9(08).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-PL-HORA       PIC 9(08).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-PL-OPERADOR   PIC X(10).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-PL-ACAO       PIC X(03).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-PL-CODIGO     PIC X(20).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-PL-VIGENCIA   PIC 9(08).
           03 FILLER           PIC X(05) VALUE " DE: ".
           03 WS-PL-ANTES      PIC X(40).
           03 FILLER           PIC X(07) VALUE " PARA: ".
           03 WS-PL-DEPOIS     PIC X(40).
           03 FILLER           PIC X(05) VALUE SPACES.

      *> Validacao da data de vigencia e consulta do valor em vigor.
       COPY WS_DATUTIL.
       COPY WS_PARAM.

       LINKAGE SECTION.*> AREA PARA COMUNICACAO ENTRE OS PROGRAMAS.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
      *>      ID do operador logado em MENUCNTT.
           03 LK-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***PARAMETROS DO SISTEMA***".
           PERFORM P100-RESOLVE-PATH.

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> VALORES EM VIGOR NUMA DATA  "
                   "<2> LISTAR VIGENCIAS  <3> GRAVAR VIGENCIA  "
                   "<4> EXCLUIR VIGENCIA  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-EM-VIGOR
               WHEN "2"
                   PERFORM P320-LISTA
               WHEN "3"
                   PERFORM P330-GRAVA-VIGENCIA
               WHEN "4"
                   PERFORM P340-EXCLUI-VIGENCIA
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

       P310-EM-VIGOR.
      *> O catalogo inteiro com o valor que os programas enxergam na
      *> data: o da vigencia em PARAMS.DAT ou, sem ela, o padrao.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-VIGENCIA-INF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CATALOGO
               MOVE WS-CAT-CODIGO(WS-C) TO WS-PM-CODIGO
               MOVE WS-VIGENCIA-INF     TO WS-PM-DATA
               CALL "PARMLKP" USING WS-PARAM-PARM
               IF PM-ACHOU THEN
                   IF WS-CAT-TIPO(WS-C) EQUAL "N" THEN
                       MOVE WS-PM-VALOR-NUM TO WS-VALOR-EDIT
                       MOVE WS-VALOR-EDIT   TO WS-VALOR-NOVO-TXT
                   ELSE
                       MOVE WS-PM-VALOR-ALFA TO WS-VALOR-NOVO-TXT
                   END-IF
                   DISPLAY WS-CAT-CODIGO(WS-C) " "
                           FUNCTION TRIM(WS-VALOR-NOVO-TXT)
                           " (VIGENTE DESDE " WS-PM-DT-VIGENCIA ")"
               ELSE
                   MOVE WS-CAT-PADRAO(WS-C) TO WS-VALOR-EDIT
                   DISPLAY WS-CAT-CODIGO(WS-C) " "
                           FUNCTION TRIM(WS-VALOR-EDIT)
                           " (PADRAO DO SISTEMA)"
               END-IF
               DISPLAY "    " WS-CAT-DESCRICAO(WS-C)
           END-PERFORM
           .

       P320-LISTA.
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           MOVE ZEROS      TO WS-TOT-VIGENCIAS

           OPEN INPUT PARAMS
               IF FS-OK THEN
                   PERFORM UNTIL EOF-OK
                       READ PARAMS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               PERFORM P325-MOSTRA-VIGENCIA
                               ADD 1 TO WS-TOT-VIGENCIAS
                       END-READ
                   END-PERFORM
               ELSE
                   DISPLAY "NENHUMA VIGENCIA CADASTRADA - TODOS OS "
                           "PARAMETROS NO PADRAO"
               END-IF
               CLOSE PARAMS
           DISPLAY "VIGENCIAS CADASTRADAS: " WS-TOT-VIGENCIAS
           .

       P325-MOSTRA-VIGENCIA.
           IF PR-NUMERICO THEN
               MOVE PR-VALOR-NUM  TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-NOVO-TXT
           ELSE
               MOVE PR-VALOR-ALFA TO WS-VALOR-NOVO-TXT
           END-IF
           DISPLAY PR-CODIGO " DESDE " PR-DT-VIGENCIA " = "
                   FUNCTION TRIM(WS-VALOR-NOVO-TXT)
                   " (" PR-OP-ALTERACAO " EM " PR-DT-ALTERACAO ")"
           .

       P330-GRAVA-VIGENCIA.
           SET SEGUE-OK TO FALSE
           PERFORM P350-INFORMA-CHAVE
           IF WS-C-ACHADO NOT EQUAL ZEROS THEN
               PERFORM P332-INFORMA-VALOR
           END-IF
      *> Vigencia retroativa muda o resultado de quem reprocessar
      *> datas passadas: so com confirmacao.
           IF SEGUE-OK AND WS-VIGENCIA-INF < WS-DATA-HOJE THEN
               DISPLAY "VIGENCIA RETROATIVA - CONFIRMA (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "NADA GRAVADO"
                   SET SEGUE-OK TO FALSE
               END-IF
           END-IF
           IF SEGUE-OK THEN
               PERFORM P335-GRAVA-PARAMS
           END-IF
           .

       P332-INFORMA-VALOR.
           SET SEGUE-OK TO TRUE
           IF WS-CAT-TIPO(WS-C-ACHADO) EQUAL "N" THEN
               MOVE WS-CAT-MINIMO(WS-C-ACHADO) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-NOVO-TXT
               MOVE WS-CAT-MAXIMO(WS-C-ACHADO) TO WS-VALOR-EDIT
               DISPLAY "VALOR (" FUNCTION TRIM(WS-VALOR-NOVO-TXT)
                       " A " FUNCTION TRIM(WS-VALOR-EDIT) "): "
               ACCEPT WS-VALOR-NUM-INF
               IF WS-VALOR-NUM-INF < WS-CAT-MINIMO(WS-C-ACHADO) OR
                  WS-VALOR-NUM-INF > WS-CAT-MAXIMO(WS-C-ACHADO) THEN
                   DISPLAY "VALOR FORA DA FAIXA - NADA GRAVADO"
                   SET SEGUE-OK TO FALSE
               ELSE
                   MOVE WS-VALOR-NUM-INF TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT    TO WS-VALOR-NOVO-TXT
               END-IF
           ELSE
               DISPLAY "VALOR: "
               ACCEPT WS-VALOR-ALFA-INF
               IF WS-VALOR-ALFA-INF EQUAL SPACES THEN
                   DISPLAY "VALOR EM BRANCO - NADA GRAVADO"
                   SET SEGUE-OK TO FALSE
               ELSE
                   MOVE WS-VALOR-ALFA-INF TO WS-VALOR-NOVO-TXT
               END-IF
           END-IF
           .

       P335-GRAVA-PARAMS.
           SET FS-OK TO TRUE
           OPEN I-O PARAMS
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT PARAMS
                   CLOSE PARAMS
                   OPEN I-O PARAMS
               END-IF

               IF FS-OK THEN
                   MOVE WS-CODIGO-INF   TO PR-CODIGO
                   MOVE WS-VIGENCIA-INF TO PR-DT-VIGENCIA
                   READ PARAMS
                       KEY IS PR-CHAVE
                       INVALID KEY
                           MOVE "INC"  TO WS-ACAO-LOG
                           MOVE SPACES TO WS-VALOR-ANT-TXT
                       NOT INVALID KEY
                           MOVE "ALT"  TO WS-ACAO-LOG
                           PERFORM P360-VALOR-ANTERIOR
                   END-READ

                   MOVE WS-CODIGO-INF   TO PR-CODIGO
                   MOVE WS-VIGENCIA-INF TO PR-DT-VIGENCIA
                   MOVE WS-CAT-TIPO(WS-C-ACHADO) TO PR-TIPO
                   IF PR-NUMERICO THEN
                       MOVE WS-VALOR-NUM-INF TO PR-VALOR-NUM
                       MOVE SPACES           TO PR-VALOR-ALFA
                   ELSE
                       MOVE ZEROS             TO PR-VALOR-NUM
                       MOVE WS-VALOR-ALFA-INF TO PR-VALOR-ALFA
                   END-IF
                   MOVE WS-DATA-HOJE TO PR-DT-ALTERACAO
                   MOVE LK-OPERADOR  TO PR-OP-ALTERACAO

                   IF WS-ACAO-LOG EQUAL "INC" THEN
                       WRITE REG-PARAM
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR - FILE STATUS: "
                                       WS-FS
                           NOT INVALID KEY
                               DISPLAY "VIGENCIA INCLUIDA!"
                               PERFORM P370-GRAVA-PARMLOG
                       END-WRITE
                   ELSE
                       REWRITE REG-PARAM
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR - "
                                       "FILE STATUS: " WS-FS
                           NOT INVALID KEY
                               DISPLAY "VIGENCIA ALTERADA!"
                               PERFORM P370-GRAVA-PARMLOG
                       END-REWRITE
                   END-IF
               ELSE
                   DISPLAY "ERRO AO ABRIR PARAMS.DAT - FILE STATUS: "
                           WS-FS
               END-IF
               CLOSE PARAMS
           .

       P340-EXCLUI-VIGENCIA.
      *> Sem a vigencia volta a valer a anterior (ou o padrao).
           PERFORM P350-INFORMA-CHAVE
           IF WS-C-ACHADO NOT EQUAL ZEROS THEN
               PERFORM P345-EXCLUI-PARAMS
           END-IF
           .

       P345-EXCLUI-PARAMS.
           SET FS-OK TO TRUE
           OPEN I-O PARAMS
               IF FS-OK THEN
                   MOVE WS-CODIGO-INF   TO PR-CODIGO
                   MOVE WS-VIGENCIA-INF TO PR-DT-VIGENCIA
                   READ PARAMS
                       KEY IS PR-CHAVE
                       INVALID KEY
                           DISPLAY "VIGENCIA NAO CADASTRADA"
                       NOT INVALID KEY
                           PERFORM P360-VALOR-ANTERIOR
                           DISPLAY "EXCLUIR " PR-CODIGO " DESDE "
                                   PR-DT-VIGENCIA " = "
                                   FUNCTION TRIM(WS-VALOR-ANT-TXT)
                                   " (S/N)? "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                               DELETE PARAMS RECORD
                                   INVALID KEY
                                       DISPLAY "ERRO AO EXCLUIR - "
                                               "FILE STATUS: " WS-FS
                                   NOT INVALID KEY
                                       MOVE "EXC"  TO WS-ACAO-LOG
                                       MOVE SPACES TO WS-VALOR-NOVO-TXT
                                       DISPLAY "VIGENCIA EXCLUIDA!"
                                       PERFORM P370-GRAVA-PARMLOG
                               END-DELETE
                           END-IF
                   END-READ
               ELSE
                   DISPLAY "NENHUMA VIGENCIA CADASTRADA"
               END-IF
               CLOSE PARAMS
           .

       P350-INFORMA-CHAVE.
      *> Codigo do catalogo e data de vigencia (validada por DATUTIL).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-C-ACHADO
           DISPLAY "CODIGO DO PARAMETRO: "
           ACCEPT WS-CODIGO-INF
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-INF) TO WS-CODIGO-INF
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CATALOGO
               IF WS-CAT-CODIGO(WS-C) EQUAL WS-CODIGO-INF THEN
                   MOVE WS-C TO WS-C-ACHADO
               END-IF
           END-PERFORM
           IF WS-C-ACHADO EQUAL ZEROS THEN
               DISPLAY "PARAMETRO DESCONHECIDO - CODIGOS VALIDOS:"
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CATALOGO
                   DISPLAY "  " WS-CAT-CODIGO(WS-C) " "
                           WS-CAT-DESCRICAO(WS-C)
               END-PERFORM
           ELSE
               PERFORM P355-INFORMA-VIGENCIA
           END-IF
           .

       P355-INFORMA-VIGENCIA.
           DISPLAY "VIGENTE A PARTIR DE (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-VIGENCIA-INF
           IF WS-VIGENCIA-INF EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-VIGENCIA-INF
           END-IF
           MOVE "V"             TO WS-DU-OPERACAO
           MOVE WS-VIGENCIA-INF TO WS-DU-DATA-1
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               DISPLAY "DATA DE VIGENCIA INVALIDA!"
               MOVE ZEROS TO WS-C-ACHADO
           END-IF
           .

       P360-VALOR-ANTERIOR.
           IF PR-NUMERICO THEN
               MOVE PR-VALOR-NUM  TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-VALOR-ANT-TXT
           ELSE
               MOVE PR-VALOR-ALFA TO WS-VALOR-ANT-TXT
           END-IF
           .

       P370-GRAVA-PARMLOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE      TO WS-PL-DATA
           MOVE WS-HORA-AGORA     TO WS-PL-HORA
           MOVE LK-OPERADOR       TO WS-PL-OPERADOR
           MOVE WS-ACAO-LOG       TO WS-PL-ACAO
           MOVE WS-CODIGO-INF     TO WS-PL-CODIGO
           MOVE WS-VIGENCIA-INF   TO WS-PL-VIGENCIA
           MOVE WS-VALOR-ANT-TXT  TO WS-PL-ANTES
           MOVE WS-VALOR-NOVO-TXT TO WS-PL-DEPOIS

           SET FS-PLOG-OK TO TRUE
           OPEN EXTEND PARMLOG
               IF WS-FS-PLOG EQUAL 35 THEN
                   OPEN OUTPUT PARMLOG
               END-IF
               IF FS-PLOG-OK THEN
                   WRITE WS-LINHA-PARMLOG FROM WS-DET-PARMLOG
               ELSE
                   DISPLAY "ERRO AO GRAVAR PARMLOG.DAT - FILE STATUS: "
                           WS-FS-PLOG
               END-IF
               CLOSE PARMLOG
           .

       COPY P-RESOLVE-PATH.

       P900-FIM.

            GOBACK.
       END PROGRAM PARMMNT.
