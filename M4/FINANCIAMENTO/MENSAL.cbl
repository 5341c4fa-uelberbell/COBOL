      *         FINANCEIRO) EM RESPALU.DAT. RODADA REEXECUTAVEL: A
      *         COBRANCA JA GERADA NA COMPETENCIA E PULADA (INVALID
      *         KEY NA GRAVACAO), ENTAO UMA RODADA INTERROMPIDA PODE
      *         SER RETOMADA SEM DUPLICAR COBRANCA. O VENCIMENTO
      *         INFORMADO QUE CAIR EM SABADO, DOMINGO OU FERIADO
      *         BANCARIO (FERBANC.DAT) VAI PARA O PROXIMO DIA UTIL.
      *         DEPOIS DAS MENSALIDADES, CADA VAGA ATIVA EM ATIVIDADE
      *         ELETIVA COM MENSALIDADE (ATVALU.DAT, VER ELETIVA) GERA
      *         UMA COBRANCA SEPARADA (MN-TIPO "A") NA PROXIMA
      *         SEQUENCIA LIVRE DA COMPETENCIA; A VAGA GUARDA A ULTIMA
      *         COMPETENCIA COBRADA, ENTAO A REEXECUCAO NAO DUPLICA.
      *         A SEQUENCIA 01 DA COMPETENCIA E RESERVADA A
      *         MENSALIDADE (TAXAS E ATIVIDADES COMECAM EM 02); SEQ 01
      *         JA OCUPADA POR OUTRO TIPO DE COBRANCA E ERRO, NAO
      *         COBRANCA JA GERADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT PRECOS ASSIGN TO WS-PRECOS-PATH
      *>          TABELA DE PRECOS POR TURMA/ANO (VER PRECMNT).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PREC.

               SELECT ATVALU ASSIGN TO WS-ATVALU-PATH
      *>          VAGAS EM ATIVIDADES ELETIVAS (VER ELETIVA).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-CHAVE
               ALTERNATE RECORD KEY IS AA-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-VAGA.

               SELECT ATIVIDADES ASSIGN TO WS-ATIVIDADE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-CD-ATIVIDADE
               FILE STATUS IS WS-FS-ATIV.

       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD PRECOS.
       COPY FD_PRECO.

       FD ATVALU.
       COPY FD_ATVALU.

       FD ATIVIDADES.
       COPY FD_ATIVID.

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-PREC        PIC 99.
           88 FS-PREC-OK    VALUE 0.
       77 WS-FS-VAGA        PIC 99.
           88 FS-VAGA-OK    VALUE 0.
       77 WS-FS-ATIV        PIC 99.
           88 FS-ATIV-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-RESP          PIC X.
           88 FIM-RESP         VALUE "S" FALSE "N".

      *> Parametros da rodada: competencia faturada e dia do
      *> vencimento dentro da competencia. O valor vem da tabela de
      *> precos (PRECOS.DAT) para a turma de cada matricula.
       77 WS-COMPETENCIA-INF   PIC 9(06) VALUE ZEROS.
       77 WS-DIA-VENC-INF      PIC 9(02) VALUE ZEROS.
       77 WS-DT-VENCIMENTO     PIC 9(08) VALUE ZEROS.

      *> Preco em vigor na competencia: a ultima vigencia ativa da
      *> turma/ano com inicio ate o ultimo dia do mes faturado.
       77 WS-ANO-COMPET        PIC 9(04) VALUE ZEROS.
       77 WS-DT-LIMITE-VIG     PIC 9(08) VALUE ZEROS.
       77 WS-VL-MENSALIDADE    PIC 9(05)V99 VALUE ZEROS.
       77 WS-PRECO-ACHADO      PIC X VALUE "N".
           88 PRECO-ACHADO     VALUE "S" FALSE "N".
       77 ES-FIM-PREC          PIC X.
           88 FIM-PREC         VALUE "S" FALSE "N".

      *> Pro rata do primeiro mes: matricula que passou a valer
      *> depois do dia 1 da competencia paga so os dias restantes.
       77 WS-DT-INICIO-COMPET  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-COBRADOS     PIC 9(02) VALUE ZEROS.
       77 WS-COMPET-MATR       PIC 9(06) VALUE ZEROS.

      *> Vencimento validado pela sub-rotina compartilhada DATUTIL.
       COPY WS_DATUTIL.

      *> Responsavel financeiro localizado para o aluno corrente.
       77 WS-ID-ALUNO-COBR     PIC 9(05) VALUE ZEROS.
       77 WS-ID-RESP-FIN       PIC 9(05) VALUE ZEROS.
       77 WS-RESP-ACHADO       PIC X VALUE "N".
           88 RESP-ACHADO      VALUE "S" FALSE "N".
      *> matricula ativa gera uma unica mensalidade (a da primeira
      *> turma encontrada) e as demais contam como multi-turma, nao
      *> como refaturamento.
       77 WS-MAX-VISTO         PIC 9(05) VALUE 5000.
       77 WS-QTD-VISTO         PIC 9(05) VALUE ZEROS.
       77 WS-V                 PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-VISTO       PIC X VALUE "N".
           88 ALUNO-JA-VISTO   VALUE "S" FALSE "N".
       01 WS-TAB-VISTO.
           03 WS-VISTO-ITEM OCCURS 5000 TIMES.
               05 WS-VISTO-ALUNO       PIC 9(05).
      *> Turma da mensalidade do aluno: vai tambem na cobranca da
      *> atividade eletiva.
               05 WS-VISTO-TURMA       PIC 9(03).
       77 WS-TOT-SEM-RESP      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-PRECO     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PRO-RATA      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-MATR-FUTURA   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEQ-OCUPADA   PIC 9(05) VALUE ZEROS.
       77 WS-CONFIRMA          PIC X VALUE SPACES.

      *> Cobranca das atividades eletivas da competencia.
       77 ES-FIM-MENSAL        PIC X.
           88 FIM-MENSAL       VALUE "S" FALSE "N".
       77 WS-PROX-SEQ          PIC 9(02) VALUE ZEROS.
       77 WS-COMPET-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ATIV-GERADAS  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ATIV-JA-GERADAS PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ATIV-SEM-MATR PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).
       P200-PARAMETROS.
           DISPLAY "COMPETENCIA A FATURAR (AAAAMM): "
           ACCEPT WS-COMPETENCIA-INF
           DISPLAY "DIA DO VENCIMENTO (01-28): "
           ACCEPT WS-DIA-VENC-INF

           PERFORM UNTIL WS-COMPETENCIA-INF > 190000
                   AND WS-DIA-VENC-INF >= 1
                   AND WS-DIA-VENC-INF <= 28
               DISPLAY "PARAMETROS INVALIDOS!"
               DISPLAY "COMPETENCIA A FATURAR (AAAAMM): "
               ACCEPT WS-COMPETENCIA-INF
               DISPLAY "DIA DO VENCIMENTO (01-28): "
               ACCEPT WS-DIA-VENC-INF
           END-PERFORM

      *>   Ano da tabela de precos, limite de vigencia e numero de
      *>   dias da competencia (base do pro rata).
           DIVIDE WS-COMPETENCIA-INF BY 100 GIVING WS-ANO-COMPET
           COMPUTE WS-DT-LIMITE-VIG = WS-COMPETENCIA-INF * 100 + 31
           COMPUTE WS-DT-INICIO-COMPET = WS-COMPETENCIA-INF * 100 + 1
           MOVE "M"                 TO WS-DU-OPERACAO
           MOVE WS-DT-INICIO-COMPET TO WS-DU-DATA-1
           MOVE 1                   TO WS-DU-QTD
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE "F"                 TO WS-DU-OPERACAO
           MOVE WS-DU-RESULTADO-DATA TO WS-DU-DATA-1
           MOVE WS-DT-INICIO-COMPET TO WS-DU-DATA-2
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           MOVE WS-DU-RESULTADO-DIAS TO WS-DIAS-MES

      *>   Monta e valida o vencimento da competencia via DATUTIL.
           COMPUTE WS-DT-VENCIMENTO =
                   WS-COMPETENCIA-INF * 100 + WS-DIA-VENC-INF
               DISPLAY "VENCIMENTO INVALIDO: " WS-DT-VENCIMENTO
               MOVE SPACES TO WS-CONFIRMA
           ELSE
               MOVE "U"              TO WS-DU-OPERACAO
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               IF WS-DU-RESULTADO-DIAS > ZEROS THEN
                   DISPLAY "VENCIMENTO " WS-DT-VENCIMENTO
                           " SEM EXPEDIENTE BANCARIO - ADIADO PARA "
                           WS-DU-RESULTADO-DATA
                   MOVE WS-DU-RESULTADO-DATA TO WS-DT-VENCIMENTO
               END-IF
               DISPLAY "GERAR MENSALIDADES DA COMPETENCIA "
                       WS-COMPETENCIA-INF " COM VENCIMENTO "
                       WS-DT-VENCIMENTO " PELA TABELA DE PRECOS"
                       "? (S/N): "
               ACCEPT WS-CONFIRMA
           END-IF
           SET FS-MATR-OK  TO TRUE
           SET FS-RESP-OK  TO TRUE
           SET FS-MENS-OK  TO TRUE
           SET FS-PREC-OK  TO TRUE

           OPEN INPUT PRECOS
           IF NOT FS-PREC-OK THEN
               DISPLAY "TABELA DE PRECOS INDISPONIVEL (VER PRECMNT) - "
                       "FILE STATUS: " WS-FS-PREC
           ELSE
               PERFORM P305-FATURA-MATRICULAS
           END-IF
           CLOSE PRECOS
           .

       P305-FATURA-MATRICULAS.
           OPEN INPUT MATRICULAS
           IF NOT FS-MATR-OK THEN
               DISPLAY "MATRICULAS.DAT NAO ENCONTRADO - FILE STATUS: "
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM P400-FATURA-ATIVIDADES
                   CLOSE MENSALIDADES
               END-IF
               CLOSE RESPALU
           .

       P310-GERA-COBRANCA.
      *> Matricula que so passa a valer depois da competencia nao
      *> e cobrada nesta rodada.
           DIVIDE MT-DT-MATRICULA BY 100 GIVING WS-COMPET-MATR
           IF WS-COMPET-MATR > WS-COMPETENCIA-INF THEN
               ADD 1 TO WS-TOT-MATR-FUTURA
           ELSE
               PERFORM P315-CHECA-VISTO
               IF ALUNO-JA-VISTO THEN
                   ADD 1 TO WS-TOT-MULTI-TURMA
               ELSE
                   PERFORM P330-BUSCA-PRECO
                   IF PRECO-ACHADO THEN
                       PERFORM P335-PRO-RATA
                       PERFORM P317-GRAVA-COBRANCA
                   ELSE
                       ADD 1 TO WS-TOT-SEM-PRECO
                       DISPLAY "AVISO: TURMA " MT-CD-TURMA
                               " SEM PRECO VIGENTE EM "
                               WS-COMPETENCIA-INF " - ALUNO "
                               MT-ID-ALUNO " NAO FATURADO "
                               "(VER PRECMNT)"
                   END-IF
               END-IF
           END-IF
           .

              WS-QTD-VISTO < WS-MAX-VISTO THEN
               ADD 1 TO WS-QTD-VISTO
               MOVE MT-ID-ALUNO TO WS-VISTO-ALUNO (WS-QTD-VISTO)
               MOVE MT-CD-TURMA TO WS-VISTO-TURMA (WS-QTD-VISTO)
           END-IF
           .

       P317-GRAVA-COBRANCA.
           MOVE MT-ID-ALUNO TO WS-ID-ALUNO-COBR
           PERFORM P320-BUSCA-RESP-FIN

           MOVE MT-ID-ALUNO        TO MN-ID-ALUNO
           MOVE WS-ID-RESP-FIN     TO MN-ID-RESP-FIN
           SET MN-TIPO-MENSALIDADE TO TRUE
           MOVE WS-DT-VENCIMENTO   TO MN-DT-VENCIMENTO
           MOVE WS-VL-MENSALIDADE  TO MN-VALOR
           SET MN-ABERTA           TO TRUE
           MOVE ZEROS              TO MN-DT-PAGAMENTO
           MOVE ZEROS              TO MN-VL-PAGO

           WRITE REG-MENSALIDADE
               INVALID KEY
      *>           Seq 01 ja existia na competencia: se for a propria
      *>           mensalidade (rodada reexecutada) nao duplica; se for
      *>           outra cobranca, a mensalidade nao foi gerada.
                   READ MENSALIDADES
                       KEY IS MN-CHAVE
                       INVALID KEY
                           MOVE SPACES TO MN-TIPO
                   END-READ
                   IF MN-TIPO-MENSALIDADE THEN
                       ADD 1 TO WS-TOT-JA-GERADAS
                   ELSE
                       ADD 1 TO WS-TOT-SEQ-OCUPADA
                       DISPLAY "ERRO: ALUNO " MT-ID-ALUNO
                               " COMPETENCIA " WS-COMPETENCIA-INF
                               " SEQ 01 OCUPADA POR COBRANCA TIPO "
                               MN-TIPO " - MENSALIDADE NAO GERADA"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GERADAS
                   IF NOT RESP-ACHADO THEN
           .

       P320-BUSCA-RESP-FIN.
      *> Primeiro vinculo RS-TIPO "F" ativo do aluno
      *> WS-ID-ALUNO-COBR em RESPALU.DAT.
           SET RESP-ACHADO TO FALSE
           SET FIM-RESP    TO FALSE
           MOVE ZEROS      TO WS-ID-RESP-FIN
           IF NOT FS-RESP-OK THEN
               SET FIM-RESP TO TRUE
           ELSE
               MOVE WS-ID-ALUNO-COBR TO RS-ID-ALUNO
               MOVE ZEROS            TO RS-ID-CONTATO
               START RESPALU KEY IS NOT LESS RS-CHAVE
                   INVALID KEY
                       SET FIM-RESP TO TRUE
                   AT END
                       SET FIM-RESP TO TRUE
                   NOT AT END
                       IF RS-ID-ALUNO NOT EQUAL WS-ID-ALUNO-COBR
                           SET FIM-RESP TO TRUE
                       ELSE
                           IF RS-ATIVO AND RS-TIPO EQUAL "F" THEN
           END-PERFORM
           .

       P330-BUSCA-PRECO.
      *> Ultima vigencia ativa da turma no ano da competencia que
      *> comeca ate o fim do mes faturado (a chave ordena turma, ano
      *> e vigencia).
           SET PRECO-ACHADO TO FALSE
           SET FIM-PREC     TO FALSE
           MOVE ZEROS       TO WS-VL-MENSALIDADE

           MOVE MT-CD-TURMA   TO PM-CD-TURMA
           MOVE WS-ANO-COMPET TO PM-ANO
           MOVE ZEROS         TO PM-VIGENCIA
           START PRECOS KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   SET FIM-PREC TO TRUE
           END-START

           PERFORM UNTIL FIM-PREC
               READ PRECOS NEXT RECORD
                   AT END
                       SET FIM-PREC TO TRUE
                   NOT AT END
                       IF PM-CD-TURMA NOT EQUAL MT-CD-TURMA OR
                          PM-ANO NOT EQUAL WS-ANO-COMPET OR
                          PM-VIGENCIA > WS-DT-LIMITE-VIG THEN
                           SET FIM-PREC TO TRUE
                       ELSE
                           IF PM-ATIVO THEN
                               SET PRECO-ACHADO TO TRUE
                               MOVE PM-VALOR TO WS-VL-MENSALIDADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P335-PRO-RATA.
      *> Matricula que passou a valer no proprio mes faturado, depois
      *> do dia 1: cobra os dias do dia da matricula ao fim do mes.
           IF WS-COMPET-MATR EQUAL WS-COMPETENCIA-INF AND
              MT-DT-MATRICULA > WS-DT-INICIO-COMPET AND
              WS-DIAS-MES > ZEROS THEN
               COMPUTE WS-DIAS-COBRADOS = WS-DIAS-MES +
                       WS-DT-INICIO-COMPET - MT-DT-MATRICULA
               COMPUTE WS-VL-MENSALIDADE ROUNDED =
                       WS-VL-MENSALIDADE * WS-DIAS-COBRADOS
                       / WS-DIAS-MES
               ADD 1 TO WS-TOT-PRO-RATA
               DISPLAY "ALUNO " MT-ID-ALUNO " MATRICULADO EM "
                       MT-DT-MATRICULA ": PRO RATA DE "
                       WS-DIAS-COBRADOS "/" WS-DIAS-MES " DIAS = "
                       WS-VL-MENSALIDADE
           END-IF
           .

      *>----------------------------------------------------------------
      *> Mensalidade das atividades eletivas: vaga ativa em atividade
      *> do ano da competencia com valor mensal, iniciada ate a
      *> competencia e ainda nao cobrada nela. Aluno sem matricula
      *> ativa faturada nesta rodada nao e cobrado (aviso).
      *>----------------------------------------------------------------
       P400-FATURA-ATIVIDADES.
           SET FS-VAGA-OK TO TRUE
           SET FS-ATIV-OK TO TRUE
           OPEN I-O ATVALU
           IF FS-VAGA-OK THEN
               OPEN INPUT ATIVIDADES
               IF FS-ATIV-OK THEN
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ ATVALU NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF AA-ATIVA THEN
                                   PERFORM P410-COBRA-ATIVIDADE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ATIVIDADES
               END-IF
               CLOSE ATVALU
           END-IF
           .

       P410-COBRA-ATIVIDADE.
           DIVIDE AA-DT-INICIO BY 100 GIVING WS-COMPET-INICIO
           MOVE AA-CD-ATIVIDADE TO AV-CD-ATIVIDADE
           READ ATIVIDADES
               KEY IS AV-CD-ATIVIDADE
               INVALID KEY
                   MOVE ZEROS TO AV-VL-MENSAL
           END-READ
           EVALUATE TRUE
               WHEN AV-VL-MENSAL EQUAL ZEROS
                 OR AV-ANO NOT EQUAL WS-ANO-COMPET
                 OR WS-COMPET-INICIO > WS-COMPETENCIA-INF
                   CONTINUE
               WHEN AA-ULT-COMPET-FAT NOT < WS-COMPETENCIA-INF
                   ADD 1 TO WS-TOT-ATIV-JA-GERADAS
               WHEN OTHER
                   SET ALUNO-JA-VISTO TO FALSE
                   PERFORM VARYING WS-V FROM 1 BY 1
                           UNTIL WS-V > WS-QTD-VISTO OR ALUNO-JA-VISTO
                       IF WS-VISTO-ALUNO (WS-V) EQUAL AA-ID-ALUNO
                           SET ALUNO-JA-VISTO TO TRUE
                       END-IF
                   END-PERFORM
                   IF ALUNO-JA-VISTO THEN
                       SUBTRACT 1 FROM WS-V
                       PERFORM P420-GRAVA-COBRANCA-ATIV
                   ELSE
                       ADD 1 TO WS-TOT-ATIV-SEM-MATR
                       DISPLAY "AVISO: ALUNO " AA-ID-ALUNO
                               " NA ATIVIDADE " AA-CD-ATIVIDADE
                               " SEM MATRICULA ATIVA - NAO COBRADO"
                   END-IF
           END-EVALUATE
           .

       P420-GRAVA-COBRANCA-ATIV.
           MOVE AA-ID-ALUNO TO WS-ID-ALUNO-COBR
           PERFORM P320-BUSCA-RESP-FIN
           PERFORM P425-PROXIMA-SEQ

           MOVE AA-ID-ALUNO        TO MN-ID-ALUNO
           MOVE WS-COMPETENCIA-INF TO MN-COMPETENCIA
           MOVE WS-PROX-SEQ        TO MN-SEQ
           MOVE WS-VISTO-TURMA (WS-V) TO MN-CD-TURMA
           MOVE WS-ID-RESP-FIN     TO MN-ID-RESP-FIN
           SET MN-TIPO-ATIVIDADE   TO TRUE
           MOVE WS-DT-VENCIMENTO   TO MN-DT-VENCIMENTO
           MOVE AV-VL-MENSAL       TO MN-VALOR
           SET MN-ABERTA           TO TRUE
           MOVE ZEROS              TO MN-DT-PAGAMENTO
           MOVE ZEROS              TO MN-VL-PAGO

           WRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A COBRANCA DA ATIVIDADE "
                           AA-CD-ATIVIDADE " DO ALUNO " AA-ID-ALUNO
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ATIV-GERADAS
                   MOVE WS-COMPETENCIA-INF TO AA-ULT-COMPET-FAT
                   REWRITE REG-ATVALU
           END-WRITE
           .

       P425-PROXIMA-SEQ.
      *> Proxima sequencia do aluno na competencia. A seq 01 e
      *> reservada a mensalidade, mesmo que ainda nao gerada.
           SET FIM-MENSAL TO FALSE
           MOVE ZEROS     TO WS-PROX-SEQ

           MOVE AA-ID-ALUNO        TO MN-ID-ALUNO
           MOVE WS-COMPETENCIA-INF TO MN-COMPETENCIA
           MOVE ZEROS              TO MN-SEQ
           START MENSALIDADES KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   SET FIM-MENSAL TO TRUE
           END-START
           PERFORM UNTIL FIM-MENSAL
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET FIM-MENSAL TO TRUE
                   NOT AT END
                       IF MN-ID-ALUNO NOT EQUAL AA-ID-ALUNO OR
                          MN-COMPETENCIA NOT EQUAL
                          WS-COMPETENCIA-INF THEN
                           SET FIM-MENSAL TO TRUE
                       ELSE
                           MOVE MN-SEQ TO WS-PROX-SEQ
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROX-SEQ < 01 THEN
               MOVE 01 TO WS-PROX-SEQ
           END-IF
           ADD 1 TO WS-PROX-SEQ
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
           DISPLAY "MATRICULAS EXTRAS (ALUNO "
                   "MULTI-TURMA):  " WS-TOT-MULTI-TURMA
           DISPLAY "ALUNOS SEM RESP. FINANC.:  " WS-TOT-SEM-RESP
           DISPLAY "TURMAS SEM PRECO (NAO "
                   "FATURADAS):     " WS-TOT-SEM-PRECO
           DISPLAY "PRIMEIRO MES PRO RATA:     " WS-TOT-PRO-RATA
           DISPLAY "MATRICULAS POSTERIORES A "
                   "COMPETENCIA:  " WS-TOT-MATR-FUTURA
           DISPLAY "SEQ 01 OCUPADA (ERRO):     " WS-TOT-SEQ-OCUPADA
           DISPLAY "ATIVIDADES ELETIVAS COBRADAS: " WS-TOT-ATIV-GERADAS
           DISPLAY "ATIVIDADES JA COBRADAS:    " WS-TOT-ATIV-JA-GERADAS
           DISPLAY "ATIVIDADES SEM MATRICULA:  " WS-TOT-ATIV-SEM-MATR
           DISPLAY "========================================"

            GOBACK.
