      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:DEMONSTRATIVO ANUAL DE DESPESAS COM EDUCACAO PARA O
      *         IRPF DOS RESPONSAVEIS: PARA CADA RESPONSAVEL FINANCEIRO
      *         SOMA O QUE FOI PAGO NO ANO-CALENDARIO (PADRAO: ANO
      *         ANTERIOR) - PARCELAS BAIXADAS EM PARCELAS.DAT DOS
      *         CONTRATOS DOS ALUNOS VINCULADOS (RS-TIPO "F"), SEM
      *         MULTA E JUROS DE MORA, E MENSALIDADES PAGAS EM
      *         MENSALIDADES.DAT (MN-ID-RESP-FIN) - ABERTO POR ALUNO E
      *         POR MES. IMPRIME O DEMONSTRATIVO COM O CNPJ DA ESCOLA
      *         E O CPF DO RESPONSAVEL NO SPOOL (SPLCTL), RESPEITANDO
      *         O CONSENTIMENTO DE COMUNICACAO DO M3 (OPT-OUT DE MALA
      *         DIRETA: SAI SEM ENDERECO, PARA RETIRADA NO BALCAO), E
      *         O RESUMO POR RESPONSAVEL PARA O CONTADOR. TEMPO E
      *         VOLUME DE CADA EXECUCAO VAO PARA O HISTORICO DE
      *         ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMIRPF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RESPALU ASSIGN TO WS-RESPALU-PATH
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-RESP.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT FINANCIAMENTOS ASSIGN TO WS-FINANCIAMENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-FIN.

               SELECT PARCELAS ASSIGN TO WS-PARCELAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS-PARC.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3 (NOME, CPF E ENDERECO DO
      *>          RESPONSAVEL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT CONSENTIMENTOS ASSIGN TO WS-CONSENT-PATH-LOCAL
      *>          CONSENTIMENTO DE COMUNICACAO DO M3 (VER CONSENT):
      *>          QUEM RECUSOU MALA DIRETA NAO RECEBE PELO CORREIO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONS.

               SELECT RELATORIO ASSIGN TO WS-RELATORIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RESPALU.
       COPY FD_RESPALU.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD CONTATOS.
       COPY FD_CONTT.

       FD CONSENTIMENTOS.
       COPY FD_CONSENT.

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(100).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-CONS        PIC 99.
           88 FS-CONS-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-FIN           PIC X.
           88 FIM-CONTRATOS    VALUE "S" FALSE "N".
       77 ES-FIM-PARC          PIC X.
           88 FIM-PARCELAS     VALUE "S" FALSE "N".
      *> Arquivos de consulta abertos (o FILE STATUS muda a cada
      *> leitura e nao serve para isso).
       77 ES-ABERTOS-FIN       PIC X VALUE "N".
           88 FIN-ABERTO       VALUE "S" FALSE "N".
       77 ES-ABERTOS-PARC      PIC X VALUE "N".
           88 PARC-ABERTO      VALUE "S" FALSE "N".
       77 ES-ABERTOS-CTT       PIC X VALUE "N".
           88 CTT-ABERTO       VALUE "S" FALSE "N".
       77 ES-ABERTOS-CONS      PIC X VALUE "N".
           88 CONS-ABERTO      VALUE "S" FALSE "N".
       77 ES-ABERTOS-ALUNO     PIC X VALUE "N".
           88 ALUNO-ABERTO     VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN          PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-CONSENT-PATH-LOCAL  PIC X(200) VALUE SPACES.
       77 WS-RELATORIO-PATH    PIC X(200) VALUE SPACES.
       77 WS-DEMONST-PATH      PIC X(200) VALUE SPACES.
       77 WS-RESUMO-PATH       PIC X(200) VALUE SPACES.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-HOJE          PIC 9(04) VALUE ZEROS.
       77 WS-ANO-BASE          PIC 9(04) VALUE ZEROS.
       77 WS-ALUNO-CORRENTE    PIC 9(05) VALUE ZEROS.
       77 WS-CONTATO-CORRENTE  PIC 9(05) VALUE ZEROS.
       77 WS-MES               PIC 9(02) VALUE ZEROS.
       77 WS-VL-LANCAR         PIC 9(07)V99 VALUE ZEROS.

      *> Valores pagos no ano por responsavel x aluno x mes: juntados
      *> de RESPALU (parcelas dos contratos dos alunos) e de
      *> MENSALIDADES (MN-ID-RESP-FIN).
       77 WS-MAX-ITENS         PIC 9(04) VALUE 3000.
       77 WS-QTD-ITENS         PIC 9(04) VALUE ZEROS.
       77 WS-I                 PIC 9(04) VALUE ZEROS.
       77 WS-J                 PIC 9(04) VALUE ZEROS.
       77 WS-M                 PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-ITEM        PIC X VALUE "N".
           88 ACHOU-ITEM       VALUE "S" FALSE "N".
       77 WS-TAB-CHEIA         PIC X VALUE "N".
           88 TAB-CHEIA        VALUE "S" FALSE "N".
       01 WS-TAB-DEMONST.
           03 WS-TD-ITEM OCCURS 3000 TIMES.
               05 WS-TD-CONTATO    PIC 9(05).
               05 WS-TD-ALUNO      PIC 9(05).
      *>       "S" = JA SAIU NO DEMONSTRATIVO DO RESPONSAVEL.
               05 WS-TD-IMPRESSO   PIC X.
               05 WS-TD-VL-MES     PIC 9(07)V99 OCCURS 12 TIMES.

       01 WS-NOMES-MESES.
           03 FILLER           PIC X(18) VALUE "JANFEVMARABRMAIJUN".
           03 FILLER           PIC X(18) VALUE "JULAGOSETOUTNOVDEZ".
       01 WS-TAB-MESES REDEFINES WS-NOMES-MESES.
           03 WS-NOME-MES      PIC X(03) OCCURS 12 TIMES.

       77 WS-NM-RESP           PIC X(40) VALUE SPACES.
       77 WS-CPF-RESP          PIC 9(11) VALUE ZEROS.
       77 WS-RESP-USAVEL       PIC X VALUE "N".
           88 RESP-USAVEL      VALUE "S" FALSE "N".
       77 WS-SEM-CONSENT       PIC X VALUE "N".
           88 SEM-CONSENTIMENTO VALUE "S" FALSE "N".
       01 WS-CPF-EDIT.
           03 WS-CE-BLOCO1     PIC 9(03).
           03 FILLER           PIC X VALUE ".".
           03 WS-CE-BLOCO2     PIC 9(03).
           03 FILLER           PIC X VALUE ".".
           03 WS-CE-BLOCO3     PIC 9(03).
           03 FILLER           PIC X VALUE "-".
           03 WS-CE-DV         PIC 9(02).
       01 WS-CNPJ-EDIT.
           03 WS-CN-BLOCO1     PIC X(02).
           03 FILLER           PIC X VALUE ".".
           03 WS-CN-BLOCO2     PIC X(03).
           03 FILLER           PIC X VALUE ".".
           03 WS-CN-BLOCO3     PIC X(03).
           03 FILLER           PIC X VALUE "/".
           03 WS-CN-FILIAL     PIC X(04).
           03 FILLER           PIC X VALUE "-".
           03 WS-CN-DV         PIC X(02).

       77 WS-VL-ALUNO          PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-RESP           PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-GERAL          PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT        PIC $$.$$$.$$9,99.
       77 WS-VALOR-GERAL-EDIT  PIC $$$.$$$.$$9,99.
       77 WS-MES-EDIT          PIC ZZ.ZZ9,99.
       77 WS-PONTEIRO          PIC 9(03) VALUE 1.

       77 WS-TOT-DEMONST       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-BALCAO        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-CPF       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-NAO-EMITIDOS  PIC 9(04) VALUE ZEROS.

       COPY WS_SPLCTL.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***DEMONSTRATIVO IRPF - DESPESAS COM EDUCACAO***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M3.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-HOJE

           DISPLAY "ANO-CALENDARIO (AAAA, ZEROS = ANO ANTERIOR): "
           ACCEPT WS-ANO-BASE
           IF WS-ANO-BASE EQUAL ZEROS THEN
               COMPUTE WS-ANO-BASE = WS-ANO-HOJE - 1
           END-IF

           MOVE "DEMIRPF " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           IF WS-CNPJ-ESCOLA EQUAL SPACES THEN
               DISPLAY "CNPJ DA ESCOLA NAO CONFIGURADO "
                       "(M4_CNPJ_ESCOLA) - DEMONSTRATIVO NAO EMITIDO"
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               IF WS-ANO-BASE NOT LESS WS-ANO-HOJE THEN
                   DISPLAY "ANO-CALENDARIO " WS-ANO-BASE
                           " AINDA NAO ENCERRADO"
               ELSE
                   DISPLAY "ANO-CALENDARIO DA RODADA: " WS-ANO-BASE
                   PERFORM P200-JUNTA-PARCELAS
                   PERFORM P300-JUNTA-MENSALIDADES
                   IF TAB-CHEIA THEN
                       DISPLAY "LIMITE DE " WS-MAX-ITENS " ALUNOS x "
                               "RESPONSAVEIS ATINGIDO - RODADA "
                               "INCOMPLETA"
                   END-IF
                   PERFORM P400-IMPRIME-DEMONSTRATIVOS
                   PERFORM P600-RESUMO-CONTADOR
               END-IF
           END-IF

           COMPUTE WS-RT-LIDOS = WS-TOT-DEMONST + WS-TOT-NAO-EMITIDOS
           MOVE WS-TOT-DEMONST      TO WS-RT-GRAVADOS
           MOVE WS-TOT-NAO-EMITIDOS TO WS-RT-REJEITADOS
           PERFORM P180-GRAVA-RUNSTAT
           PERFORM P900-FIM.

       P110-RESOLVE-PATH-M3.
           ACCEPT WS-BASE-DIR-M3 FROM ENVIRONMENT "M3_DATA_DIR"
           IF WS-BASE-DIR-M3 EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR-M3
           END-IF
      *>   Perfil TREINO (SIS_AMBIENTE): os arquivos do M3 tambem
      *>   vem da subpasta clonada (ver AMBREF).
           IF WS-AMBIENTE-M4 EQUAL "TREINO" THEN
               MOVE WS-BASE-DIR-M3 TO WS-DIR-TRN
               MOVE SPACES         TO WS-BASE-DIR-M3
               STRING FUNCTION TRIM(WS-DIR-TRN) DELIMITED BY SIZE
                      "\TREINO" DELIMITED BY SIZE
                      INTO WS-BASE-DIR-M3
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONTATOS.DAT" DELIMITED BY SIZE
                  INTO WS-CONTATOS-PATH-LOCAL
           STRING FUNCTION TRIM(WS-BASE-DIR-M3) DELIMITED BY SIZE
                  "\CONSENT.DAT" DELIMITED BY SIZE
                  INTO WS-CONSENT-PATH-LOCAL
           .

       P200-JUNTA-PARCELAS.
      *> Cada vinculo financeiro ativo leva para o responsavel as
      *> parcelas, baixadas no ano, dos contratos do aluno.
           SET EOF-OK      TO FALSE
           SET FS-RESP-OK  TO TRUE
           SET FS-FIN-OK   TO TRUE
           SET FS-PARC-OK  TO TRUE

           OPEN INPUT RESPALU
           IF NOT FS-RESP-OK THEN
               DISPLAY "RESPALU.DAT NAO ENCONTRADO - FILE STATUS: "
                       WS-FS-RESP
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN INPUT FINANCIAMENTOS
               IF FS-FIN-OK THEN
                   SET FIN-ABERTO TO TRUE
               END-IF
               OPEN INPUT PARCELAS
               IF FS-PARC-OK THEN
                   SET PARC-ABERTO TO TRUE
               END-IF
               PERFORM UNTIL EOF-OK
                   READ RESPALU NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF RS-ATIVO AND RS-TIPO EQUAL "F" THEN
                               MOVE RS-ID-CONTATO
                                   TO WS-CONTATO-CORRENTE
                               MOVE RS-ID-ALUNO
                                   TO WS-ALUNO-CORRENTE
                               PERFORM P210-CONTRATOS-DO-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               IF PARC-ABERTO THEN
                   CLOSE PARCELAS
                   SET PARC-ABERTO TO FALSE
               END-IF
               IF FIN-ABERTO THEN
                   CLOSE FINANCIAMENTOS
                   SET FIN-ABERTO TO FALSE
               END-IF
               CLOSE RESPALU
           END-IF
           .

       P210-CONTRATOS-DO-ALUNO.
      *> Contrato cancelado entra tambem: o que foi pago antes do
      *> cancelamento continua sendo despesa do ano.
           SET FIM-CONTRATOS TO FALSE
           IF NOT FIN-ABERTO THEN
               SET FIM-CONTRATOS TO TRUE
           ELSE
               MOVE WS-ALUNO-CORRENTE TO FI-ID-ALUNO
               START FINANCIAMENTOS KEY IS EQUAL FI-ID-ALUNO
                   INVALID KEY
                       SET FIM-CONTRATOS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-CONTRATOS
               READ FINANCIAMENTOS NEXT RECORD
                   AT END
                       SET FIM-CONTRATOS TO TRUE
                   NOT AT END
                       IF FI-ID-ALUNO NOT EQUAL
                          WS-ALUNO-CORRENTE THEN
                           SET FIM-CONTRATOS TO TRUE
                       ELSE
                           PERFORM P220-PARCELAS-DO-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           .

       P220-PARCELAS-DO-CONTRATO.
      *> Vale o principal recebido: multa e juros de mora (gravados
      *> a parte na baixa) nao sao despesa com educacao.
           SET FIM-PARCELAS TO FALSE
           IF NOT PARC-ABERTO THEN
               SET FIM-PARCELAS TO TRUE
           ELSE
               MOVE FI-NUM-CONTRATO TO PA-NUM-CONTRATO
               MOVE ZEROS           TO PA-NUM-PARCELA
               START PARCELAS KEY IS NOT LESS PA-CHAVE
                   INVALID KEY
                       SET FIM-PARCELAS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-PARCELAS TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL
                          FI-NUM-CONTRATO THEN
                           SET FIM-PARCELAS TO TRUE
                       ELSE
                           IF PA-PAGA AND PA-DT-PAGAMENTO(1:4)
                              EQUAL WS-ANO-BASE THEN
                               MOVE PA-DT-PAGAMENTO(5:2) TO WS-MES
                               COMPUTE WS-VL-LANCAR = PA-VL-PAGO
                                       - PA-VL-MULTA - PA-VL-JUROS
                                   ON SIZE ERROR
                                       MOVE PA-VL-PAGO
                                           TO WS-VL-LANCAR
                               END-COMPUTE
                               PERFORM P250-LANCA-VALOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P250-LANCA-VALOR.
      *> Soma WS-VL-LANCAR no mes WS-MES do item responsavel x aluno,
      *> incluindo o item na tabela na primeira vez.
           SET ACHOU-ITEM TO FALSE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-ITENS OR ACHOU-ITEM
               IF WS-TD-CONTATO (WS-I) EQUAL WS-CONTATO-CORRENTE
                  AND WS-TD-ALUNO (WS-I) EQUAL WS-ALUNO-CORRENTE THEN
                   SET ACHOU-ITEM TO TRUE
               END-IF
           END-PERFORM

           IF ACHOU-ITEM THEN
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-QTD-ITENS < WS-MAX-ITENS THEN
                   ADD 1 TO WS-QTD-ITENS
                   MOVE WS-QTD-ITENS TO WS-I
                   MOVE WS-CONTATO-CORRENTE TO WS-TD-CONTATO (WS-I)
                   MOVE WS-ALUNO-CORRENTE   TO WS-TD-ALUNO (WS-I)
                   MOVE "N"                 TO WS-TD-IMPRESSO (WS-I)
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                       MOVE ZEROS TO WS-TD-VL-MES (WS-I, WS-M)
                   END-PERFORM
                   SET ACHOU-ITEM TO TRUE
               ELSE
                   SET TAB-CHEIA TO TRUE
               END-IF
           END-IF

           IF ACHOU-ITEM AND WS-MES > ZEROS AND WS-MES < 13 THEN
               ADD WS-VL-LANCAR TO WS-TD-VL-MES (WS-I, WS-MES)
           END-IF
           .

       P300-JUNTA-MENSALIDADES.
      *> Mensalidades pagas no ano, do responsavel gravado na
      *> cobranca. Taxa avulsa (MN-TIPO-TAXA) nao e despesa com
      *> educacao dedutivel.
           SET EOF-OK     TO FALSE
           SET FS-MENS-OK TO TRUE

           OPEN INPUT MENSALIDADES
           IF NOT FS-MENS-OK THEN
               DISPLAY "MENSALIDADES.DAT NAO ENCONTRADO - FILE "
                       "STATUS: " WS-FS-MENS
           ELSE
               PERFORM UNTIL EOF-OK
                   READ MENSALIDADES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MN-PAGA AND MN-TIPO-MENSALIDADE
                              AND MN-DT-PAGAMENTO(1:4) EQUAL
                              WS-ANO-BASE
                              AND MN-ID-RESP-FIN NOT EQUAL ZEROS THEN
                               MOVE MN-ID-RESP-FIN
                                   TO WS-CONTATO-CORRENTE
                               MOVE MN-ID-ALUNO
                                   TO WS-ALUNO-CORRENTE
                               MOVE MN-DT-PAGAMENTO(5:2) TO WS-MES
                               MOVE MN-VL-PAGO TO WS-VL-LANCAR
                               PERFORM P250-LANCA-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES
           END-IF
           .

       P400-IMPRIME-DEMONSTRATIVOS.
      *> Um membro de spool com os demonstrativos da rodada, uma
      *> pagina por responsavel.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "DEMIRPF"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELATORIO-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\DEMIRPF.LST" DELIMITED BY SIZE
                      INTO WS-RELATORIO-PATH
           END-IF
           MOVE WS-RELATORIO-PATH TO WS-DEMONST-PATH

           MOVE WS-CNPJ-ESCOLA(1:2)  TO WS-CN-BLOCO1
           MOVE WS-CNPJ-ESCOLA(3:3)  TO WS-CN-BLOCO2
           MOVE WS-CNPJ-ESCOLA(6:3)  TO WS-CN-BLOCO3
           MOVE WS-CNPJ-ESCOLA(9:4)  TO WS-CN-FILIAL
           MOVE WS-CNPJ-ESCOLA(13:2) TO WS-CN-DV

           SET FS-REL-OK   TO TRUE
           SET FS-CTT-OK   TO TRUE
           SET FS-CONS-OK  TO TRUE
           SET FS-ALUNO-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR OS DEMONSTRATIVOS - FILE "
                       "STATUS: " WS-FS-REL
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN INPUT CONTATOS
               IF FS-CTT-OK THEN
                   SET CTT-ABERTO TO TRUE
               ELSE
                   DISPLAY "CONTATOS.DAT DO M3 INDISPONIVEL - FILE "
                           "STATUS: " WS-FS-CTT
               END-IF
      *>       Sem CONSENT.DAT o canal segue liberado (opt-out).
               OPEN INPUT CONSENTIMENTOS
               IF FS-CONS-OK THEN
                   SET CONS-ABERTO TO TRUE
               END-IF
               OPEN INPUT ALUNOS
               IF FS-ALUNO-OK THEN
                   SET ALUNO-ABERTO TO TRUE
               END-IF

               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-ITENS
                   IF WS-TD-IMPRESSO (WS-J) EQUAL "N" THEN
                       MOVE WS-TD-CONTATO (WS-J)
                           TO WS-CONTATO-CORRENTE
                       PERFORM P410-DEMONSTRATIVO-DO-RESP
                   END-IF
               END-PERFORM

               IF ALUNO-ABERTO THEN
                   CLOSE ALUNOS
                   SET ALUNO-ABERTO TO FALSE
               END-IF
               IF CONS-ABERTO THEN
                   CLOSE CONSENTIMENTOS
                   SET CONS-ABERTO TO FALSE
               END-IF
               IF CTT-ABERTO THEN
                   CLOSE CONTATOS
                   SET CTT-ABERTO TO FALSE
               END-IF
               CLOSE RELATORIO
           END-IF

           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F"            TO WS-SP-OPERACAO
               MOVE WS-TOT-DEMONST TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           .

       P410-DEMONSTRATIVO-DO-RESP.
           PERFORM P420-DADOS-DO-RESP
           IF NOT RESP-USAVEL THEN
      *>       Marca os itens do responsavel para nao voltar a ele;
      *>       sai no resumo do contador como nao emitido.
               PERFORM VARYING WS-I FROM WS-J BY 1
                       UNTIL WS-I > WS-QTD-ITENS
                   IF WS-TD-CONTATO (WS-I) EQUAL
                      WS-CONTATO-CORRENTE THEN
                       MOVE "X" TO WS-TD-IMPRESSO (WS-I)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-TOT-NAO-EMITIDOS
           ELSE
               PERFORM P430-CABECALHO
               MOVE ZEROS TO WS-VL-RESP
               PERFORM VARYING WS-I FROM WS-J BY 1
                       UNTIL WS-I > WS-QTD-ITENS
                   IF WS-TD-CONTATO (WS-I) EQUAL
                      WS-CONTATO-CORRENTE THEN
                       PERFORM P440-BLOCO-DO-ALUNO
                       MOVE "S" TO WS-TD-IMPRESSO (WS-I)
                   END-IF
               END-PERFORM
               PERFORM P450-RODAPE
               ADD 1 TO WS-TOT-DEMONST
           END-IF
           .

       P420-DADOS-DO-RESP.
      *> Nome, CPF e endereco do responsavel no M3, e o consentimento
      *> de mala direta. Contato inexistente ou anonimizado nao
      *> recebe demonstrativo.
           SET RESP-USAVEL       TO FALSE
           SET SEM-CONSENTIMENTO TO FALSE
           MOVE SPACES TO WS-NM-RESP
           MOVE ZEROS  TO WS-CPF-RESP

           IF CTT-ABERTO THEN
               MOVE WS-CONTATO-CORRENTE TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ST-ANONIMIZADO THEN
                           SET RESP-USAVEL TO TRUE
                           MOVE NM-CONTATO TO WS-NM-RESP
                           IF CPF-CONTATO IS NUMERIC THEN
                               MOVE CPF-CONTATO TO WS-CPF-RESP
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF RESP-USAVEL AND CONS-ABERTO THEN
               MOVE WS-CONTATO-CORRENTE TO CS-ID-CONTATO
               MOVE "M"                 TO CS-CANAL
               READ CONSENTIMENTOS
                   KEY IS CS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-RECUSOU THEN
                           SET SEM-CONSENTIMENTO TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       P430-CABECALHO.
           MOVE ALL "=" TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "DEMONSTRATIVO DE PAGAMENTOS - DESPESAS COM "
                  DELIMITED BY SIZE
                  "EDUCACAO - ANO-CALENDARIO " DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING WS-NOME-ESCOLA DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  WS-CNPJ-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE ALL "=" TO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           STRING "RESPONSAVEL: " DELIMITED BY SIZE
                  WS-NM-RESP DELIMITED BY SIZE
                  " (CODIGO " DELIMITED BY SIZE
                  WS-CONTATO-CORRENTE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO WS-LINHA-REL
           IF WS-CPF-RESP NOT EQUAL ZEROS THEN
               MOVE WS-CPF-RESP(1:3)  TO WS-CE-BLOCO1
               MOVE WS-CPF-RESP(4:3)  TO WS-CE-BLOCO2
               MOVE WS-CPF-RESP(7:3)  TO WS-CE-BLOCO3
               MOVE WS-CPF-RESP(10:2) TO WS-CE-DV
               STRING "CPF: " DELIMITED BY SIZE
                      WS-CPF-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           ELSE
               MOVE "CPF: NAO CADASTRADO - PROCURAR A SECRETARIA"
                   TO WS-LINHA-REL
               ADD 1 TO WS-TOT-SEM-CPF
           END-IF
           WRITE WS-LINHA-REL

      *>   Opt-out de mala direta: sem endereco, fica no balcao.
           MOVE SPACES TO WS-LINHA-REL
           IF SEM-CONSENTIMENTO THEN
               MOVE "ENTREGA: RETIRAR NA TESOURARIA (SEM MALA DIRETA)"
                   TO WS-LINHA-REL
               ADD 1 TO WS-TOT-BALCAO
           ELSE
               STRING "ENDERECO: " DELIMITED BY SIZE
                      EN-RUA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EN-BAIRRO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EN-CIDADE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      EN-UF DELIMITED BY SIZE
                      " CEP " DELIMITED BY SIZE
                      EN-CEP1 DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      EN-CEP2 DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           END-IF
           WRITE WS-LINHA-REL
           .

       P440-BLOCO-DO-ALUNO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL

           MOVE SPACES TO NM-ALUNO
           IF ALUNO-ABERTO THEN
               MOVE WS-TD-ALUNO (WS-I) TO ID-ALUNO
               READ ALUNOS
                   KEY IS ID-ALUNO
                   INVALID KEY
                       MOVE "ALUNO DESCONHECIDO" TO NM-ALUNO
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING "ALUNO " DELIMITED BY SIZE
                  WS-TD-ALUNO (WS-I) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  NM-ALUNO DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL

      *>   Seis meses por linha.
           MOVE ZEROS  TO WS-VL-ALUNO
           MOVE SPACES TO WS-LINHA-REL
           MOVE 3      TO WS-PONTEIRO
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               ADD WS-TD-VL-MES (WS-I, WS-M) TO WS-VL-ALUNO
               MOVE WS-TD-VL-MES (WS-I, WS-M) TO WS-MES-EDIT
               STRING WS-NOME-MES (WS-M) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MES-EDIT DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      INTO WS-LINHA-REL
                      WITH POINTER WS-PONTEIRO
               END-STRING
               IF WS-M EQUAL 6 OR WS-M EQUAL 12 THEN
                   WRITE WS-LINHA-REL
                   MOVE SPACES TO WS-LINHA-REL
                   MOVE 3      TO WS-PONTEIRO
               END-IF
           END-PERFORM

           ADD WS-VL-ALUNO TO WS-VL-RESP
           MOVE WS-VL-ALUNO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "  TOTAL DO ALUNO NO ANO: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P450-RODAPE.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE WS-VL-RESP TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING "TOTAL PAGO NO ANO-CALENDARIO " DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "VALORES PELO PRINCIPAL EFETIVAMENTE PAGO, SEM "
                  DELIMITED BY SIZE
                  "MULTA E JUROS DE MORA." DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           .

       P600-RESUMO-CONTADOR.
      *> Total por responsavel para o contador, com o CPF e a
      *> situacao da emissao.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "DEMIRPF"  TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELATORIO-PATH
           ELSE
               MOVE SPACES TO WS-RELATORIO-PATH
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\DEMIRRES.LST" DELIMITED BY SIZE
                      INTO WS-RELATORIO-PATH
           END-IF
           MOVE WS-RELATORIO-PATH TO WS-RESUMO-PATH

           SET FS-REL-OK TO TRUE
           SET FS-CTT-OK TO TRUE
           MOVE ZEROS TO WS-VL-GERAL
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RESUMO - FILE STATUS: "
                       WS-FS-REL
               MOVE "99" TO WS-RT-RETORNO
           ELSE
               OPEN INPUT CONTATOS
               IF FS-CTT-OK THEN
                   SET CTT-ABERTO TO TRUE
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               STRING "RESUMO IRPF POR RESPONSAVEL - ANO-CALENDARIO "
                      DELIMITED BY SIZE
                      WS-ANO-BASE DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE "RESP  NOME                                     "
                   TO WS-LINHA-REL
               MOVE "CPF              TOTAL PAGO  SITUACAO"
                   TO WS-LINHA-REL(50:40)
               WRITE WS-LINHA-REL

      *>       Reaproveita a marca de impressao: "S"/"X" viram "R"
      *>       quando o responsavel ja saiu no resumo.
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-ITENS
                   IF WS-TD-IMPRESSO (WS-J) NOT EQUAL "R" THEN
                       MOVE WS-TD-CONTATO (WS-J)
                           TO WS-CONTATO-CORRENTE
                       PERFORM P610-LINHA-DO-RESP
                   END-IF
               END-PERFORM

               MOVE WS-VL-GERAL TO WS-VALOR-GERAL-EDIT
               MOVE SPACES TO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "TOTAL GERAL PAGO NO ANO: " DELIMITED BY SIZE
                      WS-VALOR-GERAL-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               IF CTT-ABERTO THEN
                   CLOSE CONTATOS
                   SET CTT-ABERTO TO FALSE
               END-IF
               CLOSE RELATORIO
           END-IF

           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               MOVE 1   TO WS-SP-PAGINAS
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           .

       P610-LINHA-DO-RESP.
           PERFORM P420-DADOS-DO-RESP
           MOVE ZEROS TO WS-VL-RESP
           MOVE SPACES TO WS-LINHA-REL
           IF WS-TD-IMPRESSO (WS-J) EQUAL "X" THEN
               MOVE "NAO EMITIDO" TO WS-LINHA-REL(80:21)
           ELSE
               MOVE "EMITIDO" TO WS-LINHA-REL(80:21)
           END-IF
           PERFORM VARYING WS-I FROM WS-J BY 1
                   UNTIL WS-I > WS-QTD-ITENS
               IF WS-TD-CONTATO (WS-I) EQUAL WS-CONTATO-CORRENTE THEN
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                       ADD WS-TD-VL-MES (WS-I, WS-M) TO WS-VL-RESP
                   END-PERFORM
                   MOVE "R" TO WS-TD-IMPRESSO (WS-I)
               END-IF
           END-PERFORM
           ADD WS-VL-RESP TO WS-VL-GERAL

           MOVE WS-CONTATO-CORRENTE TO WS-LINHA-REL(1:5)
           MOVE WS-NM-RESP          TO WS-LINHA-REL(7:40)
           IF WS-CPF-RESP NOT EQUAL ZEROS THEN
               MOVE WS-CPF-RESP(1:3)  TO WS-CE-BLOCO1
               MOVE WS-CPF-RESP(4:3)  TO WS-CE-BLOCO2
               MOVE WS-CPF-RESP(7:3)  TO WS-CE-BLOCO3
               MOVE WS-CPF-RESP(10:2) TO WS-CE-DV
               MOVE WS-CPF-EDIT TO WS-LINHA-REL(50:14)
           ELSE
               MOVE "SEM CPF" TO WS-LINHA-REL(50:14)
           END-IF
           MOVE WS-VL-RESP TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA-REL(65:13)
           WRITE WS-LINHA-REL
           .

       COPY P-RESOLVE-PATH-M4.

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "========================================"
           DISPLAY "DEMONSTRATIVOS EMITIDOS:      " WS-TOT-DEMONST
           DISPLAY "  PARA RETIRADA NO BALCAO:    " WS-TOT-BALCAO
           DISPLAY "  SEM CPF CADASTRADO:         " WS-TOT-SEM-CPF
           DISPLAY "NAO EMITIDOS (SEM CADASTRO):  " WS-TOT-NAO-EMITIDOS
           DISPLAY "DEMONSTRATIVOS EM: " WS-DEMONST-PATH
           DISPLAY "RESUMO EM:         " WS-RESUMO-PATH
           DISPLAY "========================================"

            GOBACK.
       END PROGRAM DEMIRPF.
