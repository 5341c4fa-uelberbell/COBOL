      *         PRODUTOS.DAT (ver PRODMNT), com preco padrao e faixa
      *         de parcelas pre-preenchidos; acaba o nome de produto
      *         digitado livre.
      * Update: Avalista precisa ter CPF cadastrado no contato.
      * Update: Custo efetivo total (CET) ao mes e ao ano apurado
      *         sobre o liquido liberado e o carne com as datas de
      *         vencimento: mostrado na cotacao, gravado na proposta e
      *         no contrato e impresso no demonstrativo.
      * Update: Sistema de amortizacao Price ou SAC (padrao do
      *         produto, o operador pode trocar): carne, CET,
      *         demonstrativo e quitacao antecipada seguem o sistema
      *         do contrato (ver P-CALC-AMORT.cpy).
      * Update: Contrato nao e efetivado com a competencia do dia
      *         fechada na contabilidade (PERFIN, ver FECHAFIN); a
      *         cotacao ainda pode ser guardada como proposta.
      * Update: Vencimento que cair em sabado, domingo ou feriado
      *         bancario (FERBANC.DAT) vai para o proximo dia util.
      * Update: Codigo do aluno em 9(05) (ver CNVALU), inclusive
      *         na trilha das bolsas aplicadas (BOLSALOG.DAT).
      * Update: Senha do supervisor conferida pelo resumo com sal
      *         (SENHCRIP), nunca mais em texto claro.
      * Update: Imagem posterior de cada gravacao, alteracao e
      *         exclusao no jornal do mestre (ver BKPCNTT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANC.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS-CTT.

               SELECT PROPOSTAS ASSIGN TO WS-PROPOSTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD FINANCIAMENTOS.
       FD BOLSALOG.
       01 REG-BOLSALOG.
           03 BG-DATA              PIC 9(08).
           03 BG-ID-ALUNO          PIC 9(05).
           03 BG-NUM-CONTRATO      PIC 9(06).
           03 BG-MOTIVO            PIC 9(02).
           03 BG-PERCENTUAL        PIC 9(04).
       FD FINANC-PRINT.
       01 WS-LINHA-PRINT           PIC X(80).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
           88 FS-CTRL-OK    VALUE 0.

      *> Aluno financiado e numero de contrato gerado.
       77 WS-ID-ALUNO-FIN   PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-OK       PIC X VALUE "N".
           88 ALUNO-VALIDO  VALUE "S" FALSE "N".
       77 WS-NUM-CONTRATO   PIC 9(06) VALUE ZEROS.
       77 WS-DIR-TRN          PIC X(150) VALUE SPACES.
       77 WS-OPERADOR-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-SUPER-ID       PIC X(10) VALUE SPACES.
       77 WS-SUPER-SENHA    PIC X(20) VALUE SPACES.

       COPY WS_SENHCRIP.
       77 WS-SUPER-OK       PIC X VALUE "N".
           88 SUPERVISOR-OK VALUE "S" FALSE "N".

       77 WS-DATA-VENC      PIC 9(08) VALUE ZEROS.

       COPY WS_DATUTIL.
       COPY WS_PERFIN.

      *> Custo efetivo total da cotacao (ver P-CALC-CET.cpy).
       COPY WS_CET.

       77 WS-FS-PRINT        PIC 99.
           88 FS-PRINT-OK    VALUE 0.
       77 WS-VALOR-PADRAO    PIC 9(06)V99 VALUE ZEROS.
       77 WS-MIN-PARC        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-PARC        PIC 9(03) VALUE ZEROS.
      *> Sistema de amortizacao padrao do produto ("P"/"S") e a
      *> escolha do operador na contratacao.
       77 WS-SISTEMA-PROD    PIC X VALUE "P".
       77 WS-SISTEMA-INF     PIC X VALUE SPACES.

      *> Bolsa/desconto vigente do aluno (BOLSAS.DAT): o calculo usa
      *> o liquido e o demonstrativo mostra bruto/desconto/liquido.
                                DEPENDING ON WS-NUM-PARCELAS.

       01 WS-VARIAVEIS.
      *>   Primeira parcela (no SAC a maior) e o carne parcela a
      *>   parcela.
           03 WS-VL-PARCELAS       PIC 9(05)V99.
           03 WS-IND               PIC 999.
           03 WS-VL-PARC-TAB       PIC 9(05)V99 OCCURS 420 TIMES.

       77 WS-DATA-CONTRATO         PIC 9(08).

      *> Juros ao mes da tabela vigente (ou do override); as
      *> parcelas saem pelo sistema de amortizacao do contrato, Price
      *> ou SAC (ver WS_AMORT.cpy). Com taxa ZERO a Price cai de
      *> volta na divisao simples original.
       77 WS-TAXA                  PIC 9V9(04) VALUE ZEROS.
       COPY WS_AMORT.

      *> Quitacao antecipada: recalcula o saldo devedor apos
      *> WS-QTD-PAGAS parcelas ja pagas, pelo sistema do contrato
      *> (P545-SALDO-DEVEDOR).
       77 WS-QUITAR                PIC X VALUE SPACES.
           88 QUITAR-ANTECIPADO    VALUE "S" "s".
       77 WS-QTD-PAGAS             PIC 999 VALUE ZEROS.
       77 WS-SALDO-DEVEDOR         PIC 9(07)V99 VALUE ZEROS.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           INITIALIZE      WS-VARIAVEIS

               PERFORM P100-RESOLVE-PATH
               MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
               MOVE "PARCELAS" TO JR-ARQUIVO
               MOVE "FINANC" TO JR-PROGRAMA
               ACCEPT WS-DATA-CONTRATO FROM DATE YYYYMMDD

               PERFORM P150-IDENTIFICA-ALUNO UNTIL ALUNO-VALIDO
                END-IF
                .

               PERFORM P185-ESCOLHE-SISTEMA

      *>       A taxa vem da tabela vigente (TAXAS.DAT); a digitacao
      *>       manual so resta atras do override de supervisor.
               PERFORM P170-BUSCA-TAXA

               PERFORM P00CALC-PARCELA

               PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL
                               WS-IND > WS-NUM-PARCELAS
                   DISPLAY "PARCELA " WS-IND ": " WS-PARCELAS(WS-IND)

               END-PERFORM.

               PERFORM P225-APURA-CET

               PERFORM P210-SIMULA-QUITACAO

      *>       A familia pode levar a simulacao para pensar: em vez
      *>       condicoes cotadas (ver PROPMNT para converter).
               DISPLAY "EFETIVAR O CONTRATO AGORA? (S/N): "
               ACCEPT WS-EFETIVA
               IF WS-EFETIVA EQUAL "S" OR "s" THEN
                   PERFORM P205-CONFERE-PERIODO
                   IF PE-PERIODO-FECHADO THEN
                       MOVE "N" TO WS-EFETIVA
                   END-IF
               END-IF
               IF WS-EFETIVA EQUAL "S" OR "s" THEN
                   PERFORM P200-GRAVA-FINANCIAMENTO
               ELSE
                                   TO WS-VALOR-PADRAO
                               MOVE PR-MIN-PARCELAS TO WS-MIN-PARC
                               MOVE PR-MAX-PARCELAS TO WS-MAX-PARC
                               IF PR-SAC THEN
                                   MOVE "S" TO WS-SISTEMA-PROD
                               ELSE
                                   MOVE "P" TO WS-SISTEMA-PROD
                               END-IF
                               DISPLAY "PRODUTO: " WS-NM-PRODUTO
                                       " PRECO PADRAO "
                                       WS-VALOR-PADRAO
                               DISPLAY "CONTATO ANONIMIZADO (LGPD) - "
                                       "NAO PODE AVALIZAR"
                           ELSE
                               IF ST-CONTATO NOT EQUAL "A" THEN
                                   DISPLAY "CONTATO INATIVO - NAO "
                                           "PODE AVALIZAR"
                               ELSE
      *>                           Avalista responde pela divida: so
      *>                           com CPF cadastrado (conferido no
      *>                           cadastro por CADCONTT/ALTCONTT).
                                   IF CPF-CONTATO IS NUMERIC AND
                                      CPF-CONTATO NOT EQUAL ZEROS
                                       SET AVALISTA-OK TO TRUE
                                   ELSE
                                       DISPLAY "CONTATO SEM CPF "
                                               "CADASTRADO - NAO "
                                               "PODE AVALIZAR"
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                   MOVE WS-DATA-CONTRATO TO PP-DT-EMISSAO
                   MOVE WS-DT-VALIDADE   TO PP-DT-VALIDADE
                   SET PP-PENDENTE       TO TRUE
                   MOVE WS-CET-MENSAL    TO PP-CET-MENSAL
                   MOVE WS-CET-ANUAL     TO PP-CET-ANUAL
                   MOVE WS-AM-SISTEMA    TO PP-SISTEMA-AMORT
                   WRITE REG-PROPOSTA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A PROPOSTA"
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "C"             TO WS-SC-OPERACAO
                           MOVE WS-SUPER-SENHA  TO WS-SC-SENHA
                           MOVE OP-SENHA-SAL    TO WS-SC-SAL
                           MOVE OP-SENHA-HASH   TO WS-SC-HASH
                           CALL "SENHCRIP" USING WS-SENHCRIP-PARM
                           MOVE SPACES TO WS-SUPER-SENHA WS-SC-SENHA
                           IF SC-SENHA-CONFERE AND
                              OP-PERFIL-ADMIN AND OP-ATIVO THEN
                               SET SUPERVISOR-OK TO TRUE
                           END-IF
           .

       P00CALC-PARCELA.
      *> Parcela a parcela pelo sistema escolhido: na Price todas
      *> iguais, no SAC decrescentes (P-CALC-AMORT.cpy).
           MOVE WS-VALOR        TO WS-AM-VALOR
           MOVE WS-TAXA         TO WS-AM-TAXA
           MOVE WS-NUM-PARCELAS TO WS-AM-NUM-PARCELAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-NUM-PARCELAS
               MOVE WS-IND TO WS-AM-PARCELA
               PERFORM P540-CALCULA-PARCELA
               MOVE WS-AM-VL-PARCELA TO WS-VL-PARC-TAB(WS-IND)
               MOVE WS-AM-VL-PARCELA TO WS-PARCELAS(WS-IND)
           END-PERFORM
           MOVE WS-VL-PARC-TAB(1) TO WS-VL-PARCELAS
           .

       P185-ESCOLHE-SISTEMA.
      *> Padrao do produto (PRODMNT); o operador troca a pedido da
      *> familia.
           DISPLAY "SISTEMA DE AMORTIZACAO <P> PRICE  <S> SAC "
                   "(ENTER = PADRAO DO PRODUTO: " WS-SISTEMA-PROD
                   "): "
           MOVE SPACES TO WS-SISTEMA-INF
           ACCEPT WS-SISTEMA-INF
           EVALUATE WS-SISTEMA-INF
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-AM-SISTEMA
               WHEN "P"
               WHEN "p"
                   MOVE "P" TO WS-AM-SISTEMA
               WHEN SPACES
                   MOVE WS-SISTEMA-PROD TO WS-AM-SISTEMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USANDO O PADRAO DO "
                           "PRODUTO"
                   MOVE WS-SISTEMA-PROD TO WS-AM-SISTEMA
           END-EVALUATE

           IF AM-SAC THEN
               DISPLAY "SISTEMA: SAC (AMORTIZACAO CONSTANTE, "
                       "PARCELAS DECRESCENTES)"
           ELSE
               DISPLAY "SISTEMA: TABELA PRICE (PARCELA FIXA)"
           END-IF
           .

       P205-CONFERE-PERIODO.
      *> O contrato entra na competencia do dia (ver CONTABIL):
      *> fechada, so depois da reabertura em FECHAFIN.
           ACCEPT WS-DATA-CONTRATO FROM DATE YYYYMMDD
           MOVE WS-DATA-CONTRATO TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM
           IF PE-PERIODO-FECHADO THEN
               DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA NA "
                       "CONTABILIDADE - CONTRATO NAO EFETIVADO "
                       "(REABERTURA EM FECHAFIN)"
           END-IF
           .

                   ACCEPT WS-QTD-PAGAS
               END-PERFORM

               MOVE WS-QTD-PAGAS TO WS-AM-PARCELA
               PERFORM P545-SALDO-DEVEDOR
               MOVE WS-AM-SALDO  TO WS-SALDO-DEVEDOR

               DISPLAY "SALDO DEVEDOR PARA QUITACAO: "
                       WS-SALDO-DEVEDOR
                   MOVE WS-TAXA          TO FI-TAXA
                   SET FI-ATIVO          TO TRUE
                   MOVE WS-TAXA-VIGENCIA TO FI-TAXA-VIGENCIA
                   MOVE WS-CET-MENSAL    TO FI-CET-MENSAL
                   MOVE WS-CET-ANUAL     TO FI-CET-ANUAL
                   MOVE WS-AM-SISTEMA    TO FI-SISTEMA-AMORT
                   WRITE REG-FINANCIAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTRATO"
                       MOVE WS-NUM-CONTRATO TO PA-NUM-CONTRATO
                       MOVE WS-IND          TO PA-NUM-PARCELA
                       MOVE WS-DATA-VENC    TO PA-DT-VENCIMENTO
                       MOVE WS-VL-PARC-TAB(WS-IND) TO PA-VALOR
                       SET PA-ABERTA        TO TRUE
                       MOVE ZEROS           TO PA-DT-PAGAMENTO
                       MOVE ZEROS           TO PA-VL-PAGO
                       MOVE ZEROS           TO PA-VL-MULTA
                       MOVE ZEROS           TO PA-VL-JUROS
                       MOVE PA-VALOR        TO PA-VALOR-ORIG
                       WRITE REG-PARCELA
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A PARCELA "
                                       WS-IND
                           NOT INVALID KEY
                               MOVE "W" TO JR-OPERACAO
                               MOVE REG-PARCELA TO JR-IMAGEM
                               PERFORM P785-GRAVA-JORNAL
                       END-WRITE
                   END-PERFORM
                   DISPLAY "CARNE GERADO COM " WS-NUM-PARCELAS
               CLOSE PARCELAS
           .

       P225-APURA-CET.
      *> CET sobre o liquido liberado na contratacao (bolsa ja
      *> aplicada) e o carne que P230 vai gerar, parcela a parcela
      *> com o seu vencimento.
           MOVE WS-DATA-CONTRATO TO WS-CET-DT-LIBERACAO
           MOVE WS-VALOR         TO WS-CET-VL-LIBERADO
           MOVE WS-NUM-PARCELAS  TO WS-CET-QTD
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-NUM-PARCELAS
               PERFORM P240-CALCULA-VENCIMENTO
               MOVE WS-DATA-VENC   TO WS-CET-VENCIMENTO(WS-IND)
               MOVE WS-VL-PARC-TAB(WS-IND) TO WS-CET-VALOR(WS-IND)
           END-PERFORM
           PERFORM P530-CALCULA-CET

           MOVE WS-CET-MENSAL TO WS-CET-MENSAL-ED
           MOVE WS-CET-ANUAL  TO WS-CET-ANUAL-ED
           DISPLAY "CUSTO EFETIVO TOTAL (CET): " WS-CET-MENSAL-ED
                   "% AO MES / " WS-CET-ANUAL-ED "% AO ANO"
           .

       P240-CALCULA-VENCIMENTO.
      *> Soma WS-IND meses a data da contratacao via a sub-rotina
      *> compartilhada DATUTIL (dia ajustado ao fim do mes de
      *> destino, bissextos incluidos) e rola para o proximo dia
      *> util bancario.
           MOVE "M"              TO WS-DU-OPERACAO
           MOVE WS-DATA-CONTRATO TO WS-DU-DATA-1
           MOVE ZEROS            TO WS-DU-DATA-2
                       "VENCIMENTO DA PARCELA " WS-IND
               MOVE WS-DATA-CONTRATO TO WS-DATA-VENC
           ELSE
               MOVE "U"                  TO WS-DU-OPERACAO
               MOVE WS-DU-RESULTADO-DATA TO WS-DU-DATA-1
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               MOVE WS-DU-RESULTADO-DATA TO WS-DATA-VENC
           END-IF
           .
                      INTO WS-LINHA-PRINT
               WRITE WS-LINHA-PRINT

               MOVE SPACES TO WS-LINHA-PRINT
               IF AM-SAC THEN
                   STRING "SISTEMA DE AMORTIZACAO: SAC (PARCELAS "
                          "DECRESCENTES)" DELIMITED BY SIZE
                          INTO WS-LINHA-PRINT
               ELSE
                   STRING "SISTEMA DE AMORTIZACAO: TABELA PRICE "
                          "(PARCELA FIXA)" DELIMITED BY SIZE
                          INTO WS-LINHA-PRINT
               END-IF
               WRITE WS-LINHA-PRINT

      *>       Com bolsa aplicada, o demonstrativo abre o
      *>       bruto/desconto/liquido antes das parcelas.
               IF BOLSA-ACHADA THEN
                   WRITE WS-LINHA-PRINT
               END-PERFORM

               MOVE SPACES TO WS-LINHA-PRINT
               WRITE WS-LINHA-PRINT
               MOVE WS-CET-MENSAL TO WS-CET-MENSAL-ED
               MOVE WS-CET-ANUAL  TO WS-CET-ANUAL-ED
               MOVE SPACES TO WS-LINHA-PRINT
               STRING "CUSTO EFETIVO TOTAL (CET): " DELIMITED BY SIZE
                      WS-CET-MENSAL-ED DELIMITED BY SIZE
                      "% A.M. / " DELIMITED BY SIZE
                      WS-CET-ANUAL-ED DELIMITED BY SIZE
                      "% A.A." DELIMITED BY SIZE
                      INTO WS-LINHA-PRINT
               WRITE WS-LINHA-PRINT

               CLOSE FINANC-PRINT
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
           END-IF
           .

       COPY P-CALC-CET.

       COPY P-CALC-AMORT.

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       END PROGRAM FINANC.
