      * Author:UELBER PEREIRA DE JESUS
      * Purpose:REORGANIZACAO DOS ARQUIVOS INDEXADOS MESTRES
      *         (CONTATOS.DAT, ALUNOS.DAT, MATERIAS.DAT, NOTAS.DAT,
      *         PARCELAS.DAT, PRODUTOS.DAT, FINANCIAMENTOS.DAT,
      *         PROPOSTAS.DAT, MATRICULAS.DAT, FREQUENCIA.DAT):
      *         DESCARREGA O MESTRE EM ORDEM DE CHAVE PARA UM ARQUIVO
      *         DE TRABALHO, RECONSTROI O INDEXADO (E SUAS CHAVES
      *         ALTERNATIVAS) DO ZERO EM <NOME>_RRG.DAT, CONFERINDO
      *         MESTRE ESTIVER ABERTO EM OUTRO TERMINAL (ABERTURA
      *         EXCLUSIVA FALHA). APOS CONFERIR, RENOMEAR O _RRG SOBRE
      *         O ARQUIVO VIVO.
      * Update: PARCELAS.DAT GANHOU MULTA E JUROS RECEBIDOS (61 BYTES);
      *         ARQUIVO NO DESENHO DE 47 BYTES E DESCARREGADO PELO
      *         LAYOUT INTERMEDIARIO, COM OS ENCARGOS ZERADOS.
      * Update: CONTATOS.DAT GANHOU O CPF COMO CHAVE ALTERNADA UNICA
      *         (208 BYTES); ARQUIVO NO DESENHO DE 192 BYTES E
      *         DESCARREGADO PELO LAYOUT ANTERIOR E RECARREGADO SEM
      *         CPF (CPF-COMPL = ID-CONTATO).
      * Update: PRODUTOS.DAT ENTRA NA REORGANIZACAO: GANHOU O CODIGO
      *         DO SERVICO MUNICIPAL DA NFS-E (41 BYTES); ARQUIVO NO
      *         DESENHO DE 36 BYTES E DESCARREGADO PELO LAYOUT
      *         ANTERIOR, COM O CODIGO EM BRANCO (PREENCHER EM
      *         PRODMNT).
      * Update: FINANCIAMENTOS.DAT E PROPOSTAS.DAT ENTRAM NA
      *         REORGANIZACAO: GANHARAM O CUSTO EFETIVO TOTAL (CET)
      *         MENSAL E ANUAL (96 E 104 BYTES); ARQUIVOS NOS DESENHOS
      *         DE 85 E 93 BYTES SAO DESCARREGADOS PELO LAYOUT
      *         ANTERIOR, COM O CET ZERADO (NAO APURADO).
      * Update: PRODUTOS.DAT, FINANCIAMENTOS.DAT E PROPOSTAS.DAT
      *         GANHARAM O SISTEMA DE AMORTIZACAO (42, 97 E 105
      *         BYTES); OS DESENHOS DE 41, 96 E 104 BYTES SAO
      *         DESCARREGADOS PELO LAYOUT INTERMEDIARIO E TODO
      *         REGISTRO ANTERIOR ENTRA COMO TABELA PRICE.
      * Update: MATRICULAS.DAT ENTRA NA REORGANIZACAO: GANHOU A DATA DA
      *         MATRICULA (15 BYTES); ARQUIVO NO DESENHO DE 7 BYTES E
      *         DESCARREGADO PELO LAYOUT ANTERIOR, COM A DATA ZERADA
      *         (SEM PRO RATA NA RODADA MENSAL).
      * Update: CHAVE DO ALUNO AMPLIADA PARA 9(05) E FICHA CIVIL DO
      *         ALUNO (ALUNOS.DAT COM 400 BYTES, NOTAS.DAT 42,
      *         FINANCIAMENTOS.DAT 99, PROPOSTAS.DAT 107 E
      *         MATRICULAS.DAT 17). OS DESENHOS ANTIGOS AINDA
      *         DESCARREGADOS AQUI TEM O ID DO ALUNO COM 3 DIGITOS E
      *         SAO REMONTADOS CAMPO A CAMPO; ARQUIVO NO DESENHO
      *         IMEDIATAMENTE ANTERIOR A AMPLIACAO E CONVERTIDO POR
      *         CNVALU, NAO POR AQUI.
      * Update: TEMPO E VOLUME DE CADA REORGANIZACAO VAO PARA O
      *         HISTORICO DE ESTATISTICAS DOS BATCHES (RUNSTAT), UMA
      *         SERIE POR ARQUIVO (REORGMS1 A REORGMS9); VERIFICACAO
      *         QUE NAO FECHA CONTA COMO EXECUCAO COM ERRO.
      * Update: NOTAS.DAT GANHOU A CHAVE ALTERNADA DA MATERIA E
      *         FREQUENCIA.DAT (OPCAO A, SERIE REORGMSA) ENTRA NA
      *         REORGANIZACAO COM A CHAVE ALTERNADA MATERIA+DATA;
      *         ARQUIVO AINDA SEM A CHAVE NOVA (FILE STATUS 39) E
      *         DESCARREGADO PELAS CHAVES ANTERIORES E RECARREGADO
      *         COM TODAS - E ASSIM QUE OS DOIS SAO CONVERTIDOS.
      * Update: NA CONVERSAO DE CONTATOS.DAT DO DESENHO DE 192 BYTES,
      *         A FILA DE APROVACAO PENDAPRV.DAT E REGRAVADA EM
      *         PENDAPRV_RRG.DAT COM AS IMAGENS ANTES/DEPOIS NO
      *         DESENHO DE 208 BYTES; OS DOIS SAO RENOMEADOS JUNTOS.
      * Update: CAIXASES.DAT (OPCAO B, SERIE REORGMSB) ENTRA NA
      *         REORGANIZACAO: O TOTAL APURADO DA SESSAO PASSOU A TER
      *         SINAL (ESTORNOS MAIORES QUE AS BAIXAS). MESMO TAMANHO
      *         DE REGISTRO; O TOTAL E REGRAVADO PELO CAMPO COM
      *         SINAL E O VALOR ANTIGO ENTRA COMO POSITIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MST-CONTANT ASSIGN TO WS-MST-CONTANT-ASSIGN
      *>          DESENHO ANTIGO DE CONTATOS.DAT (192 BYTES, SEM O
      *>          CPF): USADO SO NA DESCARGA DE ARQUIVO QUE RECUSA O
      *>          LAYOUT NOVO (FILE STATUS 39).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS CTA-ID-CONTATO
               ALTERNATE RECORD KEY IS CTA-NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTA-TELEFONE-CONTATO
                                     WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MST-ALUNOS ASSIGN TO WS-MST-ALUNOS-ASSIGN
               SHARING WITH NO OTHER
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MST-NOTANT ASSIGN TO WS-MST-NOTANT-ASSIGN
      *>          NOTAS.DAT AINDA SEM A CHAVE ALTERNADA DA MATERIA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS NTA-CHAVE
               ALTERNATE RECORD KEY IS NTA-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MST-PARCELAS ASSIGN TO WS-MST-PARCELAS-ASSIGN
               RECORD KEY IS PAA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MST-PARC47 ASSIGN TO WS-MST-PARC47-ASSIGN
      *>          DESENHO INTERMEDIARIO DE PARCELAS.DAT (COM O VALOR
      *>          ORIGINAL, SEM MULTA/JUROS RECEBIDOS).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PA47-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MST-PRODUTOS ASSIGN TO WS-MST-PRODUTOS-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS WS-FS.

               SELECT MST-PRODANT ASSIGN TO WS-MST-PRODANT-ASSIGN
      *>          DESENHO ANTIGO DE PRODUTOS.DAT (36 BYTES, SEM O
      *>          CODIGO DO SERVICO): USADO SO NA DESCARGA DE ARQUIVO
      *>          QUE RECUSA O LAYOUT NOVO (FILE STATUS 39).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PRA-CODIGO
               FILE STATUS IS WS-FS.

               SELECT MST-PROD41 ASSIGN TO WS-MST-PROD41-ASSIGN
      *>          DESENHO INTERMEDIARIO DE PRODUTOS.DAT (COM O CODIGO
      *>          DO SERVICO, SEM O SISTEMA DE AMORTIZACAO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PR41-CODIGO
               FILE STATUS IS WS-FS.

               SELECT MST-FINANC ASSIGN TO WS-MST-FINANC-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MST-FINANT ASSIGN TO WS-MST-FINANT-ASSIGN
      *>          DESENHO ANTIGO DE FINANCIAMENTOS.DAT (85 BYTES, SEM
      *>          O CET).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS FIA-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FIA-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MST-FIN96 ASSIGN TO WS-MST-FIN96-ASSIGN
      *>          DESENHO INTERMEDIARIO DE FINANCIAMENTOS.DAT (COM O
      *>          CET, SEM O SISTEMA DE AMORTIZACAO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS FI96-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI96-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MST-PROPOSTAS ASSIGN TO WS-MST-PROPOSTAS-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PP-NUMERO
               FILE STATUS IS WS-FS.

               SELECT MST-PROPANT ASSIGN TO WS-MST-PROPANT-ASSIGN
      *>          DESENHO ANTIGO DE PROPOSTAS.DAT (93 BYTES, SEM O
      *>          CET).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PPA-NUMERO
               FILE STATUS IS WS-FS.

               SELECT MST-PROP104 ASSIGN TO WS-MST-PROP104-ASSIGN
      *>          DESENHO INTERMEDIARIO DE PROPOSTAS.DAT (COM O CET,
      *>          SEM O SISTEMA DE AMORTIZACAO).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PP104-NUMERO
               FILE STATUS IS WS-FS.

               SELECT MST-MATRIC ASSIGN TO WS-MST-MATRIC-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MST-MATRANT ASSIGN TO WS-MST-MATRANT-ASSIGN
      *>          DESENHO ANTIGO DE MATRICULAS.DAT (7 BYTES, SEM A
      *>          DATA DA MATRICULA).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS MTA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MST-FREQ ASSIGN TO WS-MST-FREQ-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MST-FREQANT ASSIGN TO WS-MST-FREQANT-ASSIGN
      *>          FREQUENCIA.DAT AINDA SEM A CHAVE MATERIA+DATA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS FQA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT MST-CAIXASES ASSIGN TO WS-MST-CAIXASES-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS CX-NUM-SESSAO
               FILE STATUS IS WS-FS.

               SELECT PND-ANT ASSIGN TO WS-PND-ANT-ASSIGN
      *>          FILA DE APROVACAO COM AS IMAGENS DE CONTATOS NO
      *>          DESENHO DE 192 BYTES: CONVERTIDA JUNTO COM
      *>          CONTATOS.DAT (VER P308-CONVERTE-PENDAPRV).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               SHARING WITH NO OTHER
               RECORD KEY IS PDA-SEQ
               FILE STATUS IS WS-FS-PND.

               SELECT PND-NOVO ASSIGN TO WS-PND-NOVO-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-SEQ
               FILE STATUS IS WS-FS-PND.

               SELECT TRABALHO ASSIGN TO WS-TRABALHO-PATH
      *>          DESCARGA EM ORDEM DE CHAVE, UM REGISTRO POR LINHA.
               ORGANIZATION IS LINE SEQUENTIAL
       FD MST-CONTATOS.
       COPY FD_CONTT.

       FD MST-CONTANT.
       01 REG-CONTATO-ANT.
           03 CTA-ID-CONTATO           PIC 9(05).
           03 CTA-NM-CONTATO           PIC X(40).
           03 CTA-TELEFONE-CONTATO     PIC X(12).
           03 CTA-RESTO                PIC X(135).

       FD MST-ALUNOS.
       COPY FD_ALUNO.

       FD MST-NOTAS.
       COPY FD_NOTAS.

       FD MST-NOTANT.
       01 REG-NOTA-ANT.
           03 NTA-CHAVE.
               05 NTA-ID-ALUNO         PIC 9(05).
               05 NTA-CD-MATERIA       PIC 9(03).
           03 NTA-RESTO                PIC X(34).

       FD MST-PARCELAS.
       COPY FD_PARCELA.

           03 PAA-DT-PAGAMENTO         PIC 9(08).
           03 PAA-VL-PAGO              PIC 9(05)V99.

       FD MST-PARC47.
       01 REG-PARCELA-47.
           03 PA47-CHAVE               PIC X(09).
           03 FILLER                   PIC X(38).

       FD MST-PRODUTOS.
       COPY FD_PRODUTO.

       FD MST-PRODANT.
       01 REG-PRODUTO-ANT.
           03 PRA-CODIGO               PIC 9(03).
           03 PRA-RESTO                PIC X(33).

       FD MST-PROD41.
       01 REG-PRODUTO-41.
           03 PR41-CODIGO              PIC 9(03).
           03 FILLER                   PIC X(38).

       FD MST-FINANC.
       COPY FD_FINANC.

       FD MST-FINANT.
       01 REG-FINANCIAMENTO-ANT.
           03 FIA-NUM-CONTRATO         PIC 9(06).
           03 FIA-ID-ALUNO             PIC 9(03).
           03 FIA-RESTO                PIC X(76).

       FD MST-FIN96.
       01 REG-FINANCIAMENTO-96.
           03 FI96-NUM-CONTRATO        PIC 9(06).
           03 FI96-ID-ALUNO            PIC 9(03).
           03 FI96-RESTO               PIC X(87).

       FD MST-PROPOSTAS.
       COPY FD_PROPOSTA.

       FD MST-PROPANT.
       01 REG-PROPOSTA-ANT.
           03 PPA-NUMERO               PIC 9(06).
           03 PPA-ID-ALUNO             PIC 9(03).
           03 PPA-RESTO                PIC X(84).

       FD MST-PROP104.
       01 REG-PROPOSTA-104.
           03 PP104-NUMERO             PIC 9(06).
           03 PP104-ID-ALUNO           PIC 9(03).
           03 PP104-RESTO              PIC X(95).

       FD MST-MATRIC.
       COPY FD_MATRIC.

       FD MST-MATRANT.
       01 REG-MATRICULA-ANT.
           03 MTA-CHAVE.
               05 MTA-CD-TURMA         PIC 9(03).
               05 MTA-ID-ALUNO         PIC 9(03).
           03 MTA-STATUS               PIC X.

       FD MST-FREQ.
       COPY FD_FREQ.

       FD MST-FREQANT.
       01 REG-FREQ-ANT.
           03 FQA-CHAVE                PIC X(16).
           03 FQA-PRESENCA             PIC X.

       FD PND-ANT.
       01 REG-PENDENCIA-ANT.
           03 PDA-SEQ                  PIC 9(05).
           03 PDA-TIPO                 PIC X.
           03 PDA-ID-CONTATO           PIC 9(05).
           03 PDA-REG-ANTES            PIC X(192).
           03 PDA-REG-DEPOIS           PIC X(192).
           03 PDA-OPERADOR             PIC X(10).
           03 PDA-APROVADOR            PIC X(10).
           03 PDA-STATUS               PIC X.
           03 PDA-DATA                 PIC 9(08).

       FD PND-NOVO.
       COPY FD_PENDAPRV.

       FD MST-CAIXASES.
       COPY FD_CAIXASES.

       FD TRABALHO.
       01 WS-LINHA-TRB             PIC X(400).

       WORKING-STORAGE SECTION.

           88 FS-OK        VALUE 0.
       77 WS-FS-TRB        PIC 99.
           88 FS-TRB-OK    VALUE 0.
       77 WS-FS-PND        PIC 99.
           88 FS-PND-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
      *> para o arquivo vivo, a recarga para o _RRG (mesmo desenho de
      *> BKPCNTT).
       77 WS-MST-CONTATOS-ASSIGN   PIC X(200) VALUE SPACES.
       77 WS-MST-CONTANT-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-MST-ALUNOS-ASSIGN     PIC X(200) VALUE SPACES.
       77 WS-MST-MATERIAS-ASSIGN   PIC X(200) VALUE SPACES.
       77 WS-MST-NOTAS-ASSIGN      PIC X(200) VALUE SPACES.
       77 WS-MST-PARCELAS-ASSIGN   PIC X(200) VALUE SPACES.
       77 WS-MST-PARCANT-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-MST-PARC47-ASSIGN     PIC X(200) VALUE SPACES.
       77 WS-MST-PRODUTOS-ASSIGN   PIC X(200) VALUE SPACES.
       77 WS-MST-PRODANT-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-MST-PROD41-ASSIGN     PIC X(200) VALUE SPACES.
       77 WS-MST-FINANC-ASSIGN     PIC X(200) VALUE SPACES.
       77 WS-MST-FIN96-ASSIGN      PIC X(200) VALUE SPACES.
       77 WS-MST-PROP104-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-MST-FINANT-ASSIGN     PIC X(200) VALUE SPACES.
       77 WS-MST-PROPOSTAS-ASSIGN  PIC X(200) VALUE SPACES.
       77 WS-MST-PROPANT-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-MST-MATRIC-ASSIGN     PIC X(200) VALUE SPACES.
       77 WS-MST-MATRANT-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-MST-NOTANT-ASSIGN     PIC X(200) VALUE SPACES.
       77 WS-MST-FREQ-ASSIGN       PIC X(200) VALUE SPACES.
       77 WS-MST-FREQANT-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-MST-CAIXASES-ASSIGN   PIC X(200) VALUE SPACES.
      *> Total apurado da sessao de caixa regravado com o sinal.
       77 WS-CX-APURADO            PIC S9(07)V99 VALUE ZEROS.
       77 WS-DESCARREGOU           PIC X VALUE "N".
           88 DESCARREGOU          VALUE "S" FALSE "N".
       77 WS-TRABALHO-PATH         PIC X(200) VALUE SPACES.
       77 WS-PND-ANT-ASSIGN        PIC X(200) VALUE SPACES.
       77 WS-PND-NOVO-ASSIGN       PIC X(200) VALUE SPACES.
       77 WS-CONTATOS-ANTIGO       PIC X VALUE "N".
           88 CONTATOS-ANTIGO      VALUE "S" FALSE "N".
       77 WS-PND-LIDAS             PIC 9(05) VALUE ZEROS.
       77 WS-PND-GRAVADAS          PIC 9(05) VALUE ZEROS.
       77 WS-PND-PENDENTES         PIC 9(05) VALUE ZEROS.

      *> Estatisticas antes/depois da reorganizacao.
       77 WS-ANT-REGISTROS     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FORA-ORDEM    PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DUPLICADAS    PIC 9(06) VALUE ZEROS.
       77 WS-BYTES-DADOS       PIC 9(09) VALUE ZEROS.
       77 WS-CHAVE-ANTERIOR    PIC X(16) VALUE LOW-VALUES.
       77 WS-CHAVE-ATUAL       PIC X(16) VALUE SPACES.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           PERFORM P110-RESOLVE-PATH-M4.

           DISPLAY "ARQUIVO: <1> CONTATOS  <2> ALUNOS  <3> MATERIAS  "
                   "<4> NOTAS  <5> PARCELAS  <6> PRODUTOS  "
                   "<7> FINANCIAMENTOS  <8> PROPOSTAS  "
                   "<9> MATRICULAS  <A> FREQUENCIA  "
                   "<B> SESSOES DE CAIXA"
           ACCEPT WS-ARQ-ESCOLHIDO

      *>   Uma serie de estatisticas por arquivo: os volumes dos
      *>   mestres nao se comparam entre si.
           MOVE "REORGMS"        TO WS-RT-PROG(1:7)
           MOVE WS-ARQ-ESCOLHIDO TO WS-RT-PROG(8:1)
           MOVE LK-OPERADOR      TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           EVALUATE WS-ARQ-ESCOLHIDO
               WHEN "1"
                   MOVE 208 TO WS-TAM-REGISTRO
                   PERFORM P300-REORG-CONTATOS
               WHEN "2"
                   MOVE 400 TO WS-TAM-REGISTRO
                   PERFORM P310-REORG-ALUNOS
               WHEN "3"
                   MOVE 34 TO WS-TAM-REGISTRO
                   PERFORM P320-REORG-MATERIAS
               WHEN "4"
                   MOVE 42 TO WS-TAM-REGISTRO
                   PERFORM P330-REORG-NOTAS
               WHEN "5"
                   MOVE 61 TO WS-TAM-REGISTRO
                   PERFORM P340-REORG-PARCELAS
               WHEN "6"
                   MOVE 42 TO WS-TAM-REGISTRO
                   PERFORM P350-REORG-PRODUTOS
               WHEN "7"
                   MOVE 99 TO WS-TAM-REGISTRO
                   PERFORM P360-REORG-FINANC
               WHEN "8"
                   MOVE 107 TO WS-TAM-REGISTRO
                   PERFORM P370-REORG-PROPOSTAS
               WHEN "9"
                   MOVE 17 TO WS-TAM-REGISTRO
                   PERFORM P380-REORG-MATRICULAS
               WHEN "A"
                   MOVE 17 TO WS-TAM-REGISTRO
                   PERFORM P390-REORG-FREQUENCIA
               WHEN "B"
                   MOVE 57 TO WS-TAM-REGISTRO
                   PERFORM P395-REORG-CAIXASES
               WHEN OTHER
                   DISPLAY "ARQUIVO INVALIDO!"
           END-EVALUATE

           IF (WS-ARQ-ESCOLHIDO >= "1" AND
               WS-ARQ-ESCOLHIDO <= "9") OR
              WS-ARQ-ESCOLHIDO EQUAL "A" OR "B" THEN
               MOVE WS-ANT-REGISTROS TO WS-RT-LIDOS
               MOVE WS-DEP-REGISTROS TO WS-RT-GRAVADOS
               COMPUTE WS-RT-REJEITADOS = WS-TOT-FORA-ORDEM
                                        + WS-TOT-DUPLICADAS
               IF WS-RT-REJEITADOS > ZEROS OR
                  WS-ANT-REGISTROS NOT EQUAL WS-DEP-REGISTROS THEN
                   MOVE "99" TO WS-RT-RETORNO
               END-IF
               PERFORM P180-GRAVA-RUNSTAT
           END-IF

           PERFORM P900-FIM.

      *> Mesma resolucao local do M4 de BKPCNTT (o paragrafo P100 do
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PARCELAS.DAT" DELIMITED BY SIZE
                  INTO WS-PARCELAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PRODUTOS.DAT" DELIMITED BY SIZE
                  INTO WS-PRODUTOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FINANCIAMENTOS.DAT" DELIMITED BY SIZE
                  INTO WS-FINANCIAMENTOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PROPOSTAS.DAT" DELIMITED BY SIZE
                  INTO WS-PROPOSTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MATRICULAS.DAT" DELIMITED BY SIZE
                  INTO WS-MATRICULAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FREQUENCIA.DAT" DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CAIXASES.DAT" DELIMITED BY SIZE
                  INTO WS-CAIXASES-PATH
           .

       P300-REORG-CONTATOS.
                  "\CONTATOS.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-CONTATOS-PATH TO WS-MST-CONTATOS-ASSIGN
           MOVE WS-CONTATOS-PATH TO WS-MST-CONTANT-ASSIGN

      *>   Descarga em ordem de chave, com abertura exclusiva.
           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-CONTATOS
           IF FS-OK THEN
               PERFORM P302-DESCARGA-CONTATOS
           ELSE
               IF WS-FS EQUAL 39 THEN
      *>           Desenho de 192 bytes (sem o CPF): o CPF e
      *>           completado na recarga.
                   DISPLAY "ARQUIVO NO DESENHO ANTIGO - "
                           "DESCARREGANDO PELO LAYOUT ANTERIOR"
                   SET CONTATOS-ANTIGO TO TRUE
                   PERFORM P304-DESCARGA-CONTANT
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           END-IF

           IF DESCARREGOU THEN
               PERFORM P306-RECARGA-CONTATOS
               IF CONTATOS-ANTIGO THEN
                   PERFORM P308-CONVERTE-PENDAPRV
               END-IF
           END-IF
           .

       P302-DESCARGA-CONTATOS.
           SET EOF-OK    TO FALSE
           SET FS-TRB-OK TO TRUE
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL EOF-OK
               READ MST-CONTATOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-REGISTROS
                       IF ST-CONTATO EQUAL "A" THEN
                           ADD 1 TO WS-ANT-ATIVOS
                       ELSE
                           ADD 1 TO WS-ANT-INATIVOS
                       END-IF
                       MOVE REG-CONTATOS TO WS-LINHA-TRB
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE MST-CONTATOS
           SET DESCARREGOU TO TRUE
           .

       P304-DESCARGA-CONTANT.
      *> Le o registro antigo de 192 bytes; a linha de trabalho sai
      *> com brancos no lugar do CPF, completado na recarga.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-CONTANT
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-CONTANT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE SPACES          TO WS-LINHA-TRB
                           MOVE REG-CONTATO-ANT TO WS-LINHA-TRB(1:192)
                           MOVE WS-LINHA-TRB    TO REG-CONTATOS
                           ADD 1 TO WS-ANT-REGISTROS
                           IF ST-CONTATO EQUAL "A" THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-CONTANT
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P306-RECARGA-CONTATOS.
      *>   Recarga no _RRG, conferindo sequencia e unicidade.
           MOVE SPACES TO WS-MST-CONTATOS-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\CONTATOS_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-CONTATOS-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-CONTATOS
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:208)
                               TO REG-CONTATOS
      *>                   Contato gravado antes do CPF: entra sem
      *>                   CPF, com o proprio ID completando a chave
      *>                   alternada (ver FD_CONTT.cpy).
                           IF CPF-CHAVE NOT NUMERIC
                               MOVE ZEROS      TO CPF-CONTATO
                               MOVE ID-CONTATO TO CPF-COMPL
                           END-IF
                           MOVE ID-CONTATO TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-CONTATOS
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-CONTATOS
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "CONTATOS_RRG.DAT -> CONTATOS.DAT"
           .

      *> A fila de aprovacao guarda o contato antes/depois no
      *> desenho de CONTATOS.DAT: junto com o mestre antigo, as duas
      *> imagens sao regravadas no desenho com CPF (sem CPF, o ID
      *> completa a chave, como na recarga acima), para que APRCNTT
      *> aplique a pendencia ja no layout novo.
       P308-CONVERTE-PENDAPRV.
           MOVE ZEROS TO WS-PND-LIDAS
           MOVE ZEROS TO WS-PND-GRAVADAS
           MOVE ZEROS TO WS-PND-PENDENTES
           MOVE WS-PENDAPRV-PATH TO WS-PND-ANT-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\PENDAPRV_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-PND-NOVO-ASSIGN
           SET EOF-OK     TO FALSE
           SET FS-PND-OK  TO TRUE
           OPEN INPUT PND-ANT
           IF NOT FS-PND-OK THEN
               IF WS-FS-PND EQUAL 35 THEN
                   DISPLAY "PENDAPRV.DAT NAO ENCONTRADO - FILA DE "
                           "APROVACAO NADA A CONVERTER"
               ELSE
                   DISPLAY "PENDAPRV.DAT EM USO OU INDISPONIVEL "
                           "(FILE STATUS " WS-FS-PND ") - "
                           "NAO RENOMEIE CONTATOS_RRG.DAT ANTES DE "
                           "CONVERTER A FILA DE APROVACAO"
               END-IF
           ELSE
               OPEN OUTPUT PND-NOVO
               IF NOT FS-PND-OK THEN
                   DISPLAY "ERRO AO CRIAR PENDAPRV_RRG.DAT - FILE "
                           "STATUS " WS-FS-PND
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ PND-ANT NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PND-LIDAS
                               PERFORM P309-MONTA-PENDENCIA
                               WRITE REG-PENDENCIA
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-DUPLICADAS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-PND-GRAVADAS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE PND-NOVO
               END-IF
               CLOSE PND-ANT
               DISPLAY "FILA DE APROVACAO - LIDAS: " WS-PND-LIDAS
                       "  GRAVADAS: " WS-PND-GRAVADAS
                       "  AINDA PENDENTES: " WS-PND-PENDENTES
               DISPLAY "CONFERIDO, RENOMEIE "
                       "PENDAPRV_RRG.DAT -> PENDAPRV.DAT JUNTO COM "
                       "CONTATOS.DAT"
           END-IF
           .

       P309-MONTA-PENDENCIA.
           MOVE PDA-SEQ        TO PD-SEQ
           MOVE PDA-TIPO       TO PD-TIPO
           MOVE PDA-ID-CONTATO TO PD-ID-CONTATO
           MOVE PDA-OPERADOR   TO PD-OPERADOR
           MOVE PDA-APROVADOR  TO PD-APROVADOR
           MOVE PDA-STATUS     TO PD-STATUS
           MOVE PDA-DATA       TO PD-DATA
           IF PD-PENDENTE THEN
               ADD 1 TO WS-PND-PENDENTES
           END-IF

           MOVE SPACES         TO WS-REGISTRO
           MOVE PDA-REG-ANTES  TO WS-REGISTRO(1:192)
           IF PDA-REG-ANTES NOT EQUAL SPACES THEN
               MOVE ZEROS         TO WS-CPF-CONTATO
               MOVE WS-ID-CONTATO TO WS-CPF-COMPL
           END-IF
           MOVE WS-REGISTRO    TO PD-REG-ANTES

           MOVE SPACES         TO WS-REGISTRO
           MOVE PDA-REG-DEPOIS TO WS-REGISTRO(1:192)
           IF PDA-REG-DEPOIS NOT EQUAL SPACES THEN
               MOVE ZEROS         TO WS-CPF-CONTATO
               MOVE WS-ID-CONTATO TO WS-CPF-COMPL
           END-IF
           MOVE WS-REGISTRO    TO PD-REG-DEPOIS
           .

       P310-REORG-ALUNOS.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ALUNOS.RRG" DELIMITED BY SIZE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES    TO WS-LINHA-TRB
                           MOVE REG-ALUNO TO WS-LINHA-TRB(1:400)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-TRB(1:400) TO REG-ALUNO
                               MOVE ID-ALUNO TO WS-CHAVE-ATUAL
                               PERFORM P400-CONFERE-SEQUENCIA
                               WRITE REG-ALUNO
                  "\NOTAS.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-NOTAS-PATH TO WS-MST-NOTAS-ASSIGN
           MOVE WS-NOTAS-PATH TO WS-MST-NOTANT-ASSIGN

           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-NOTAS
           IF FS-OK THEN
               PERFORM P332-DESCARGA-NOTAS
           ELSE
               IF WS-FS EQUAL 39 THEN
                   DISPLAY "ARQUIVO SEM A CHAVE DA MATERIA - "
                           "DESCARREGANDO PELAS CHAVES ANTERIORES"
                   PERFORM P334-DESCARGA-NOTANT
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           END-IF

           IF DESCARREGOU THEN
               PERFORM P336-RECARGA-NOTAS
           END-IF
           .

       P332-DESCARGA-NOTAS.
           SET EOF-OK    TO FALSE
           SET FS-TRB-OK TO TRUE
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL EOF-OK
               READ MST-NOTAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-REGISTROS
      *>               NOTAS.DAT nao tem soft-delete: o registro
      *>               existente conta como ativo.
                       ADD 1 TO WS-ANT-ATIVOS
                       MOVE SPACES   TO WS-LINHA-TRB
                       MOVE REG-NOTA TO WS-LINHA-TRB(1:42)
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE MST-NOTAS
           SET DESCARREGOU TO TRUE
           .

       P334-DESCARGA-NOTANT.
      *> Mesmo registro de 42 bytes, indice sem a chave alternada da
      *> materia: a recarga reconstroi o arquivo com as tres chaves.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-NOTANT
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-NOTANT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANT-REGISTROS
                           ADD 1 TO WS-ANT-ATIVOS
                           MOVE SPACES       TO WS-LINHA-TRB
                           MOVE REG-NOTA-ANT TO WS-LINHA-TRB(1:42)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-NOTANT
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P336-RECARGA-NOTAS.
           MOVE SPACES TO WS-MST-NOTAS-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-NOTAS-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-NOTAS
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:42) TO REG-NOTA
                           MOVE NT-CHAVE TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-NOTA
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-NOTAS
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "NOTAS_RRG.DAT -> NOTAS.DAT"
           .

       P340-REORG-PARCELAS.
                  INTO WS-TRABALHO-PATH
           MOVE WS-PARCELAS-PATH TO WS-MST-PARCELAS-ASSIGN
           MOVE WS-PARCELAS-PATH TO WS-MST-PARCANT-ASSIGN
           MOVE WS-PARCELAS-PATH TO WS-MST-PARC47-ASSIGN

           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
               PERFORM P342-DESCARGA-ATUAL
           ELSE
               IF WS-FS EQUAL 39 THEN
      *>           Desenho de 47 bytes (sem multa/juros recebidos)
      *>           ou, recusado este tambem, o de 40 bytes (sem o
      *>           valor original); os campos novos sao completados
      *>           na descarga/recarga.
                   PERFORM P348-DESCARGA-47
                   IF NOT DESCARREGOU AND WS-FS EQUAL 39 THEN
                       DISPLAY "ARQUIVO NO DESENHO ANTIGO - "
                               "DESCARREGANDO PELO LAYOUT ANTERIOR"
                       PERFORM P344-DESCARGA-ANTIGA
                   END-IF
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           ADD 1 TO WS-ANT-INATIVOS
                       END-IF
                       MOVE SPACES      TO WS-LINHA-TRB
                       MOVE REG-PARCELA TO WS-LINHA-TRB(1:61)
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
                           MOVE PAA-DT-PAGAMENTO  TO PA-DT-PAGAMENTO
                           MOVE PAA-VL-PAGO       TO PA-VL-PAGO
                           MOVE PAA-VALOR         TO PA-VALOR-ORIG
                           MOVE ZEROS             TO PA-VL-MULTA
                           MOVE ZEROS             TO PA-VL-JUROS
                           MOVE SPACES      TO WS-LINHA-TRB
                           MOVE REG-PARCELA TO WS-LINHA-TRB(1:61)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
           END-IF
           .

       P348-DESCARGA-47.
      *> Le o registro de 47 bytes e escreve a linha de trabalho no
      *> desenho novo, com multa e juros recebidos zerados.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-PARC47
           IF NOT FS-OK THEN
               IF WS-FS NOT EQUAL 39 THEN
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           ELSE
               DISPLAY "ARQUIVO NO DESENHO DE 47 BYTES - "
                       "DESCARREGANDO PELO LAYOUT ANTERIOR"
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-PARC47 NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE REG-PARCELA-47 TO REG-PARCELA
                           MOVE ZEROS          TO PA-VL-MULTA
                           MOVE ZEROS          TO PA-VL-JUROS
                           ADD 1 TO WS-ANT-REGISTROS
                           IF PA-ABERTA THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES      TO WS-LINHA-TRB
                           MOVE REG-PARCELA TO WS-LINHA-TRB(1:61)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-PARC47
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P346-RECARGA-PARCELAS.
           MOVE SPACES TO WS-MST-PARCELAS-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:61)
                               TO REG-PARCELA
                           IF PA-VL-MULTA NOT NUMERIC
                               MOVE ZEROS TO PA-VL-MULTA
                           END-IF
                           IF PA-VL-JUROS NOT NUMERIC
                               MOVE ZEROS TO PA-VL-JUROS
                           END-IF
      *>                   Parcela gravada antes do campo de valor
      *>                   original: a recarga preenche com o valor
      *>                   corrente (ver REAJUSTE).
                   "PARCELAS_RRG.DAT -> PARCELAS.DAT"
           .

       P350-REORG-PRODUTOS.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PRODUTOS.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-PRODUTOS-PATH TO WS-MST-PRODUTOS-ASSIGN
           MOVE WS-PRODUTOS-PATH TO WS-MST-PRODANT-ASSIGN
           MOVE WS-PRODUTOS-PATH TO WS-MST-PROD41-ASSIGN

           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-PRODUTOS
           IF FS-OK THEN
               PERFORM P352-DESCARGA-PRODUTOS
           ELSE
               IF WS-FS EQUAL 39 THEN
      *>           Desenho intermediario de 41 bytes ou, recusado este
      *>           tambem, o mais antigo.
                   PERFORM P358-DESCARGA-PROD41
                   IF NOT DESCARREGOU AND WS-FS EQUAL 39 THEN
                       DISPLAY "ARQUIVO NO DESENHO ANTIGO - "
                               "DESCARREGANDO PELO LAYOUT ANTERIOR"
                       PERFORM P354-DESCARGA-PRODANT
                   END-IF
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           END-IF

           IF DESCARREGOU THEN
               PERFORM P356-RECARGA-PRODUTOS
           END-IF
           .

       P352-DESCARGA-PRODUTOS.
           SET EOF-OK    TO FALSE
           SET FS-TRB-OK TO TRUE
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL EOF-OK
               READ MST-PRODUTOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-REGISTROS
                       IF PR-ATIVO THEN
                           ADD 1 TO WS-ANT-ATIVOS
                       ELSE
                           ADD 1 TO WS-ANT-INATIVOS
                       END-IF
                       MOVE SPACES      TO WS-LINHA-TRB
                       MOVE REG-PRODUTO TO WS-LINHA-TRB(1:42)
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE MST-PRODUTOS
           SET DESCARREGOU TO TRUE
           .

       P354-DESCARGA-PRODANT.
      *> Registro antigo de 36 bytes: a linha de trabalho sai com o
      *> codigo do servico em branco (cadastrar depois em PRODMNT) e
      *> o produto na Tabela Price.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-PRODANT
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
           ELSE
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-PRODANT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE SPACES          TO REG-PRODUTO
                           MOVE REG-PRODUTO-ANT TO REG-PRODUTO(1:36)
                           MOVE "P"             TO PR-SISTEMA-AMORT
                           ADD 1 TO WS-ANT-REGISTROS
                           IF PR-ATIVO THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES      TO WS-LINHA-TRB
                           MOVE REG-PRODUTO TO WS-LINHA-TRB(1:42)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-PRODANT
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P358-DESCARGA-PROD41.
      *> Le o registro de 41 bytes e escreve a linha de trabalho no
      *> desenho novo, na Tabela Price.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-PROD41
           IF NOT FS-OK THEN
               IF WS-FS NOT EQUAL 39 THEN
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           ELSE
               DISPLAY "ARQUIVO NO DESENHO DE 41 BYTES - "
                       "DESCARREGANDO PELO LAYOUT ANTERIOR"
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-PROD41 NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE REG-PRODUTO-41 TO REG-PRODUTO
                           MOVE "P" TO PR-SISTEMA-AMORT
                           ADD 1 TO WS-ANT-REGISTROS
                           IF PR-ATIVO THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES TO WS-LINHA-TRB
                           MOVE REG-PRODUTO TO WS-LINHA-TRB(1:42)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-PROD41
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P356-RECARGA-PRODUTOS.
           MOVE SPACES TO WS-MST-PRODUTOS-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PRODUTOS_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-PRODUTOS-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-PRODUTOS
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:42) TO REG-PRODUTO
                           MOVE PR-CODIGO TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-PRODUTO
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-PRODUTOS
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "PRODUTOS_RRG.DAT -> PRODUTOS.DAT"
           .

       P360-REORG-FINANC.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FINANCIAMENTOS.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-FINANCIAMENTOS-PATH TO WS-MST-FINANC-ASSIGN
           MOVE WS-FINANCIAMENTOS-PATH TO WS-MST-FINANT-ASSIGN
           MOVE WS-FINANCIAMENTOS-PATH TO WS-MST-FIN96-ASSIGN

           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-FINANC
           IF FS-OK THEN
               PERFORM P362-DESCARGA-FINANC
           ELSE
               IF WS-FS EQUAL 39 THEN
      *>           Desenho intermediario de 96 bytes ou, recusado este
      *>           tambem, o mais antigo.
                   PERFORM P368-DESCARGA-FIN96
                   IF NOT DESCARREGOU AND WS-FS EQUAL 39 THEN
                       DISPLAY "ARQUIVO NO DESENHO ANTIGO - "
                               "DESCARREGANDO PELO LAYOUT ANTERIOR"
                       PERFORM P364-DESCARGA-FINANT
                   END-IF
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           END-IF

           IF DESCARREGOU THEN
               PERFORM P366-RECARGA-FINANC
           END-IF
           .

       P362-DESCARGA-FINANC.
           SET EOF-OK    TO FALSE
           SET FS-TRB-OK TO TRUE
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL EOF-OK
               READ MST-FINANC NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-REGISTROS
                       IF FI-ATIVO THEN
                           ADD 1 TO WS-ANT-ATIVOS
                       ELSE
                           ADD 1 TO WS-ANT-INATIVOS
                       END-IF
                       MOVE SPACES            TO WS-LINHA-TRB
                       MOVE REG-FINANCIAMENTO TO WS-LINHA-TRB(1:99)
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE MST-FINANC
           SET DESCARREGOU TO TRUE
           .

       P364-DESCARGA-FINANT.
      *> Registro antigo de 85 bytes: a linha de trabalho sai com o
      *> CET zerado (contrato anterior ao CET, nao apurado).
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-FINANT
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
           ELSE
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-FINANT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE SPACES TO REG-FINANCIAMENTO
                           MOVE FIA-NUM-CONTRATO TO FI-NUM-CONTRATO
                           MOVE FIA-ID-ALUNO     TO FI-ID-ALUNO
                           MOVE FIA-RESTO
                               TO REG-FINANCIAMENTO(12:76)
                           MOVE ZEROS TO FI-CET-MENSAL
                           MOVE ZEROS TO FI-CET-ANUAL
                           MOVE "P"   TO FI-SISTEMA-AMORT
                           ADD 1 TO WS-ANT-REGISTROS
                           IF FI-ATIVO THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES TO WS-LINHA-TRB
                           MOVE REG-FINANCIAMENTO
                               TO WS-LINHA-TRB(1:99)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-FINANT
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P368-DESCARGA-FIN96.
      *> Le o registro de 96 bytes e escreve a linha de trabalho no
      *> desenho novo, na Tabela Price.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-FIN96
           IF NOT FS-OK THEN
               IF WS-FS NOT EQUAL 39 THEN
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           ELSE
               DISPLAY "ARQUIVO NO DESENHO DE 96 BYTES - "
                       "DESCARREGANDO PELO LAYOUT ANTERIOR"
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-FIN96 NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE SPACES TO REG-FINANCIAMENTO
                           MOVE FI96-NUM-CONTRATO TO FI-NUM-CONTRATO
                           MOVE FI96-ID-ALUNO     TO FI-ID-ALUNO
                           MOVE FI96-RESTO
                               TO REG-FINANCIAMENTO(12:87)
                           MOVE "P" TO FI-SISTEMA-AMORT
                           ADD 1 TO WS-ANT-REGISTROS
                           IF FI-ATIVO THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES TO WS-LINHA-TRB
                           MOVE REG-FINANCIAMENTO TO WS-LINHA-TRB(1:99)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-FIN96
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P366-RECARGA-FINANC.
           MOVE SPACES TO WS-MST-FINANC-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FINANCIAMENTOS_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-FINANC-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-FINANC
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:99)
                               TO REG-FINANCIAMENTO
                           MOVE FI-NUM-CONTRATO TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-FINANCIAMENTO
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-FINANC
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "FINANCIAMENTOS_RRG.DAT -> FINANCIAMENTOS.DAT"
           .

       P370-REORG-PROPOSTAS.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PROPOSTAS.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-PROPOSTAS-PATH TO WS-MST-PROPOSTAS-ASSIGN
           MOVE WS-PROPOSTAS-PATH TO WS-MST-PROPANT-ASSIGN
           MOVE WS-PROPOSTAS-PATH TO WS-MST-PROP104-ASSIGN

           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-PROPOSTAS
           IF FS-OK THEN
               PERFORM P372-DESCARGA-PROPOSTAS
           ELSE
               IF WS-FS EQUAL 39 THEN
      *>           Desenho intermediario de 104 bytes ou, recusado este
      *>           tambem, o mais antigo.
                   PERFORM P378-DESCARGA-PROP104
                   IF NOT DESCARREGOU AND WS-FS EQUAL 39 THEN
                       DISPLAY "ARQUIVO NO DESENHO ANTIGO - "
                               "DESCARREGANDO PELO LAYOUT ANTERIOR"
                       PERFORM P374-DESCARGA-PROPANT
                   END-IF
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           END-IF

           IF DESCARREGOU THEN
               PERFORM P376-RECARGA-PROPOSTAS
           END-IF
           .

       P372-DESCARGA-PROPOSTAS.
           SET EOF-OK    TO FALSE
           SET FS-TRB-OK TO TRUE
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL EOF-OK
               READ MST-PROPOSTAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-REGISTROS
                       IF PP-PENDENTE THEN
                           ADD 1 TO WS-ANT-ATIVOS
                       ELSE
                           ADD 1 TO WS-ANT-INATIVOS
                       END-IF
                       MOVE SPACES       TO WS-LINHA-TRB
                       MOVE REG-PROPOSTA TO WS-LINHA-TRB(1:107)
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE MST-PROPOSTAS
           SET DESCARREGOU TO TRUE
           .

       P374-DESCARGA-PROPANT.
      *> Registro antigo de 93 bytes: a linha de trabalho sai com o
      *> CET cotado zerado (proposta anterior ao CET).
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-PROPANT
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
           ELSE
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-PROPANT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE SPACES TO REG-PROPOSTA
                           MOVE PPA-NUMERO   TO PP-NUMERO
                           MOVE PPA-ID-ALUNO TO PP-ID-ALUNO
                           MOVE PPA-RESTO    TO REG-PROPOSTA(12:84)
                           MOVE ZEROS TO PP-CET-MENSAL
                           MOVE ZEROS TO PP-CET-ANUAL
                           MOVE "P"   TO PP-SISTEMA-AMORT
                           ADD 1 TO WS-ANT-REGISTROS
                           IF PP-PENDENTE THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES       TO WS-LINHA-TRB
                           MOVE REG-PROPOSTA TO WS-LINHA-TRB(1:107)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-PROPANT
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P378-DESCARGA-PROP104.
      *> Le o registro de 104 bytes e escreve a linha de trabalho no
      *> desenho novo, na Tabela Price.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-PROP104
           IF NOT FS-OK THEN
               IF WS-FS NOT EQUAL 39 THEN
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           ELSE
               DISPLAY "ARQUIVO NO DESENHO DE 104 BYTES - "
                       "DESCARREGANDO PELO LAYOUT ANTERIOR"
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-PROP104 NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE SPACES TO REG-PROPOSTA
                           MOVE PP104-NUMERO   TO PP-NUMERO
                           MOVE PP104-ID-ALUNO TO PP-ID-ALUNO
                           MOVE PP104-RESTO    TO REG-PROPOSTA(12:95)
                           MOVE "P" TO PP-SISTEMA-AMORT
                           ADD 1 TO WS-ANT-REGISTROS
                           IF PP-PENDENTE THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES TO WS-LINHA-TRB
                           MOVE REG-PROPOSTA TO WS-LINHA-TRB(1:107)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-PROP104
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P376-RECARGA-PROPOSTAS.
           MOVE SPACES TO WS-MST-PROPOSTAS-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PROPOSTAS_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-PROPOSTAS-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-PROPOSTAS
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:107) TO REG-PROPOSTA
                           MOVE PP-NUMERO TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-PROPOSTA
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-PROPOSTAS
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "PROPOSTAS_RRG.DAT -> PROPOSTAS.DAT"
           .

       P380-REORG-MATRICULAS.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MATRICULAS.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-MATRICULAS-PATH TO WS-MST-MATRIC-ASSIGN
           MOVE WS-MATRICULAS-PATH TO WS-MST-MATRANT-ASSIGN

           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-MATRIC
           IF FS-OK THEN
               PERFORM P382-DESCARGA-MATRICULAS
           ELSE
               IF WS-FS EQUAL 39 THEN
                   DISPLAY "ARQUIVO NO DESENHO ANTIGO - "
                           "DESCARREGANDO PELO LAYOUT ANTERIOR"
                   PERFORM P384-DESCARGA-MATRANT
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           END-IF

           IF DESCARREGOU THEN
               PERFORM P386-RECARGA-MATRICULAS
           END-IF
           .

       P382-DESCARGA-MATRICULAS.
           SET EOF-OK    TO FALSE
           SET FS-TRB-OK TO TRUE
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL EOF-OK
               READ MST-MATRIC NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-REGISTROS
                       IF MT-ATIVA THEN
                           ADD 1 TO WS-ANT-ATIVOS
                       ELSE
                           ADD 1 TO WS-ANT-INATIVOS
                       END-IF
                       MOVE SPACES        TO WS-LINHA-TRB
                       MOVE REG-MATRICULA TO WS-LINHA-TRB(1:17)
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE MST-MATRIC
           SET DESCARREGOU TO TRUE
           .

       P384-DESCARGA-MATRANT.
      *> Registro antigo de 7 bytes: a linha de trabalho sai com a
      *> data da matricula zerada (matricula anterior ao campo).
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-MATRANT
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
           ELSE
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-MATRANT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE MTA-CD-TURMA TO MT-CD-TURMA
                           MOVE MTA-ID-ALUNO TO MT-ID-ALUNO
                           MOVE MTA-STATUS   TO MT-STATUS
                           MOVE ZEROS TO MT-DT-MATRICULA
                           ADD 1 TO WS-ANT-REGISTROS
                           IF MT-ATIVA THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES        TO WS-LINHA-TRB
                           MOVE REG-MATRICULA TO WS-LINHA-TRB(1:17)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-MATRANT
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P386-RECARGA-MATRICULAS.
           MOVE SPACES TO WS-MST-MATRIC-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MATRICULAS_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-MATRIC-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-MATRIC
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:17) TO REG-MATRICULA
                           MOVE MT-CHAVE TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-MATRICULA
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-MATRIC
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "MATRICULAS_RRG.DAT -> MATRICULAS.DAT"
           .

       P390-REORG-FREQUENCIA.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FREQUENCIA.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-FREQUENCIA-PATH TO WS-MST-FREQ-ASSIGN
           MOVE WS-FREQUENCIA-PATH TO WS-MST-FREQANT-ASSIGN

           SET DESCARREGOU TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-FREQ
           IF FS-OK THEN
               PERFORM P392-DESCARGA-FREQUENCIA
           ELSE
               IF WS-FS EQUAL 39 THEN
                   DISPLAY "ARQUIVO SEM A CHAVE MATERIA+DATA - "
                           "DESCARREGANDO PELA CHAVE ANTERIOR"
                   PERFORM P394-DESCARGA-FREQANT
               ELSE
                   DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE "
                           "STATUS " WS-FS ") - REORGANIZACAO "
                           "RECUSADA"
               END-IF
           END-IF

           IF DESCARREGOU THEN
               PERFORM P396-RECARGA-FREQUENCIA
           END-IF
           .

       P392-DESCARGA-FREQUENCIA.
           SET EOF-OK    TO FALSE
           SET FS-TRB-OK TO TRUE
           OPEN OUTPUT TRABALHO
           PERFORM UNTIL EOF-OK
               READ MST-FREQ NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANT-REGISTROS
      *>               Ausencia tambem e registro valido: a chamada
      *>               lancada conta como ativa.
                       ADD 1 TO WS-ANT-ATIVOS
                       MOVE SPACES         TO WS-LINHA-TRB
                       MOVE REG-FREQUENCIA TO WS-LINHA-TRB(1:17)
                       WRITE WS-LINHA-TRB
               END-READ
           END-PERFORM
           CLOSE TRABALHO
           CLOSE MST-FREQ
           SET DESCARREGOU TO TRUE
           .

       P394-DESCARGA-FREQANT.
      *> Mesmo registro de 17 bytes, indice so com a chave primaria:
      *> a recarga reconstroi o arquivo com a chave materia+data.
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           OPEN I-O MST-FREQANT
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
           ELSE
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-FREQANT NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANT-REGISTROS
                           ADD 1 TO WS-ANT-ATIVOS
                           MOVE SPACES       TO WS-LINHA-TRB
                           MOVE REG-FREQ-ANT TO WS-LINHA-TRB(1:17)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-FREQANT
               SET DESCARREGOU TO TRUE
           END-IF
           .

       P396-RECARGA-FREQUENCIA.
           MOVE SPACES TO WS-MST-FREQ-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FREQUENCIA_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-FREQ-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-FREQ
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:17) TO REG-FREQUENCIA
                           MOVE FQ-CHAVE TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-FREQUENCIA
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-FREQ
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "FREQUENCIA_RRG.DAT -> FREQUENCIA.DAT"
           .

       P395-REORG-CAIXASES.
      *> Mesmo registro de 57 bytes: o arquivo e descarregado pelo
      *> desenho atual (total sem sinal le como positivo) e o total
      *> apurado e regravado pelo campo com sinal na recarga.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CAIXASES.RRG" DELIMITED BY SIZE
                  INTO WS-TRABALHO-PATH
           MOVE WS-CAIXASES-PATH TO WS-MST-CAIXASES-ASSIGN

           SET DESCARREGOU TO FALSE
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           OPEN I-O MST-CAIXASES
           IF NOT FS-OK THEN
               DISPLAY "ARQUIVO EM USO OU INDISPONIVEL (FILE STATUS "
                       WS-FS ") - REORGANIZACAO RECUSADA"
           ELSE
               SET FS-TRB-OK TO TRUE
               OPEN OUTPUT TRABALHO
               PERFORM UNTIL EOF-OK
                   READ MST-CAIXASES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ANT-REGISTROS
      *>                   Sessao aberta conta como ativa, fechada
      *>                   como inativa.
                           IF CX-ABERTA THEN
                               ADD 1 TO WS-ANT-ATIVOS
                           ELSE
                               ADD 1 TO WS-ANT-INATIVOS
                           END-IF
                           MOVE SPACES       TO WS-LINHA-TRB
                           MOVE REG-CAIXASES TO WS-LINHA-TRB(1:57)
                           WRITE WS-LINHA-TRB
                   END-READ
               END-PERFORM
               CLOSE TRABALHO
               CLOSE MST-CAIXASES
               SET DESCARREGOU TO TRUE
           END-IF

           IF DESCARREGOU THEN
               PERFORM P397-RECARGA-CAIXASES
           END-IF
           .

       P397-RECARGA-CAIXASES.
           MOVE SPACES TO WS-MST-CAIXASES-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CAIXASES_RRG.DAT" DELIMITED BY SIZE
                  INTO WS-MST-CAIXASES-ASSIGN
           SET EOF-OK TO FALSE
           SET FS-OK  TO TRUE
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           OPEN OUTPUT MST-CAIXASES
           OPEN INPUT TRABALHO
           IF FS-OK AND FS-TRB-OK THEN
               PERFORM UNTIL EOF-OK
                   READ TRABALHO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-TRB(1:57) TO REG-CAIXASES
                           MOVE CX-TOT-APURADO TO WS-CX-APURADO
                           MOVE WS-CX-APURADO  TO CX-TOT-APURADO
                           MOVE SPACES         TO WS-CHAVE-ATUAL
                           MOVE CX-NUM-SESSAO  TO WS-CHAVE-ATUAL
                           PERFORM P400-CONFERE-SEQUENCIA
                           WRITE REG-CAIXASES
                               INVALID KEY
                                   ADD 1 TO WS-TOT-DUPLICADAS
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEP-REGISTROS
                           END-WRITE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRABALHO
           CLOSE MST-CAIXASES
           PERFORM P500-ESTATISTICAS
           DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                   "CAIXASES_RRG.DAT -> CAIXASES.DAT"
           .

       P400-CONFERE-SEQUENCIA.
      *> A descarga saiu em ordem de chave: registro fora de ordem
      *> denuncia indice corrompido no arquivo original.
           IF WS-CHAVE-ATUAL < WS-CHAVE-ANTERIOR THEN
               ADD 1 TO WS-TOT-FORA-ORDEM
               DISPLAY "CHAVE FORA DE SEQUENCIA: " WS-CHAVE-ATUAL
           END-IF
           MOVE WS-CHAVE-ATUAL TO WS-CHAVE-ANTERIOR
           .

       P500-ESTATISTICAS.
           COMPUTE WS-BYTES-DADOS =
                   WS-DEP-REGISTROS * WS-TAM-REGISTRO
           DISPLAY "========================================"
           DISPLAY "ANTES  - REGISTROS: " WS-ANT-REGISTROS
                   " (ATIVOS " WS-ANT-ATIVOS
                   " / INATIVOS " WS-ANT-INATIVOS ")"
           DISPLAY "DEPOIS - REGISTROS: " WS-DEP-REGISTROS
                   " / DADOS: " WS-BYTES-DADOS " BYTES"
           DISPLAY "CHAVES FORA DE SEQUENCIA: " WS-TOT-FORA-ORDEM
           DISPLAY "CHAVES DUPLICADAS:        " WS-TOT-DUPLICADAS
           IF WS-ANT-REGISTROS EQUAL WS-DEP-REGISTROS AND
              WS-TOT-FORA-ORDEM EQUAL ZEROS AND
              WS-TOT-DUPLICADAS EQUAL ZEROS THEN
               DISPLAY "VERIFICACAO OK - CONTAGENS BATEM E CHAVES "
                       "INTEGRAS"
           ELSE
               DISPLAY "ATENCAO: DIVERGENCIA NA RECARGA - NAO "
                       "RENOMEAR SEM ANALISAR"
           END-IF
           DISPLAY "========================================"
           .

       COPY P-RESOLVE-PATH.

       COPY P-RUNSTAT.

       P900-FIM.

