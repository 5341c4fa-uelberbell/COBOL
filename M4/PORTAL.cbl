      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:FEED NOTURNO DO PORTAL DOS PAIS: PARA CADA RESPONSAVEL
      *         (PAI, MAE OU RESPONSAVEL FINANCEIRO ATIVO EM
      *         RESPALU.DAT) E CADA ALUNO VINCULADO, GERA PORTAL.TXT
      *         EM LARGURA FIXA COM AS MEDIAS POR MATERIA (NOTAS.DAT),
      *         O PERCENTUAL DE FREQUENCIA DO ANO LETIVO E AS FALTAS
      *         RECENTES (FREQUENCIA.DAT), AS PROVAS MARCADAS DA TURMA
      *         (PROVACAL.DAT), AS OCORRENCIAS RECENTES (OCORREN.DAT) E
      *         AS MENSALIDADES E PARCELAS EM ABERTO COM VENCIMENTO.
      *         REGISTRO HEADER COM A DATA, O SEQUENCIAL DA REMESSA E O
      *         TIPO DE CARGA, TRAILER COM A CONTAGEM POR TIPO DE
      *         REGISTRO E POR ACAO. A PRIMEIRA REMESSA E A CARGA
      *         COMPLETA; DAI EM DIANTE SO VAI O QUE MUDOU (INCLUSAO,
      *         ALTERACAO OU EXCLUSAO), COMPARADO COM A FOTO DO QUE JA
      *         FOI ENVIADO EM PORTALSN.DAT. O SEQUENCIAL FICA EM
      *         PORTAL.CTL (MESMO DESENHO DE INTSEG); RODADA
      *         INTERROMPIDA FORCA NOVA CARGA COMPLETA. RESPONSAVEL QUE
      *         RECUSOU O COMPARTILHAMENTO COM PARCEIRO (CANAL "P" EM
      *         CONSENT.DAT DO M3) FICA FORA DO FEED - E, SE JA TINHA
      *         SIDO ENVIADO, SAI COMO EXCLUSAO. AGENDADO NO ORQBAT
      *         (CICLO DIARIO, CHAMADA PELO NOME); PELO MENU DO M4 O
      *         OPERADOR ESCOLHE ENTRE AS MUDANCAS E A CARGA COMPLETA.
      *         TEMPO E VOLUME DE CADA EXECUCAO VAO PARA O HISTORICO
      *         DE ESTATISTICAS DOS BATCHES (RUNSTAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAL.

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

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-MATERIA
               FILE STATUS IS WS-FS-MATERIA.

               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTAS.

               SELECT FREQUENCIA ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT PROVACAL ASSIGN TO WS-PROVACAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS WS-FS-PROVA.

               SELECT OCORRENCIAS ASSIGN TO WS-OCORREN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS WS-FS-OCOR.

               SELECT MENSALIDADES ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-MENS.

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

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL):
      *>          INICIO DO ANO LETIVO PARA A FREQUENCIA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT CONTATOS ASSIGN TO WS-CONTATOS-PATH-LOCAL
      *>          CADASTRO DE CONTATOS DO M3, RESOLVIDO VIA
      *>          M3_DATA_DIR (MESMO DESENHO DE FINCOB).
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
      *>          QUEM RECUSOU O COMPARTILHAMENTO COM PARCEIRO (CANAL
      *>          "P") FICA FORA DO FEED.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONS.

               SELECT FEED ASSIGN TO WS-PORTAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEED.

               SELECT FOTO ASSIGN TO WS-PORTALSN-PATH
      *>          O QUE JA FOI ENVIADO AO PORTAL, REGISTRO A REGISTRO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CHAVE
               FILE STATUS IS WS-FS-FOTO.

               SELECT PORTAL-CTL ASSIGN TO WS-PORTAL-CTL-PATH
      *>          SEQUENCIAL E SITUACAO DA ULTIMA REMESSA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD RESPALU.
       COPY FD_RESPALU.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD MATERIAS.
       COPY FD_MATERIAS.

       FD NOTAS.
       COPY FD_NOTAS.

       FD FREQUENCIA.
       COPY FD_FREQ.

       FD PROVACAL.
       COPY FD_PROVACAL.

       FD OCORRENCIAS.
       COPY FD_OCORREN.

       FD MENSALIDADES.
       COPY FD_MENSAL.

       FD FINANCIAMENTOS.
       COPY FD_FINANC.

       FD PARCELAS.
       COPY FD_PARCELA.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD CONTATOS.
       COPY FD_CONTT.

       FD CONSENTIMENTOS.
       COPY FD_CONSENT.

       FD FEED.
       01 WS-LINHA-FEED            PIC X(150).

       FD FOTO.
       01 REG-FOTO.
           03 SN-CHAVE.
               05 SN-ID-RESP       PIC 9(05).
               05 SN-ID-ALUNO      PIC 9(05).
               05 SN-TIPO          PIC X(02).
               05 SN-ITEM          PIC X(17).
      *> Area de dados do ultimo detalhe enviado para a chave.
           03 SN-DADOS             PIC X(120).
      *> Remessa em que a chave apareceu pela ultima vez: quem nao
      *> aparece na remessa corrente sai como exclusao.
           03 SN-SEQ-VISTO         PIC 9(06).

       FD PORTAL-CTL.
       01 REG-PORTAL-CTL.
           03 PC-SEQUENCIA         PIC 9(06).
      *> "A" = REMESSA EM ANDAMENTO, "C" = CONCLUIDA.
           03 PC-SITUACAO          PIC X.
           03 PC-DATA              PIC 9(08).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-RESP        PIC 99.
           88 FS-RESP-OK    VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-MATERIA     PIC 99.
           88 FS-MATERIA-OK VALUE 0.
       77 WS-FS-NOTAS       PIC 99.
           88 FS-NOTAS-OK   VALUE 0.
       77 WS-FS-FREQ        PIC 99.
           88 FS-FREQ-OK    VALUE 0.
       77 WS-FS-PROVA       PIC 99.
           88 FS-PROVA-OK   VALUE 0.
       77 WS-FS-OCOR        PIC 99.
           88 FS-OCOR-OK    VALUE 0.
       77 WS-FS-MENS        PIC 99.
           88 FS-MENS-OK    VALUE 0.
       77 WS-FS-FIN         PIC 99.
           88 FS-FIN-OK     VALUE 0.
       77 WS-FS-PARC        PIC 99.
           88 FS-PARC-OK    VALUE 0.
       77 WS-FS-CTT         PIC 99.
           88 FS-CTT-OK     VALUE 0.
       77 WS-FS-CONS        PIC 99.
           88 FS-CONS-OK    VALUE 0.
       77 WS-FS-FEED        PIC 99.
           88 FS-FEED-OK    VALUE 0.
       77 WS-FS-FOTO        PIC 99.
           88 FS-FOTO-OK    VALUE 0.
       77 WS-FS-CTL         PIC 99.
           88 FS-CTL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-AUX           PIC X.
           88 FIM-AUX          VALUE "S" FALSE "N".
       77 ES-FIM-CONTRATOS     PIC X.
           88 FIM-CONTRATOS    VALUE "S" FALSE "N".

      *> Cadastros opcionais que abriram: sem o arquivo, o bloco
      *> correspondente simplesmente nao vai no feed.
       77 WS-ABERTO-MATERIA    PIC X VALUE "N".
           88 ABERTO-MATERIA   VALUE "S" FALSE "N".
       77 WS-ABERTO-NOTAS      PIC X VALUE "N".
           88 ABERTO-NOTAS     VALUE "S" FALSE "N".
       77 WS-ABERTO-FREQ       PIC X VALUE "N".
           88 ABERTO-FREQ      VALUE "S" FALSE "N".
       77 WS-ABERTO-PROVA      PIC X VALUE "N".
           88 ABERTO-PROVA     VALUE "S" FALSE "N".
       77 WS-ABERTO-OCOR       PIC X VALUE "N".
           88 ABERTO-OCOR      VALUE "S" FALSE "N".
       77 WS-ABERTO-MENS       PIC X VALUE "N".
           88 ABERTO-MENS      VALUE "S" FALSE "N".
       77 WS-ABERTO-FIN        PIC X VALUE "N".
           88 ABERTO-FIN       VALUE "S" FALSE "N".
       77 WS-ABERTO-PARC       PIC X VALUE "N".
           88 ABERTO-PARC      VALUE "S" FALSE "N".
       77 WS-ABERTO-CONS       PIC X VALUE "N".
           88 ABERTO-CONS      VALUE "S" FALSE "N".

       77 WS-BASE-DIR-M3       PIC X(150) VALUE SPACES.
       77 WS-DIR-TRN           PIC X(150) VALUE SPACES.
       77 WS-CONTATOS-PATH-LOCAL PIC X(200) VALUE SPACES.
       77 WS-CONSENT-PATH-LOCAL  PIC X(200) VALUE SPACES.

       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA        PIC 9(08) VALUE ZEROS.
      *> Janela das faltas e ocorrencias recentes: padrao 30 dias ou
      *> o parametro PORTAL-DIAS-RECENTES em vigor (ver P120).
       77 WS-DIAS-RECENTES     PIC 9(03) VALUE 030.
       77 WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77 WS-INICIO-LETIVO     PIC 9(08) VALUE ZEROS.

      *> Remessa corrente.
       77 WS-SEQUENCIA         PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-ANTERIOR      PIC 9(06) VALUE ZEROS.
       77 WS-CARGA             PIC X VALUE "D".
           88 CARGA-COMPLETA   VALUE "C".
           88 CARGA-DELTA      VALUE "D".
       77 WS-RODADA            PIC X VALUE "N".
           88 RODADA-OK        VALUE "S" FALSE "N".

      *> Vinculo corrente.
       77 WS-VINCULO           PIC X VALUE "N".
           88 VINCULO-VALIDO   VALUE "S" FALSE "N".
       77 WS-SEM-CONSENT       PIC X VALUE "N".
           88 SEM-CONSENTIMENTO VALUE "S" FALSE "N".
       77 WS-TURMA-ALUNO       PIC 9(03) VALUE ZEROS.
       77 WS-NM-MATERIA-PT     PIC X(30) VALUE SPACES.

      *> Frequencia da materia corrente (ano letivo ate hoje): a
      *> falta justificada por atestado fica fora do percentual,
      *> como em BOLETIM.
       77 WS-FR-MATERIA        PIC 9(03) VALUE ZEROS.
       77 WS-FR-ACUMULANDO     PIC X VALUE "N".
           88 FR-ACUMULANDO    VALUE "S" FALSE "N".
       77 WS-FR-AULAS          PIC 9(04) VALUE ZEROS.
       77 WS-FR-PRESENCAS      PIC 9(04) VALUE ZEROS.
       77 WS-FR-JUSTIF         PIC 9(04) VALUE ZEROS.

      *> Turma de cada aluno (primeira matricula ativa), carregada
      *> uma vez: MATRICULAS.DAT nao tem chave por aluno.
       77 WS-MAX-MATR          PIC 9(04) VALUE 3000.
       77 WS-QTD-MATR          PIC 9(04) VALUE ZEROS.
       77 WS-M                 PIC 9(04) VALUE ZEROS.
       01 WS-TAB-MATR.
           03 WS-TM-ENT OCCURS 3000 TIMES.
               05 WS-TM-ALUNO      PIC 9(05).
               05 WS-TM-TURMA      PIC 9(03).

      *> Totais da remessa (o trailer leva as contagens).
       77 WS-TOT-DETALHES      PIC 9(07) VALUE ZEROS.
       77 WS-TOT-INCLUSOES     PIC 9(07) VALUE ZEROS.
       77 WS-TOT-ALTERACOES    PIC 9(07) VALUE ZEROS.
       77 WS-TOT-EXCLUSOES     PIC 9(07) VALUE ZEROS.
       77 WS-TOT-INALTERADOS   PIC 9(07) VALUE ZEROS.
       77 WS-TOT-VINCULOS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-CONSENT   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-VINC-INVALIDO PIC 9(05) VALUE ZEROS.
       01 WS-TOT-POR-TIPO.
           03 WS-TOT-RESP          PIC 9(06) VALUE ZEROS.
           03 WS-TOT-ALUNO         PIC 9(06) VALUE ZEROS.
           03 WS-TOT-MEDIA         PIC 9(06) VALUE ZEROS.
           03 WS-TOT-FREQ          PIC 9(06) VALUE ZEROS.
           03 WS-TOT-FALTA         PIC 9(06) VALUE ZEROS.
           03 WS-TOT-PROVA         PIC 9(06) VALUE ZEROS.
           03 WS-TOT-OCOR          PIC 9(06) VALUE ZEROS.
           03 WS-TOT-TITULO        PIC 9(06) VALUE ZEROS.

      *> Layout posicional acordado com o fornecedor do aplicativo
      *> (150 posicoes). Tipos de registro: "00" HEADER, "10"
      *> RESPONSAVEL, "20" ALUNO VINCULADO, "30" MEDIA POR MATERIA,
      *> "40" FREQUENCIA POR MATERIA, "41" FALTA RECENTE, "50" PROVA
      *> MARCADA, "60" OCORRENCIA RECENTE, "70" TITULO EM ABERTO,
      *> "99" TRAILER.
       01 WS-REG-HEADER.
           03 FILLER               PIC X(02) VALUE "00".
           03 HD-DATA              PIC 9(08).
           03 HD-HORA              PIC 9(06).
           03 HD-SEQUENCIA         PIC 9(06).
      *> "C" = CARGA COMPLETA (O APLICATIVO DESCARTA O QUE TINHA),
      *> "D" = SO AS MUDANCAS DESDE A REMESSA HD-SEQ-ANTERIOR.
           03 HD-TIPO-CARGA        PIC X.
           03 HD-SEQ-ANTERIOR      PIC 9(06).
           03 HD-DIAS-RECENTES     PIC 9(03).
           03 FILLER               PIC X(118) VALUE SPACES.

       01 WS-REG-DETALHE.
           03 PT-TIPO              PIC X(02).
      *> "I" = INCLUSAO, "A" = ALTERACAO, "E" = EXCLUSAO.
           03 PT-ACAO              PIC X.
           03 PT-ID-RESP           PIC 9(05).
           03 PT-ID-ALUNO          PIC 9(05).
      *> Identifica o item dentro do aluno (materia, data, titulo);
      *> em branco nos tipos 10 e 20.
           03 PT-ITEM              PIC X(17).
           03 PT-DADOS             PIC X(120).
      *> "10" - responsavel.
           03 PT-DADOS-RESP REDEFINES PT-DADOS.
               05 PT-RP-NOME       PIC X(40).
               05 PT-RP-TELEFONE   PIC 9(12).
               05 PT-RP-CPF        PIC 9(11).
               05 FILLER           PIC X(57).
      *> "20" - aluno e o vinculo com o responsavel.
           03 PT-DADOS-ALUNO REDEFINES PT-DADOS.
               05 PT-AL-NOME       PIC X(60).
               05 PT-AL-DT-NASC    PIC 9(08).
               05 PT-AL-TURMA      PIC 9(03).
               05 PT-AL-VINCULO    PIC X.
               05 FILLER           PIC X(48).
      *> "30" - notas e media da materia.
           03 PT-DADOS-MEDIA REDEFINES PT-DADOS.
               05 PT-MD-MATERIA    PIC 9(03).
               05 PT-MD-NM-MATERIA PIC X(30).
               05 PT-MD-NOTA1      PIC 9(02)V99.
               05 PT-MD-NOTA2      PIC 9(02)V99.
               05 PT-MD-NOTA3      PIC 9(02)V99.
               05 PT-MD-NOTA4      PIC 9(02)V99.
               05 PT-MD-MEDIA      PIC 9(02)V99.
               05 PT-MD-NOTA-REC   PIC 9(02)V99.
               05 PT-MD-STATUS     PIC X(10).
               05 FILLER           PIC X(53).
      *> "40" - frequencia da materia no ano letivo ate hoje;
      *> percentual ZEROS quando nao ha aula contada.
           03 PT-DADOS-FREQ REDEFINES PT-DADOS.
               05 PT-FR-MATERIA    PIC 9(03).
               05 PT-FR-NM-MATERIA PIC X(30).
               05 PT-FR-DESDE      PIC 9(08).
               05 PT-FR-AULAS      PIC 9(04).
               05 PT-FR-PRESENCAS  PIC 9(04).
               05 PT-FR-FALTAS     PIC 9(04).
               05 PT-FR-JUSTIF     PIC 9(04).
               05 PT-FR-PERCENTUAL PIC 9(03).
               05 FILLER           PIC X(60).
      *> "41" - falta dentro da janela de dias recentes.
           03 PT-DADOS-FALTA REDEFINES PT-DADOS.
               05 PT-FA-DATA       PIC 9(08).
               05 PT-FA-MATERIA    PIC 9(03).
               05 PT-FA-NM-MATERIA PIC X(30).
      *> "S" = JUSTIFICADA POR ATESTADO.
               05 PT-FA-JUSTIF     PIC X.
               05 FILLER           PIC X(78).
      *> "50" - prova ou recuperacao marcada de hoje em diante.
           03 PT-DADOS-PROVA REDEFINES PT-DADOS.
               05 PT-AV-DATA       PIC 9(08).
               05 PT-AV-MATERIA    PIC 9(03).
               05 PT-AV-NM-MATERIA PIC X(30).
               05 PT-AV-BIMESTRE   PIC 9(01).
               05 PT-AV-TIPO       PIC X.
               05 FILLER           PIC X(77).
      *> "60" - ocorrencia dentro da janela de dias recentes.
           03 PT-DADOS-OCOR REDEFINES PT-DADOS.
               05 PT-OC-DATA       PIC 9(08).
               05 PT-OC-TIPO       PIC X.
               05 PT-OC-GRAVIDADE  PIC 9(01).
               05 PT-OC-DESCRICAO  PIC X(60).
               05 FILLER           PIC X(50).
      *> "70" - mensalidade/taxa ("M") ou parcela de financiamento
      *> ("P") em aberto; situacao "V" = VENCIDO, "A" = A VENCER.
           03 PT-DADOS-TITULO REDEFINES PT-DADOS.
               05 PT-TT-ORIGEM     PIC X.
               05 PT-TT-DESCRICAO  PIC X(20).
               05 PT-TT-REFERENCIA PIC X(12).
               05 PT-TT-VENCIMENTO PIC 9(08).
               05 PT-TT-VALOR      PIC 9(05)V99.
               05 PT-TT-SITUACAO   PIC X.
               05 FILLER           PIC X(71).

       01 WS-REG-TRAILER.
           03 FILLER               PIC X(02) VALUE "99".
           03 TR-SEQUENCIA         PIC 9(06).
           03 TR-QTD-DETALHES      PIC 9(07).
           03 TR-QTD-INCLUSOES     PIC 9(07).
           03 TR-QTD-ALTERACOES    PIC 9(07).
           03 TR-QTD-EXCLUSOES     PIC 9(07).
           03 TR-QTD-POR-TIPO      PIC X(48).
           03 FILLER               PIC X(66) VALUE SPACES.

      *> Chaves montadas dos itens.
       01 WS-ITEM-FALTA.
           03 WS-IF-DATA           PIC 9(08).
           03 WS-IF-MATERIA        PIC 9(03).
       01 WS-ITEM-PROVA.
           03 WS-IP-MATERIA        PIC 9(03).
           03 WS-IP-BIMESTRE       PIC 9(01).
           03 WS-IP-TIPO           PIC X.
       01 WS-ITEM-OCOR.
           03 WS-IO-DATA           PIC 9(08).
           03 WS-IO-SEQ            PIC 9(02).
       01 WS-ITEM-MENS.
           03 WS-IM-ORIGEM         PIC X VALUE "M".
           03 WS-IM-COMPETENCIA    PIC 9(06).
           03 WS-IM-SEQ            PIC 9(02).
       01 WS-ITEM-PARC.
           03 WS-IA-ORIGEM         PIC X VALUE "P".
           03 WS-IA-CONTRATO       PIC 9(06).
           03 WS-IA-PARCELA        PIC 9(03).
       01 WS-REF-PARCELA.
           03 WS-RA-CONTRATO       PIC 9(06).
           03 FILLER               PIC X VALUE "/".
           03 WS-RA-PARCELA        PIC 9(03).

       COPY WS_DATUTIL.
       COPY WS_BIMCAL.

      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
      *> ORQBAT passa o nome do programa; do menu vem a descricao
      *> da opcao e o operador escolhe o tipo de carga.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***FEED NOTURNO DO PORTAL DOS PAIS***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-PATH-M3.
           PERFORM P120-CARREGA-PARAMETROS.

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P130-PERIODOS

           MOVE "PORTAL  " TO WS-RT-PROG
           MOVE SPACES TO WS-RT-OPERADOR
           PERFORM P170-INICIA-RUNSTAT

           PERFORM P200-ABRE-REMESSA
           IF RODADA-OK THEN
               PERFORM P300-CARREGA-MATRICULAS
               PERFORM P400-GERA-FEED
               PERFORM P210-FECHA-REMESSA
           ELSE
               MOVE "99" TO WS-RT-RETORNO
           END-IF

           MOVE WS-TOT-VINCULOS TO WS-RT-LIDOS
           MOVE WS-TOT-DETALHES TO WS-RT-GRAVADOS
           COMPUTE WS-RT-REJEITADOS = WS-TOT-SEM-CONSENT
                                    + WS-TOT-VINC-INVALIDO
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

       P120-CARREGA-PARAMETROS.
      *>   Sem vigencia em PARAMS.DAT fica a janela padrao.
           MOVE "PORTAL-DIAS-RECENTES" TO WS-PM-CODIGO
           MOVE ZEROS                  TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM < 366 THEN
               MOVE WS-PM-VALOR-NUM TO WS-DIAS-RECENTES
           END-IF
           .

       P130-PERIODOS.
      *>   Faltas e ocorrencias "recentes": de hoje menos a janela.
           MOVE "D"              TO WS-DU-OPERACAO
           MOVE WS-DATA-HOJE     TO WS-DU-DATA-1
           COMPUTE WS-DU-QTD = ZERO - WS-DIAS-RECENTES
           CALL "DATUTIL" USING WS-DATUTIL-PARM
           IF WS-DU-ERRO EQUAL "S" THEN
               MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           ELSE
               MOVE WS-DU-RESULTADO-DATA TO WS-DATA-CORTE
           END-IF

      *>   Frequencia do ano letivo: do inicio do 1o bimestre em
      *>   BIMCAL.DAT ou, sem calendario, do ano civil.
           COMPUTE WS-BC-ANO-INF = WS-DATA-HOJE / 10000
           COMPUTE WS-INICIO-LETIVO = WS-BC-ANO-INF * 10000 + 101
           PERFORM P385-CARREGA-BIMCAL
           IF BIMCAL-OK AND WS-BC-TAB-INICIO (1) > ZEROS THEN
               MOVE WS-BC-TAB-INICIO (1) TO WS-INICIO-LETIVO
           END-IF
           .

      *>----------------------------------------------------------------
      *> Abertura da remessa: sequencial, tipo de carga e a foto do
      *> que ja foi enviado.
      *>----------------------------------------------------------------
       P200-ABRE-REMESSA.
           SET RODADA-OK  TO FALSE
           SET CARGA-DELTA TO TRUE
           MOVE ZEROS     TO PC-SEQUENCIA
           MOVE SPACES    TO PC-SITUACAO
           SET FS-CTL-OK  TO TRUE
           OPEN INPUT PORTAL-CTL
               IF FS-CTL-OK THEN
                   READ PORTAL-CTL
                       AT END CONTINUE
                   END-READ
               END-IF
               CLOSE PORTAL-CTL

           IF PC-SEQUENCIA IS NOT NUMERIC THEN
               MOVE ZEROS TO PC-SEQUENCIA
           END-IF
           MOVE PC-SEQUENCIA TO WS-SEQ-ANTERIOR
           COMPUTE WS-SEQUENCIA = PC-SEQUENCIA + 1

           IF LK-MENSAGEM NOT EQUAL "PORTAL" THEN
               DISPLAY "CARGA: <1> SO AS MUDANCAS (PADRAO)  "
                       "<2> CARGA COMPLETA"
               ACCEPT WS-OPCAO
               IF WS-OPCAO EQUAL "2" THEN
                   SET CARGA-COMPLETA TO TRUE
               END-IF
           END-IF
           IF PC-SEQUENCIA EQUAL ZEROS THEN
               SET CARGA-COMPLETA TO TRUE
           END-IF
      *>   Remessa anterior interrompida: a foto pode estar a frente
      *>   do que o aplicativo recebeu, entao recomeca do zero.
           IF PC-SITUACAO EQUAL "A" THEN
               DISPLAY "REMESSA " PC-SEQUENCIA " NAO TERMINOU - "
                       "GERANDO CARGA COMPLETA"
               SET CARGA-COMPLETA TO TRUE
           END-IF

           SET FS-FOTO-OK TO TRUE
           IF CARGA-DELTA THEN
               OPEN I-O FOTO
               IF WS-FS-FOTO EQUAL 35 THEN
                   SET CARGA-COMPLETA TO TRUE
               END-IF
           END-IF
           IF CARGA-COMPLETA THEN
               SET FS-FOTO-OK TO TRUE
               OPEN OUTPUT FOTO
               CLOSE FOTO
               OPEN I-O FOTO
           END-IF
           IF NOT FS-FOTO-OK THEN
               DISPLAY "ERRO AO ABRIR PORTALSN.DAT - FILE STATUS: "
                       WS-FS-FOTO
           ELSE
               SET FS-FEED-OK TO TRUE
               OPEN OUTPUT FEED
               IF NOT FS-FEED-OK THEN
                   DISPLAY "ERRO AO ABRIR PORTAL.TXT - FILE STATUS: "
                           WS-FS-FEED
                   CLOSE FOTO
               ELSE
                   SET RODADA-OK TO TRUE
                   MOVE "A" TO PC-SITUACAO
                   PERFORM P220-GRAVA-CONTROLE

                   MOVE WS-DATA-HOJE       TO HD-DATA
                   MOVE WS-HORA-AGORA(1:6) TO HD-HORA
                   MOVE WS-SEQUENCIA       TO HD-SEQUENCIA
                   MOVE WS-CARGA           TO HD-TIPO-CARGA
                   MOVE WS-DIAS-RECENTES   TO HD-DIAS-RECENTES
                   IF CARGA-COMPLETA THEN
                       MOVE ZEROS           TO HD-SEQ-ANTERIOR
                   ELSE
                       MOVE WS-SEQ-ANTERIOR TO HD-SEQ-ANTERIOR
                   END-IF
                   MOVE WS-REG-HEADER TO WS-LINHA-FEED
                   WRITE WS-LINHA-FEED
               END-IF
           END-IF
           .

       P210-FECHA-REMESSA.
           MOVE WS-SEQUENCIA      TO TR-SEQUENCIA
           MOVE WS-TOT-DETALHES   TO TR-QTD-DETALHES
           MOVE WS-TOT-INCLUSOES  TO TR-QTD-INCLUSOES
           MOVE WS-TOT-ALTERACOES TO TR-QTD-ALTERACOES
           MOVE WS-TOT-EXCLUSOES  TO TR-QTD-EXCLUSOES
           MOVE WS-TOT-POR-TIPO   TO TR-QTD-POR-TIPO
           MOVE WS-REG-TRAILER    TO WS-LINHA-FEED
           WRITE WS-LINHA-FEED
           CLOSE FEED
           CLOSE FOTO
           MOVE "C" TO PC-SITUACAO
           PERFORM P220-GRAVA-CONTROLE
           .

       P220-GRAVA-CONTROLE.
           SET FS-CTL-OK TO TRUE
           OPEN OUTPUT PORTAL-CTL
               IF FS-CTL-OK THEN
                   MOVE WS-SEQUENCIA TO PC-SEQUENCIA
                   MOVE WS-DATA-HOJE TO PC-DATA
                   WRITE REG-PORTAL-CTL
               END-IF
               CLOSE PORTAL-CTL
           .

       P300-CARREGA-MATRICULAS.
           MOVE ZEROS     TO WS-QTD-MATR
           SET EOF-OK     TO FALSE
           SET FS-MATR-OK TO TRUE
           OPEN INPUT MATRICULAS
           IF NOT FS-MATR-OK THEN
               SET EOF-OK TO TRUE
           END-IF
           PERFORM UNTIL EOF-OK
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF MT-ATIVA THEN
                           IF WS-QTD-MATR < WS-MAX-MATR THEN
                               ADD 1 TO WS-QTD-MATR
                               MOVE MT-ID-ALUNO
                                   TO WS-TM-ALUNO (WS-QTD-MATR)
                               MOVE MT-CD-TURMA
                                   TO WS-TM-TURMA (WS-QTD-MATR)
                           ELSE
                               DISPLAY "TABELA DE MATRICULAS CHEIA - "
                                       "ALUNO " MT-ID-ALUNO
                                       " SEM TURMA NO FEED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-MATR-OK THEN
               CLOSE MATRICULAS
           END-IF
           .

      *>----------------------------------------------------------------
      *> Um bloco por vinculo responsavel x aluno; o registro do
      *> responsavel vai uma vez so por remessa (a foto ja marcada
      *> com a remessa corrente barra a repeticao).
      *>----------------------------------------------------------------
       P400-GERA-FEED.
           PERFORM P410-ABRE-CADASTROS
           IF FS-RESP-OK AND FS-ALUNO-OK AND FS-CTT-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ RESPALU NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF RS-ATIVO AND
                              (RS-TIPO EQUAL "P" OR "M" OR "F") THEN
                               PERFORM P420-TRATA-VINCULO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM P800-EXCLUSOES
           ELSE
               DISPLAY "RESPALU.DAT, ALUNOS.DAT OU CONTATOS.DAT "
                       "INDISPONIVEL - REMESSA SO COM HEADER/TRAILER"
               MOVE "99" TO WS-RT-RETORNO
           END-IF
           PERFORM P415-FECHA-CADASTROS
           .

       P410-ABRE-CADASTROS.
           SET FS-RESP-OK  TO TRUE
           SET FS-ALUNO-OK TO TRUE
           SET FS-CTT-OK   TO TRUE
           OPEN INPUT RESPALU
           OPEN INPUT ALUNOS
           OPEN INPUT CONTATOS

           SET ABERTO-MATERIA TO FALSE
           SET ABERTO-NOTAS   TO FALSE
           SET ABERTO-FREQ    TO FALSE
           SET ABERTO-PROVA   TO FALSE
           SET ABERTO-OCOR    TO FALSE
           SET ABERTO-MENS    TO FALSE
           SET ABERTO-FIN     TO FALSE
           SET ABERTO-PARC    TO FALSE
           SET ABERTO-CONS    TO FALSE
           SET FS-MATERIA-OK  TO TRUE
           SET FS-NOTAS-OK    TO TRUE
           SET FS-FREQ-OK     TO TRUE
           SET FS-PROVA-OK    TO TRUE
           SET FS-OCOR-OK     TO TRUE
           SET FS-MENS-OK     TO TRUE
           SET FS-FIN-OK      TO TRUE
           SET FS-PARC-OK     TO TRUE
           SET FS-CONS-OK     TO TRUE
           OPEN INPUT MATERIAS
           IF FS-MATERIA-OK THEN
               SET ABERTO-MATERIA TO TRUE
           END-IF
           OPEN INPUT NOTAS
           IF FS-NOTAS-OK THEN
               SET ABERTO-NOTAS TO TRUE
           END-IF
           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK THEN
               SET ABERTO-FREQ TO TRUE
           END-IF
           OPEN INPUT PROVACAL
           IF FS-PROVA-OK THEN
               SET ABERTO-PROVA TO TRUE
           END-IF
           OPEN INPUT OCORRENCIAS
           IF FS-OCOR-OK THEN
               SET ABERTO-OCOR TO TRUE
           END-IF
           OPEN INPUT MENSALIDADES
           IF FS-MENS-OK THEN
               SET ABERTO-MENS TO TRUE
           END-IF
           OPEN INPUT FINANCIAMENTOS
           IF FS-FIN-OK THEN
               SET ABERTO-FIN TO TRUE
           END-IF
           OPEN INPUT PARCELAS
           IF FS-PARC-OK THEN
               SET ABERTO-PARC TO TRUE
           END-IF
      *>   Sem CONSENT.DAT o compartilhamento segue liberado
      *>   (opt-out).
           OPEN INPUT CONSENTIMENTOS
           IF FS-CONS-OK THEN
               SET ABERTO-CONS TO TRUE
           END-IF
           .

       P415-FECHA-CADASTROS.
           IF FS-RESP-OK THEN
               CLOSE RESPALU
           END-IF
           IF FS-ALUNO-OK THEN
               CLOSE ALUNOS
           END-IF
           IF FS-CTT-OK THEN
               CLOSE CONTATOS
           END-IF
           IF ABERTO-MATERIA THEN
               CLOSE MATERIAS
           END-IF
           IF ABERTO-NOTAS THEN
               CLOSE NOTAS
           END-IF
           IF ABERTO-FREQ THEN
               CLOSE FREQUENCIA
           END-IF
           IF ABERTO-PROVA THEN
               CLOSE PROVACAL
           END-IF
           IF ABERTO-OCOR THEN
               CLOSE OCORRENCIAS
           END-IF
           IF ABERTO-MENS THEN
               CLOSE MENSALIDADES
           END-IF
           IF ABERTO-FIN THEN
               CLOSE FINANCIAMENTOS
           END-IF
           IF ABERTO-PARC THEN
               CLOSE PARCELAS
           END-IF
           IF ABERTO-CONS THEN
               CLOSE CONSENTIMENTOS
           END-IF
           .

       P420-TRATA-VINCULO.
           ADD 1 TO WS-TOT-VINCULOS
           PERFORM P425-VALIDA-VINCULO
           EVALUATE TRUE
               WHEN NOT VINCULO-VALIDO
                   ADD 1 TO WS-TOT-VINC-INVALIDO
               WHEN SEM-CONSENTIMENTO
                   ADD 1 TO WS-TOT-SEM-CONSENT
               WHEN OTHER
                   PERFORM P430-TURMA-DO-ALUNO
                   PERFORM P440-RESPONSAVEL
                   PERFORM P445-ALUNO
                   PERFORM P450-MEDIAS
                   PERFORM P460-FREQUENCIA
                   PERFORM P470-PROVAS
                   PERFORM P480-OCORRENCIAS
                   PERFORM P490-MENSALIDADES
                   PERFORM P500-PARCELAS
           END-EVALUATE
           .

      *> Aluno ativo, responsavel ativo (nem inativo nem
      *> anonimizado) e o consentimento de compartilhamento.
       P425-VALIDA-VINCULO.
           SET VINCULO-VALIDO    TO FALSE
           SET SEM-CONSENTIMENTO TO FALSE
           MOVE RS-ID-ALUNO TO ID-ALUNO
           READ ALUNOS
               KEY IS ID-ALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ST-ALUNO-ATIVO THEN
                       SET VINCULO-VALIDO TO TRUE
                   END-IF
           END-READ
           IF VINCULO-VALIDO THEN
               SET VINCULO-VALIDO TO FALSE
               MOVE RS-ID-CONTATO TO ID-CONTATO
               READ CONTATOS
                   KEY IS ID-CONTATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-CONTATO EQUAL "A" THEN
                           SET VINCULO-VALIDO TO TRUE
                       END-IF
               END-READ
           END-IF
           IF VINCULO-VALIDO AND ABERTO-CONS THEN
               MOVE RS-ID-CONTATO TO CS-ID-CONTATO
               MOVE "P"           TO CS-CANAL
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

       P430-TURMA-DO-ALUNO.
           MOVE ZEROS TO WS-TURMA-ALUNO
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-QTD-MATR
                      OR WS-TURMA-ALUNO > ZEROS
               IF WS-TM-ALUNO (WS-M) EQUAL RS-ID-ALUNO THEN
                   MOVE WS-TM-TURMA (WS-M) TO WS-TURMA-ALUNO
               END-IF
           END-PERFORM
           .

       P440-RESPONSAVEL.
           MOVE "10"             TO PT-TIPO
           MOVE RS-ID-CONTATO    TO PT-ID-RESP
           MOVE ZEROS            TO PT-ID-ALUNO
           MOVE SPACES           TO PT-ITEM
           MOVE SPACES           TO PT-DADOS
           MOVE NM-CONTATO       TO PT-RP-NOME
           MOVE TELEFONE-CONTATO TO PT-RP-TELEFONE
           MOVE CPF-CONTATO      TO PT-RP-CPF
           PERFORM P700-EMITE-DETALHE
           .

       P445-ALUNO.
           MOVE "20"           TO PT-TIPO
           MOVE RS-ID-CONTATO  TO PT-ID-RESP
           MOVE RS-ID-ALUNO    TO PT-ID-ALUNO
           MOVE SPACES         TO PT-ITEM
           MOVE SPACES         TO PT-DADOS
           MOVE NM-ALUNO       TO PT-AL-NOME
           MOVE DT-NASC-ALUNO  TO PT-AL-DT-NASC
           MOVE WS-TURMA-ALUNO TO PT-AL-TURMA
           MOVE RS-TIPO        TO PT-AL-VINCULO
           PERFORM P700-EMITE-DETALHE
           .

       P450-MEDIAS.
           IF ABERTO-NOTAS THEN
               SET FIM-AUX TO FALSE
               MOVE RS-ID-ALUNO TO NT-ID-ALUNO
               START NOTAS KEY IS EQUAL NT-ID-ALUNO
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ NOTAS NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF NT-ID-ALUNO NOT EQUAL RS-ID-ALUNO THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               PERFORM P455-LINHA-MEDIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       P455-LINHA-MEDIA.
           MOVE NT-CD-MATERIA TO CD-MATERIA
           PERFORM P600-NOME-MATERIA
           MOVE "30"             TO PT-TIPO
           MOVE RS-ID-CONTATO    TO PT-ID-RESP
           MOVE RS-ID-ALUNO      TO PT-ID-ALUNO
           MOVE NT-CD-MATERIA    TO PT-ITEM
           MOVE SPACES           TO PT-DADOS
           MOVE NT-CD-MATERIA    TO PT-MD-MATERIA
           MOVE WS-NM-MATERIA-PT TO PT-MD-NM-MATERIA
           MOVE NT-NOTA1         TO PT-MD-NOTA1
           MOVE NT-NOTA2         TO PT-MD-NOTA2
           MOVE NT-NOTA3         TO PT-MD-NOTA3
           MOVE NT-NOTA4         TO PT-MD-NOTA4
           MOVE NT-MEDIA         TO PT-MD-MEDIA
           MOVE NT-NOTA-REC      TO PT-MD-NOTA-REC
           MOVE NT-STATUS        TO PT-MD-STATUS
           PERFORM P700-EMITE-DETALHE
           .

      *> Chamada do aluno na ordem materia + data: quebra por
      *> materia para o percentual e as faltas da janela recente
      *> saem na passagem.
       P460-FREQUENCIA.
           IF ABERTO-FREQ THEN
               SET FIM-AUX        TO FALSE
               SET FR-ACUMULANDO  TO FALSE
               MOVE RS-ID-ALUNO   TO FQ-ID-ALUNO
               MOVE ZEROS         TO FQ-CD-MATERIA
               MOVE ZEROS         TO FQ-DATA
               START FREQUENCIA KEY IS NOT LESS FQ-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF FQ-ID-ALUNO NOT EQUAL RS-ID-ALUNO THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               PERFORM P462-CONTA-CHAMADA
                           END-IF
                   END-READ
               END-PERFORM
               IF FR-ACUMULANDO THEN
                   PERFORM P465-LINHA-FREQUENCIA
               END-IF
           END-IF
           .

       P462-CONTA-CHAMADA.
           IF FR-ACUMULANDO AND FQ-CD-MATERIA NOT EQUAL WS-FR-MATERIA
              THEN
               PERFORM P465-LINHA-FREQUENCIA
               SET FR-ACUMULANDO TO FALSE
           END-IF
           IF NOT FR-ACUMULANDO THEN
               SET FR-ACUMULANDO TO TRUE
               MOVE FQ-CD-MATERIA TO WS-FR-MATERIA
               MOVE ZEROS         TO WS-FR-AULAS
               MOVE ZEROS         TO WS-FR-PRESENCAS
               MOVE ZEROS         TO WS-FR-JUSTIF
           END-IF
           IF FQ-DATA >= WS-INICIO-LETIVO AND
              FQ-DATA <= WS-DATA-HOJE THEN
               IF FQ-JUSTIFICADA THEN
                   ADD 1 TO WS-FR-JUSTIF
               ELSE
                   ADD 1 TO WS-FR-AULAS
                   IF FQ-PRESENTE THEN
                       ADD 1 TO WS-FR-PRESENCAS
                   END-IF
               END-IF
           END-IF
           IF (FQ-FALTA OR FQ-JUSTIFICADA) AND
              FQ-DATA >= WS-DATA-CORTE AND
              FQ-DATA <= WS-DATA-HOJE THEN
               PERFORM P468-LINHA-FALTA
           END-IF
           .

       P465-LINHA-FREQUENCIA.
           IF WS-FR-AULAS > ZEROS OR WS-FR-JUSTIF > ZEROS THEN
               MOVE WS-FR-MATERIA TO CD-MATERIA
               PERFORM P600-NOME-MATERIA
               MOVE "40"             TO PT-TIPO
               MOVE RS-ID-CONTATO    TO PT-ID-RESP
               MOVE RS-ID-ALUNO      TO PT-ID-ALUNO
               MOVE WS-FR-MATERIA    TO PT-ITEM
               MOVE SPACES           TO PT-DADOS
               MOVE WS-FR-MATERIA    TO PT-FR-MATERIA
               MOVE WS-NM-MATERIA-PT TO PT-FR-NM-MATERIA
               MOVE WS-INICIO-LETIVO TO PT-FR-DESDE
               MOVE WS-FR-AULAS      TO PT-FR-AULAS
               MOVE WS-FR-PRESENCAS  TO PT-FR-PRESENCAS
               COMPUTE PT-FR-FALTAS = WS-FR-AULAS - WS-FR-PRESENCAS
               MOVE WS-FR-JUSTIF     TO PT-FR-JUSTIF
               MOVE ZEROS            TO PT-FR-PERCENTUAL
               IF WS-FR-AULAS > ZEROS THEN
                   COMPUTE PT-FR-PERCENTUAL ROUNDED =
                           WS-FR-PRESENCAS * 100 / WS-FR-AULAS
               END-IF
               PERFORM P700-EMITE-DETALHE
           END-IF
           .

       P468-LINHA-FALTA.
           MOVE FQ-CD-MATERIA TO CD-MATERIA
           PERFORM P600-NOME-MATERIA
           MOVE FQ-DATA          TO WS-IF-DATA
           MOVE FQ-CD-MATERIA    TO WS-IF-MATERIA
           MOVE "41"             TO PT-TIPO
           MOVE RS-ID-CONTATO    TO PT-ID-RESP
           MOVE RS-ID-ALUNO      TO PT-ID-ALUNO
           MOVE WS-ITEM-FALTA    TO PT-ITEM
           MOVE SPACES           TO PT-DADOS
           MOVE FQ-DATA          TO PT-FA-DATA
           MOVE FQ-CD-MATERIA    TO PT-FA-MATERIA
           MOVE WS-NM-MATERIA-PT TO PT-FA-NM-MATERIA
           IF FQ-JUSTIFICADA THEN
               MOVE "S" TO PT-FA-JUSTIF
           ELSE
               MOVE "N" TO PT-FA-JUSTIF
           END-IF
           PERFORM P700-EMITE-DETALHE
           .

      *> Provas e recuperacoes da turma marcadas de hoje em diante;
      *> a prova que passou sai como exclusao na remessa seguinte.
       P470-PROVAS.
           IF ABERTO-PROVA AND WS-TURMA-ALUNO > ZEROS THEN
               SET FIM-AUX TO FALSE
               MOVE WS-TURMA-ALUNO TO PV-CD-TURMA
               MOVE ZEROS          TO PV-CD-MATERIA
               MOVE ZEROS          TO PV-BIMESTRE
               MOVE SPACES         TO PV-TIPO
               START PROVACAL KEY IS NOT LESS PV-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ PROVACAL NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF PV-CD-TURMA NOT EQUAL WS-TURMA-ALUNO
                              THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               IF PV-DATA >= WS-DATA-HOJE THEN
                                   PERFORM P475-LINHA-PROVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       P475-LINHA-PROVA.
           MOVE PV-CD-MATERIA TO CD-MATERIA
           PERFORM P600-NOME-MATERIA
           MOVE PV-CD-MATERIA    TO WS-IP-MATERIA
           MOVE PV-BIMESTRE      TO WS-IP-BIMESTRE
           MOVE PV-TIPO          TO WS-IP-TIPO
           MOVE "50"             TO PT-TIPO
           MOVE RS-ID-CONTATO    TO PT-ID-RESP
           MOVE RS-ID-ALUNO      TO PT-ID-ALUNO
           MOVE WS-ITEM-PROVA    TO PT-ITEM
           MOVE SPACES           TO PT-DADOS
           MOVE PV-DATA          TO PT-AV-DATA
           MOVE PV-CD-MATERIA    TO PT-AV-MATERIA
           MOVE WS-NM-MATERIA-PT TO PT-AV-NM-MATERIA
           MOVE PV-BIMESTRE      TO PT-AV-BIMESTRE
           MOVE PV-TIPO          TO PT-AV-TIPO
           PERFORM P700-EMITE-DETALHE
           .

       P480-OCORRENCIAS.
           IF ABERTO-OCOR THEN
               SET FIM-AUX TO FALSE
               MOVE RS-ID-ALUNO   TO OC-ID-ALUNO
               MOVE WS-DATA-CORTE TO OC-DATA
               MOVE ZEROS         TO OC-SEQ
               START OCORRENCIAS KEY IS NOT LESS OC-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ OCORRENCIAS NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF OC-ID-ALUNO NOT EQUAL RS-ID-ALUNO THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               PERFORM P485-LINHA-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       P485-LINHA-OCORRENCIA.
           MOVE OC-DATA        TO WS-IO-DATA
           MOVE OC-SEQ         TO WS-IO-SEQ
           MOVE "60"           TO PT-TIPO
           MOVE RS-ID-CONTATO  TO PT-ID-RESP
           MOVE RS-ID-ALUNO    TO PT-ID-ALUNO
           MOVE WS-ITEM-OCOR   TO PT-ITEM
           MOVE SPACES         TO PT-DADOS
           MOVE OC-DATA        TO PT-OC-DATA
           MOVE OC-TIPO        TO PT-OC-TIPO
           MOVE OC-GRAVIDADE   TO PT-OC-GRAVIDADE
           MOVE OC-DESCRICAO   TO PT-OC-DESCRICAO
           PERFORM P700-EMITE-DETALHE
           .

       P490-MENSALIDADES.
           IF ABERTO-MENS THEN
               SET FIM-AUX TO FALSE
               MOVE RS-ID-ALUNO TO MN-ID-ALUNO
               MOVE ZEROS       TO MN-COMPETENCIA
               MOVE ZEROS       TO MN-SEQ
               START MENSALIDADES KEY IS NOT LESS MN-CHAVE
                   INVALID KEY
                       SET FIM-AUX TO TRUE
               END-START
               PERFORM UNTIL FIM-AUX
                   READ MENSALIDADES NEXT RECORD
                       AT END
                           SET FIM-AUX TO TRUE
                       NOT AT END
                           IF MN-ID-ALUNO NOT EQUAL RS-ID-ALUNO THEN
                               SET FIM-AUX TO TRUE
                           ELSE
                               IF MN-ABERTA THEN
                                   PERFORM P495-LINHA-MENSALIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       P495-LINHA-MENSALIDADE.
           MOVE MN-COMPETENCIA TO WS-IM-COMPETENCIA
           MOVE MN-SEQ         TO WS-IM-SEQ
           MOVE "70"           TO PT-TIPO
           MOVE RS-ID-CONTATO  TO PT-ID-RESP
           MOVE RS-ID-ALUNO    TO PT-ID-ALUNO
           MOVE WS-ITEM-MENS   TO PT-ITEM
           MOVE SPACES         TO PT-DADOS
           MOVE "M"            TO PT-TT-ORIGEM
           EVALUATE TRUE
               WHEN MN-TIPO-TAXA
                   MOVE "TAXA AVULSA"       TO PT-TT-DESCRICAO
               WHEN MN-TIPO-ATIVIDADE
                   MOVE "ATIVIDADE ELETIVA" TO PT-TT-DESCRICAO
               WHEN OTHER
                   MOVE "MENSALIDADE"       TO PT-TT-DESCRICAO
           END-EVALUATE
           MOVE MN-COMPETENCIA   TO PT-TT-REFERENCIA
           MOVE MN-DT-VENCIMENTO TO PT-TT-VENCIMENTO
           MOVE MN-VALOR         TO PT-TT-VALOR
           IF MN-DT-VENCIMENTO < WS-DATA-HOJE THEN
               MOVE "V" TO PT-TT-SITUACAO
           ELSE
               MOVE "A" TO PT-TT-SITUACAO
           END-IF
           PERFORM P700-EMITE-DETALHE
           .

      *> Parcelas em aberto dos contratos de financiamento do aluno
      *> (chave alternativa FI-ID-ALUNO).
       P500-PARCELAS.
           IF ABERTO-FIN AND ABERTO-PARC THEN
               SET FIM-CONTRATOS TO FALSE
               MOVE RS-ID-ALUNO TO FI-ID-ALUNO
               START FINANCIAMENTOS KEY IS EQUAL FI-ID-ALUNO
                   INVALID KEY
                       SET FIM-CONTRATOS TO TRUE
               END-START
               PERFORM UNTIL FIM-CONTRATOS
                   READ FINANCIAMENTOS NEXT RECORD
                       AT END
                           SET FIM-CONTRATOS TO TRUE
                       NOT AT END
                           IF FI-ID-ALUNO NOT EQUAL RS-ID-ALUNO THEN
                               SET FIM-CONTRATOS TO TRUE
                           ELSE
                               PERFORM P505-PARCELAS-DO-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       P505-PARCELAS-DO-CONTRATO.
           SET FIM-AUX TO FALSE
           MOVE FI-NUM-CONTRATO TO PA-NUM-CONTRATO
           MOVE ZEROS           TO PA-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ PARCELAS NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF PA-NUM-CONTRATO NOT EQUAL FI-NUM-CONTRATO
                          THEN
                           SET FIM-AUX TO TRUE
                       ELSE
                           IF PA-ABERTA THEN
                               PERFORM P510-LINHA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P510-LINHA-PARCELA.
           MOVE PA-NUM-CONTRATO TO WS-IA-CONTRATO
           MOVE PA-NUM-PARCELA  TO WS-IA-PARCELA
           MOVE PA-NUM-CONTRATO TO WS-RA-CONTRATO
           MOVE PA-NUM-PARCELA  TO WS-RA-PARCELA
           MOVE "70"            TO PT-TIPO
           MOVE RS-ID-CONTATO   TO PT-ID-RESP
           MOVE RS-ID-ALUNO     TO PT-ID-ALUNO
           MOVE WS-ITEM-PARC    TO PT-ITEM
           MOVE SPACES          TO PT-DADOS
           MOVE "P"             TO PT-TT-ORIGEM
           MOVE FI-NM-PRODUTO   TO PT-TT-DESCRICAO
           MOVE WS-REF-PARCELA  TO PT-TT-REFERENCIA
           MOVE PA-DT-VENCIMENTO TO PT-TT-VENCIMENTO
           MOVE PA-VALOR        TO PT-TT-VALOR
           IF PA-DT-VENCIMENTO < WS-DATA-HOJE THEN
               MOVE "V" TO PT-TT-SITUACAO
           ELSE
               MOVE "A" TO PT-TT-SITUACAO
           END-IF
           PERFORM P700-EMITE-DETALHE
           .

       P600-NOME-MATERIA.
           MOVE "MATERIA NAO CADASTRADA" TO WS-NM-MATERIA-PT
           IF ABERTO-MATERIA THEN
               READ MATERIAS
                   KEY IS CD-MATERIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-MATERIA TO WS-NM-MATERIA-PT
               END-READ
           END-IF
           .

      *>----------------------------------------------------------------
      *> Confronto de um detalhe com a foto: chave nova vai como
      *> inclusao, dados diferentes como alteracao e o que nao
      *> mudou nao vai (na carga completa a foto nasce vazia, entao
      *> tudo vai como inclusao). A chave ja vista nesta remessa
      *> (responsavel com mais de um aluno) nao se repete.
      *>----------------------------------------------------------------
       P700-EMITE-DETALHE.
           MOVE PT-ID-RESP  TO SN-ID-RESP
           MOVE PT-ID-ALUNO TO SN-ID-ALUNO
           MOVE PT-TIPO     TO SN-TIPO
           MOVE PT-ITEM     TO SN-ITEM
           READ FOTO
               KEY IS SN-CHAVE
               INVALID KEY
                   MOVE PT-DADOS     TO SN-DADOS
                   MOVE WS-SEQUENCIA TO SN-SEQ-VISTO
                   WRITE REG-FOTO
                   MOVE "I" TO PT-ACAO
                   PERFORM P710-GRAVA-DETALHE
               NOT INVALID KEY
                   IF SN-SEQ-VISTO NOT EQUAL WS-SEQUENCIA THEN
                       MOVE WS-SEQUENCIA TO SN-SEQ-VISTO
                       IF SN-DADOS EQUAL PT-DADOS THEN
                           REWRITE REG-FOTO
                           ADD 1 TO WS-TOT-INALTERADOS
                       ELSE
                           MOVE PT-DADOS TO SN-DADOS
                           REWRITE REG-FOTO
                           MOVE "A" TO PT-ACAO
                           PERFORM P710-GRAVA-DETALHE
                       END-IF
                   END-IF
           END-READ
           .

       P710-GRAVA-DETALHE.
           MOVE WS-REG-DETALHE TO WS-LINHA-FEED
           WRITE WS-LINHA-FEED
           ADD 1 TO WS-TOT-DETALHES
           EVALUATE PT-ACAO
               WHEN "I"
                   ADD 1 TO WS-TOT-INCLUSOES
               WHEN "A"
                   ADD 1 TO WS-TOT-ALTERACOES
               WHEN "E"
                   ADD 1 TO WS-TOT-EXCLUSOES
           END-EVALUATE
           EVALUATE PT-TIPO
               WHEN "10"
                   ADD 1 TO WS-TOT-RESP
               WHEN "20"
                   ADD 1 TO WS-TOT-ALUNO
               WHEN "30"
                   ADD 1 TO WS-TOT-MEDIA
               WHEN "40"
                   ADD 1 TO WS-TOT-FREQ
               WHEN "41"
                   ADD 1 TO WS-TOT-FALTA
               WHEN "50"
                   ADD 1 TO WS-TOT-PROVA
               WHEN "60"
                   ADD 1 TO WS-TOT-OCOR
               WHEN "70"
                   ADD 1 TO WS-TOT-TITULO
           END-EVALUATE
           .

      *> O que esta na foto e nao apareceu nesta remessa (vinculo
      *> desfeito, consentimento recusado, prova realizada, titulo
      *> pago, falta fora da janela) vai como exclusao e sai da
      *> foto.
       P800-EXCLUSOES.
           SET FIM-AUX TO FALSE
           MOVE LOW-VALUES TO SN-CHAVE
           START FOTO KEY IS NOT LESS SN-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
           END-START
           PERFORM UNTIL FIM-AUX
               READ FOTO NEXT RECORD
                   AT END
                       SET FIM-AUX TO TRUE
                   NOT AT END
                       IF SN-SEQ-VISTO NOT EQUAL WS-SEQUENCIA THEN
                           MOVE SN-TIPO     TO PT-TIPO
                           MOVE SN-ID-RESP  TO PT-ID-RESP
                           MOVE SN-ID-ALUNO TO PT-ID-ALUNO
                           MOVE SN-ITEM     TO PT-ITEM
                           MOVE SN-DADOS    TO PT-DADOS
                           MOVE "E"         TO PT-ACAO
                           PERFORM P710-GRAVA-DETALHE
                           DELETE FOTO RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       COPY P-RUNSTAT.

       P900-FIM.
           DISPLAY "========================================"
           IF RODADA-OK THEN
               IF CARGA-COMPLETA THEN
                   DISPLAY "REMESSA " WS-SEQUENCIA
                           " (CARGA COMPLETA) GERADA EM "
                           WS-PORTAL-PATH
               ELSE
                   DISPLAY "REMESSA " WS-SEQUENCIA
                           " (MUDANCAS DESDE A " WS-SEQ-ANTERIOR
                           ") GERADA EM " WS-PORTAL-PATH
               END-IF
               DISPLAY "VINCULOS LIDOS:          " WS-TOT-VINCULOS
               DISPLAY "FORA POR RECUSA DE COMPARTILHAMENTO: "
                       WS-TOT-SEM-CONSENT
               DISPLAY "ALUNO OU RESPONSAVEL INATIVO: "
                       WS-TOT-VINC-INVALIDO
               DISPLAY "DETALHES GRAVADOS:       " WS-TOT-DETALHES
               DISPLAY "  INCLUSOES:             " WS-TOT-INCLUSOES
               DISPLAY "  ALTERACOES:            " WS-TOT-ALTERACOES
               DISPLAY "  EXCLUSOES:             " WS-TOT-EXCLUSOES
               DISPLAY "SEM MUDANCA (NAO ENVIADOS): "
                       WS-TOT-INALTERADOS
           ELSE
               DISPLAY "REMESSA NAO GERADA"
           END-IF
           DISPLAY "========================================"

           GOBACK.
       END PROGRAM PORTAL.
