      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CONVERSAO UNICA DO M4 PARA O CADASTRO DE ALUNOS
      *         AMPLIADO: ALUNOS.DAT PASSA DO DESENHO DE 43 BYTES
      *         (ID 9(03), NOME X(30), TELEFONE 9(09)) PARA O DE 400
      *         BYTES COM A FICHA CIVIL EM BRANCO, E TODO ARQUIVO QUE
      *         GUARDA O CODIGO DO ALUNO E REGRAVADO COM O ID EM
      *         9(05), COMPLETADO COM ZEROS A ESQUERDA (NOTAS,
      *         FREQUENCIA, MATRICULAS, FINANCEIRO, TRILHAS E
      *         CONTROLES). CADA ARQUIVO <NOME>.DAT GERA
      *         <NOME>_NOVO.DAT NO MESMO DIRETORIO; ARQUIVO AUSENTE E
      *         SO INFORMADO. APOS CONFERIR OS TOTAIS EXIBIDOS,
      *         RENOMEAR OS ARQUIVOS NOVOS SOBRE OS ANTIGOS (MESMO
      *         PADRAO DE CNVCNTT.cbl NO M3). CAIXAMOV.DAT, QUE AINDA
      *         ESTA NO DESENHO ORIGINAL DE 34 BYTES, SAI JA NO
      *         DESENHO COM TIPO DE TITULO E DE MOVIMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVALU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALUNOS-ANT ASSIGN TO WS-ALUNOS-PATH
      *>          CADASTRO DE ALUNOS NO DESENHO ANTIGO (43 BYTES).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALA-ID-ALUNO
               FILE STATUS IS WS-FS-ANT.

               SELECT ALUNOS-NOVO ASSIGN TO WS-CNV-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-NOVO.

               SELECT NFSERPS-ANT ASSIGN TO WS-NFSERPS-PATH
      *>          LIVRO DE RPS: A CHAVE DO TITULO "M" CARREGA O
      *>          ID DO ALUNO E TAMBEM CRESCE.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NFA-NUM-RPS
               ALTERNATE RECORD KEY IS NFA-TITULO
               FILE STATUS IS WS-FS-ANT.

               SELECT NFSERPS-NOVO ASSIGN TO WS-CNV-NFSERPS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-NUM-RPS
               ALTERNATE RECORD KEY IS RP-TITULO
               FILE STATUS IS WS-FS-NOVO.

               SELECT ACADHIST-ANT ASSIGN TO WS-ACADHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT ACADHIST-NOVO ASSIGN TO WS-CNV-ACADHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT ASSENTOS-ANT ASSIGN TO WS-ASSENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT ASSENTOS-NOVO ASSIGN TO WS-CNV-ASSENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT ATESTADOS-ANT ASSIGN TO WS-ATESTADO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT ATESTADOS-NOVO ASSIGN TO WS-CNV-ATESTADOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT DOCREG-ANT ASSIGN TO WS-DOCREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRA-NUMERO
               FILE STATUS IS WS-FS-ANT.

               SELECT DOCREG-NOVO ASSIGN TO WS-CNV-DOCREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-NUMERO
               FILE STATUS IS WS-FS-NOVO.

               SELECT FILAESP-ANT ASSIGN TO WS-FILAESP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FLA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT FILAESP-NOVO ASSIGN TO WS-CNV-FILAESP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT FREQUENCIA-ANT ASSIGN TO WS-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FQA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT FREQUENCIA-NOVO ASSIGN TO WS-CNV-FREQUENCIA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOVO.

               SELECT LIBFIN-ANT ASSIGN TO WS-LIBFIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT LIBFIN-NOVO ASSIGN TO WS-CNV-LIBFIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.

               SELECT MATRICULAS-ANT ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT MATRICULAS-NOVO ASSIGN TO WS-CNV-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT NOTAS-ANT ASSIGN TO WS-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTA-CHAVE
               ALTERNATE RECORD KEY IS NTA-ID-ALUNO
                                     WITH DUPLICATES
               FILE STATUS IS WS-FS-ANT.

               SELECT NOTAS-NOVO ASSIGN TO WS-CNV-NOTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOVO.

               SELECT OCORRENCIAS-ANT ASSIGN TO WS-OCORREN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT OCORRENCIAS-NOVO ASSIGN TO WS-CNV-OCORRENCIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT REMPEND-ANT ASSIGN TO WS-REMPEND-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPA-ID-ALUNO
               FILE STATUS IS WS-FS-ANT.

               SELECT REMPEND-NOVO ASSIGN TO WS-CNV-REMPEND-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-ID-ALUNO OF REG-REMPEND
               FILE STATUS IS WS-FS-NOVO.

               SELECT RESPALU-ANT ASSIGN TO WS-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT RESPALU-NOVO ASSIGN TO WS-CNV-RESPALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT RESULTANO-ANT ASSIGN TO WS-RESULTANO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT RESULTANO-NOVO ASSIGN TO WS-CNV-RESULTANO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT SAUDE-ANT ASSIGN TO WS-SAUDE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAA-ID-ALUNO
               FILE STATUS IS WS-FS-ANT.

               SELECT SAUDE-NOVO ASSIGN TO WS-CNV-SAUDE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-ID-ALUNO
               FILE STATUS IS WS-FS-NOVO.

               SELECT TRANSALU-ANT ASSIGN TO WS-TRANSALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAA-ID-ALUNO
               FILE STATUS IS WS-FS-ANT.

               SELECT TRANSALU-NOVO ASSIGN TO WS-CNV-TRANSALU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-ID-ALUNO
               FILE STATUS IS WS-FS-NOVO.

               SELECT BAIXAPER-ANT ASSIGN TO WS-BAIXAPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT BAIXAPER-NOVO ASSIGN TO WS-CNV-BAIXAPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.

               SELECT BOLSAS-ANT ASSIGN TO WS-BOLSAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BLA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT BOLSAS-NOVO ASSIGN TO WS-CNV-BOLSAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT CAIXAMOV-ANT ASSIGN TO WS-CAIXAMOV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MVA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT CAIXAMOV-NOVO ASSIGN TO WS-CNV-CAIXAMOV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT ESTORNOS-ANT ASSIGN TO WS-ESTORNOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT ESTORNOS-NOVO ASSIGN TO WS-CNV-ESTORNOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.

               SELECT FINANCIAMENTOS-ANT
                   ASSIGN TO WS-FINANCIAMENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIA-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FIA-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-ANT.

               SELECT FINANCIAMENTOS-NOVO
                   ASSIGN TO WS-CNV-FINANCIAMENTOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-NUM-CONTRATO
               ALTERNATE RECORD KEY IS FI-ID-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-FS-NOVO.

               SELECT MENSALIDADES-ANT ASSIGN TO WS-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT MENSALIDADES-NOVO
                   ASSIGN TO WS-CNV-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT NEGREG-ANT ASSIGN TO WS-NEGREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NGA-NUM-CONTRATO
               FILE STATUS IS WS-FS-ANT.

               SELECT NEGREG-NOVO ASSIGN TO WS-CNV-NEGREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NG-NUM-CONTRATO
               FILE STATUS IS WS-FS-NOVO.

               SELECT PROPOSTAS-ANT ASSIGN TO WS-PROPOSTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PPA-NUMERO
               FILE STATUS IS WS-FS-ANT.

               SELECT PROPOSTAS-NOVO ASSIGN TO WS-CNV-PROPOSTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-NUMERO
               FILE STATUS IS WS-FS-NOVO.

               SELECT RETBAIXA-ANT ASSIGN TO WS-RETBAIXA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT RETBAIXA-NOVO ASSIGN TO WS-CNV-RETBAIXA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.

               SELECT COBEXT-ANT ASSIGN TO WS-COBEXT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEA-NUM-CONTRATO
               FILE STATUS IS WS-FS-ANT.

               SELECT COBEXT-NOVO ASSIGN TO WS-CNV-COBEXT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-NUM-CONTRATO
               FILE STATUS IS WS-FS-NOVO.

               SELECT CARTREG-ANT ASSIGN TO WS-CARTREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRA-ID-ALUNO
               FILE STATUS IS WS-FS-ANT.

               SELECT CARTREG-NOVO ASSIGN TO WS-CNV-CARTREG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-ID-ALUNO
               FILE STATUS IS WS-FS-NOVO.

               SELECT RECCONV-CTL-ANT ASSIGN TO WS-RECCONV-CTL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CVA-CHAVE
               FILE STATUS IS WS-FS-ANT.

               SELECT RECCONV-CTL-NOVO ASSIGN TO WS-CNV-RECCONV-CTL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-NOVO.

               SELECT STUDXREF-ANT ASSIGN TO WS-STUDXREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRA-CD-STUDENT
               FILE STATUS IS WS-FS-ANT.

               SELECT STUDXREF-NOVO ASSIGN TO WS-CNV-STUDXREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-CD-STUDENT
               FILE STATUS IS WS-FS-NOVO.

               SELECT BOLSALOG-ANT ASSIGN TO WS-BOLSALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT BOLSALOG-NOVO ASSIGN TO WS-CNV-BOLSALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.

               SELECT NOTAS-ORF-ANT ASSIGN TO WS-NOTAS-ORF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.

               SELECT NOTAS-ORF-NOVO ASSIGN TO WS-CNV-NOTAS-ORF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS-ANT.
      *> Desenho anterior a ficha civil, com a chave de 3 digitos.
       01 ALA-REGISTRO.
           03 ALA-ID-ALUNO              PIC 9(03).
           03 ALA-NM-ALUNO              PIC X(30).
           03 ALA-TL-ALUNO              PIC 9(09).
           03 ALA-ST-ALUNO              PIC X.

       FD ALUNOS-NOVO.
       COPY FD_ALUNO.

       FD NFSERPS-ANT.
      *> RP-TIT-CHAVE tinha 11 posicoes: MN-CHAVE com o ID de 3
      *> digitos, ou PA-CHAVE (contrato + parcela) e 2 brancos.
       01 NFA-REGISTRO.
           03 NFA-NUM-RPS               PIC 9(08).
           03 NFA-TITULO.
               05 NFA-TIPO-TITULO       PIC X.
               05 NFA-TIT-CHAVE         PIC X(11).
               05 NFA-DT-PAGAMENTO      PIC 9(08).
           03 NFA-ID-ALUNO              PIC 9(03).
           03 NFA-RESTO                 PIC X(201).

       FD NFSERPS-NOVO.
       COPY FD_NFSERPS.

       FD ACADHIST-ANT.
       01 AHA-REGISTRO.
           03 AHA-CHAVE            PIC X(10).
           03 FILLER               PIC X(34).

       FD ACADHIST-NOVO.
       COPY FD_ACADHIST.

       FD ASSENTOS-ANT.
       01 ASA-REGISTRO.
           03 ASA-CHAVE            PIC X(05).
           03 FILLER               PIC X(03).

       FD ASSENTOS-NOVO.
       COPY FD_ASSENTO.

       FD ATESTADOS-ANT.
       01 ATA-REGISTRO.
           03 ATA-CHAVE            PIC X(11).
           03 FILLER               PIC X(59).

       FD ATESTADOS-NOVO.
       COPY FD_ATESTADO.

       FD DOCREG-ANT.
       01 DRA-REGISTRO.
           03 DRA-NUMERO           PIC 9(06).
           03 FILLER               PIC X(49).

       FD DOCREG-NOVO.
       COPY FD_DOCREG.

       FD FILAESP-ANT.
       01 FLA-REGISTRO.
           03 FLA-CHAVE            PIC X(06).
           03 FILLER               PIC X(12).

       FD FILAESP-NOVO.
       COPY FD_FILAESP.

       FD FREQUENCIA-ANT.
       01 FQA-REGISTRO.
           03 FQA-CHAVE            PIC X(14).
           03 FILLER               PIC X(01).

       FD FREQUENCIA-NOVO.
       COPY FD_FREQ.

       FD LIBFIN-ANT.
       01 LFA-LINHA                PIC X(109).

       FD LIBFIN-NOVO.
       COPY FD_LIBFIN.

       FD MATRICULAS-ANT.
       01 MTA-REGISTRO.
           03 MTA-CHAVE            PIC X(06).
           03 FILLER               PIC X(09).

       FD MATRICULAS-NOVO.
       COPY FD_MATRIC.

       FD NOTAS-ANT.
       01 NTA-REGISTRO.
           03 NTA-CHAVE.
               05 NTA-ID-ALUNO     PIC 9(03).
               05 NTA-CD-MATERIA   PIC 9(03).
           03 FILLER               PIC X(34).

       FD NOTAS-NOVO.
       COPY FD_NOTAS.

       FD OCORRENCIAS-ANT.
       01 OCA-REGISTRO.
           03 OCA-CHAVE            PIC X(13).
           03 FILLER               PIC X(72).

       FD OCORRENCIAS-NOVO.
       COPY FD_OCORREN.

       FD REMPEND-ANT.
       01 RPA-REGISTRO.
           03 RPA-ID-ALUNO         PIC 9(03).
           03 FILLER               PIC X(35).

       FD REMPEND-NOVO.
       COPY FD_REMPEND.

       FD RESPALU-ANT.
       01 RSA-REGISTRO.
           03 RSA-CHAVE            PIC X(08).
           03 FILLER               PIC X(02).

       FD RESPALU-NOVO.
       COPY FD_RESPALU.

       FD RESULTANO-ANT.
       01 RFA-REGISTRO.
           03 RFA-CHAVE            PIC X(07).
           03 FILLER               PIC X(21).

       FD RESULTANO-NOVO.
       COPY FD_RESULTANO.

       FD SAUDE-ANT.
       01 SAA-REGISTRO.
           03 SAA-ID-ALUNO         PIC 9(03).
           03 FILLER               PIC X(197).

       FD SAUDE-NOVO.
       COPY FD_SAUDE.

       FD TRANSALU-ANT.
       01 TAA-REGISTRO.
           03 TAA-ID-ALUNO         PIC 9(03).
           03 FILLER               PIC X(04).

       FD TRANSALU-NOVO.
       COPY FD_TRANSALU.

       FD BAIXAPER-ANT.
       01 BPA-LINHA                PIC X(126).

       FD BAIXAPER-NOVO.
       COPY FD_BAIXAPER.

       FD BOLSAS-ANT.
       01 BLA-REGISTRO.
           03 BLA-CHAVE            PIC X(11).
           03 FILLER               PIC X(17).

       FD BOLSAS-NOVO.
       COPY FD_BOLSA.

       FD CAIXAMOV-ANT.
      *> Desenho original (34 bytes): so baixa de parcela, valor
      *> sem sinal, sem tipo de titulo nem de movimento.
       01 MVA-REGISTRO.
           03 MVA-CHAVE.
               05 MVA-NUM-SESSAO   PIC 9(06).
               05 MVA-SEQ          PIC 9(04).
           03 MVA-NUM-CONTRATO     PIC 9(06).
           03 MVA-NUM-PARCELA      PIC 9(03).
           03 MVA-VALOR            PIC 9(05)V99.
           03 MVA-DT-BAIXA         PIC 9(08).

       FD CAIXAMOV-NOVO.
       COPY FD_CAIXAMOV.

       FD ESTORNOS-ANT.
       01 ESA-LINHA                PIC X(140).

       FD ESTORNOS-NOVO.
       COPY FD_ESTORNO.

       FD FINANCIAMENTOS-ANT.
       01 FIA-REGISTRO.
           03 FIA-NUM-CONTRATO     PIC 9(06).
           03 FIA-ID-ALUNO         PIC 9(03).
           03 FILLER               PIC X(88).

       FD FINANCIAMENTOS-NOVO.
       COPY FD_FINANC.

       FD MENSALIDADES-ANT.
       01 MNA-REGISTRO.
           03 MNA-CHAVE            PIC X(11).
           03 FILLER               PIC X(40).

       FD MENSALIDADES-NOVO.
       COPY FD_MENSAL.

       FD NEGREG-ANT.
       01 NGA-REGISTRO.
           03 NGA-NUM-CONTRATO     PIC 9(06).
           03 FILLER               PIC X(20).

       FD NEGREG-NOVO.
       COPY FD_NEGREG.

       FD PROPOSTAS-ANT.
       01 PPA-REGISTRO.
           03 PPA-NUMERO           PIC 9(06).
           03 FILLER               PIC X(99).

       FD PROPOSTAS-NOVO.
       COPY FD_PROPOSTA.

       FD RETBAIXA-ANT.
       01 RBA-LINHA                PIC X(45).

       FD RETBAIXA-NOVO.
       COPY FD_RETBAIXA.

       FD COBEXT-ANT.
       01 CEA-REGISTRO.
           03 CEA-NUM-CONTRATO     PIC 9(06).
           03 FILLER               PIC X(68).

       FD COBEXT-NOVO.
       COPY FD_COBEXT.

       FD CARTREG-ANT.
       01 CRA-REGISTRO.
           03 CRA-ID-ALUNO         PIC 9(03).
           03 FILLER               PIC X(10).

       FD CARTREG-NOVO.
       01 REG-CARTREG.
           03 CR-ID-ALUNO          PIC 9(05).
           03 CR-QTD-EMISSOES      PIC 9(02).
           03 CR-DT-ULTIMA         PIC 9(08).

       FD RECCONV-CTL-ANT.
       01 CVA-REGISTRO.
           03 CVA-CHAVE            PIC X(06).
           03 FILLER               PIC X(08).

       FD RECCONV-CTL-NOVO.
       01 REG-RECCONV-CTL.
           03 CV-CHAVE.
               05 CV-ID-ALUNO      PIC 9(05).
               05 CV-CD-MATERIA    PIC 9(03).
           03 CV-DT-CONVOCACAO     PIC 9(08).

       FD STUDXREF-ANT.
       01 XRA-REGISTRO.
           03 XRA-CD-STUDENT       PIC 9(05).
           03 FILLER               PIC X(03).

       FD STUDXREF-NOVO.
       01 REG-STUDXREF.
           03 XR-CD-STUDENT        PIC 9(05).
           03 XR-ID-ALUNO          PIC 9(05).

       FD BOLSALOG-ANT.
       01 BGA-LINHA                PIC X(39).

       FD BOLSALOG-NOVO.
       01 WS-LINHA-BOLSALOG        PIC X(41).

       FD NOTAS-ORF-ANT.
       01 ORA-LINHA                PIC X(40).

       FD NOTAS-ORF-NOVO.
       01 WS-LINHA-NOTAS-ORF       PIC X(42).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.

       77 WS-FS-ANT        PIC 99.
           88 FS-ANT-OK    VALUE 0.
       77 WS-FS-NOVO       PIC 99.
           88 FS-NOVO-OK   VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

      *> STUDXREF.DAT vive no diretorio do STUDENT.DAT (ver
      *> CONSOLID); RECCONV.CTL e NOTAS_ORF.DAT tem o caminho montado
      *> localmente nos programas que os gravam.
       77 WS-BASE-DIR-STUDENT  PIC X(150) VALUE SPACES.
       77 WS-STUDXREF-PATH     PIC X(200) VALUE SPACES.
       77 WS-RECCONV-CTL-PATH  PIC X(200) VALUE SPACES.
       77 WS-NOTAS-ORF-PATH    PIC X(200) VALUE SPACES.

      *> Caminhos dos arquivos convertidos, resolvidos a partir do
      *> mesmo WS-BASE-DIR-M4 de P100-RESOLVE-PATH.
       77 WS-CNV-ALUNOS-PATH     PIC X(200) VALUE SPACES.
       77 WS-CNV-NFSERPS-PATH    PIC X(200) VALUE SPACES.
       77 WS-CNV-ACADHIST-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-ASSENTOS-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-ATESTADOS-PATH  PIC X(200) VALUE SPACES.
       77 WS-CNV-DOCREG-PATH     PIC X(200) VALUE SPACES.
       77 WS-CNV-FILAESP-PATH    PIC X(200) VALUE SPACES.
       77 WS-CNV-FREQUENCIA-PATH PIC X(200) VALUE SPACES.
       77 WS-CNV-LIBFIN-PATH     PIC X(200) VALUE SPACES.
       77 WS-CNV-MATRICULAS-PATH PIC X(200) VALUE SPACES.
       77 WS-CNV-NOTAS-PATH      PIC X(200) VALUE SPACES.
       77 WS-CNV-OCORRENCIAS-PATH PIC X(200) VALUE SPACES.
       77 WS-CNV-REMPEND-PATH    PIC X(200) VALUE SPACES.
       77 WS-CNV-RESPALU-PATH    PIC X(200) VALUE SPACES.
       77 WS-CNV-RESULTANO-PATH  PIC X(200) VALUE SPACES.
       77 WS-CNV-SAUDE-PATH      PIC X(200) VALUE SPACES.
       77 WS-CNV-TRANSALU-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-BAIXAPER-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-BOLSAS-PATH     PIC X(200) VALUE SPACES.
       77 WS-CNV-CAIXAMOV-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-ESTORNOS-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-FINANCIAMENTOS-PATH PIC X(200) VALUE SPACES.
       77 WS-CNV-MENSALIDADES-PATH PIC X(200) VALUE SPACES.
       77 WS-CNV-NEGREG-PATH     PIC X(200) VALUE SPACES.
       77 WS-CNV-PROPOSTAS-PATH  PIC X(200) VALUE SPACES.
       77 WS-CNV-RETBAIXA-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-COBEXT-PATH     PIC X(200) VALUE SPACES.
       77 WS-CNV-CARTREG-PATH    PIC X(200) VALUE SPACES.
       77 WS-CNV-RECCONV-CTL-PATH PIC X(200) VALUE SPACES.
       77 WS-CNV-STUDXREF-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-BOLSALOG-PATH   PIC X(200) VALUE SPACES.
       77 WS-CNV-NOTAS-ORF-PATH  PIC X(200) VALUE SPACES.

      *> Area da regravacao generica: o registro antigo entra em
      *> WS-CNV-ANT e sai em WS-CNV-NOVO com "00" inserido na
      *> posicao WS-CNV-POS, onde comecava o ID de 3 digitos.
       77 WS-CNV-ANT           PIC X(400) VALUE SPACES.
       77 WS-CNV-NOVO          PIC X(400) VALUE SPACES.
       77 WS-CNV-POS           PIC 9(03) VALUE ZEROS.
       77 WS-CNV-TAM           PIC 9(03) VALUE ZEROS.
       77 WS-CNV-RESTO         PIC 9(03) VALUE ZEROS.
       77 WS-CNV-ARQUIVO       PIC X(20) VALUE SPACES.

       77 WS-TOT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-GRAVADOS      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-AUSENTES      PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CONVERSAO DO CADASTRO DE ALUNOS - ID 9(05)***".
           PERFORM P100-RESOLVE-PATH.
           PERFORM P110-RESOLVE-STUDENT.
           PERFORM P200-MONTA-CAMINHOS.

           PERFORM P300-CONVERTE-ALUNOS
           PERFORM P305-CONVERTE-ACADHIST
           PERFORM P310-CONVERTE-ASSENTOS
           PERFORM P315-CONVERTE-ATESTADOS
           PERFORM P320-CONVERTE-DOCREG
           PERFORM P325-CONVERTE-FILAESP
           PERFORM P330-CONVERTE-FREQUENCIA
           PERFORM P335-CONVERTE-LIBFIN
           PERFORM P340-CONVERTE-MATRICULAS
           PERFORM P345-CONVERTE-NOTAS
           PERFORM P350-CONVERTE-OCORRENCIAS
           PERFORM P355-CONVERTE-REMPEND
           PERFORM P360-CONVERTE-RESPALU
           PERFORM P365-CONVERTE-RESULTANO
           PERFORM P370-CONVERTE-SAUDE
           PERFORM P375-CONVERTE-TRANSALU
           PERFORM P380-CONVERTE-BAIXAPER
           PERFORM P385-CONVERTE-BOLSAS
           PERFORM P390-CONVERTE-CAIXAMOV
           PERFORM P395-CONVERTE-ESTORNOS
           PERFORM P400-CONVERTE-FINANCIAMENTOS
           PERFORM P405-CONVERTE-MENSALIDADES
           PERFORM P410-CONVERTE-NEGREG
           PERFORM P415-CONVERTE-PROPOSTAS
           PERFORM P420-CONVERTE-RETBAIXA
           PERFORM P425-CONVERTE-COBEXT
           PERFORM P430-CONVERTE-CARTREG
           PERFORM P435-CONVERTE-RECCONV-CTL
           PERFORM P440-CONVERTE-STUDXREF
           PERFORM P445-CONVERTE-BOLSALOG
           PERFORM P450-CONVERTE-NOTAS-ORF
           PERFORM P460-CONVERTE-NFSERPS

           DISPLAY "ARQUIVOS CONVERTIDOS: " WS-QTD-CONVERTIDOS
                   "  AUSENTES: " WS-QTD-AUSENTES
           DISPLAY "CONFERIDOS OS TOTAIS, RENOMEAR OS ARQUIVOS "
                   "*_NOVO SOBRE OS ANTIGOS."
           PERFORM P900-FIM.

       P200-MONTA-CAMINHOS.
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ALUNOS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-ALUNOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ACADHIST_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-ACADHIST-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ASSENTOS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-ASSENTOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ATESTADO_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-ATESTADOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\DOCREG_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-DOCREG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FILAESP_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-FILAESP-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FREQUENCIA_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-FREQUENCIA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\LIBFIN_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-LIBFIN-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MATRICULAS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-MATRICULAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-NOTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\OCORREN_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-OCORRENCIAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\REMPEND_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-REMPEND-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RESPALU_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-RESPALU-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RESULTANO_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-RESULTANO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\SAUDE_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-SAUDE-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\TRANSALU_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-TRANSALU-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\BAIXAPER_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-BAIXAPER-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\BOLSAS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-BOLSAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CAIXAMOV_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-CAIXAMOV-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ESTORNOS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-ESTORNOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FINANCIAMENTOS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-FINANCIAMENTOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MENSALIDADES_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-MENSALIDADES-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NEGREG_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-NEGREG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PROPOSTAS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-PROPOSTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RETBAIXA_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-RETBAIXA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\COBEXT_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-COBEXT-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CARTREG_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-CARTREG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RECCONV.CTL" DELIMITED BY SIZE
                  INTO WS-RECCONV-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RECCONV_NOVO.CTL" DELIMITED BY SIZE
                  INTO WS-CNV-RECCONV-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\BOLSALOG_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-BOLSALOG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS_ORF.DAT" DELIMITED BY SIZE
                  INTO WS-NOTAS-ORF-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS_ORF_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-NOTAS-ORF-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NFSERPS_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-NFSERPS-PATH
           .

       P300-CONVERTE-ALUNOS.
      *> O cadastro muda de desenho, nao so de chave: os campos
      *> antigos sao movidos um a um e a ficha civil entra em branco
      *> (numericos zerados) para a secretaria completar em ALTALU.
           MOVE "ALUNOS.DAT"                   TO WS-CNV-ARQUIVO
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT ALUNOS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT ALUNOS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ ALUNOS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               PERFORM P301-REGRAVA-ALUNO
                       END-READ
                   END-PERFORM
                   CLOSE ALUNOS-NOVO
               END-IF
               CLOSE ALUNOS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P301-REGRAVA-ALUNO.
           MOVE SPACES         TO REG-ALUNO
           MOVE ALA-ID-ALUNO   TO ID-ALUNO
           MOVE ALA-NM-ALUNO   TO NM-ALUNO
           MOVE ALA-TL-ALUNO   TO TL-ALUNO
           MOVE ALA-ST-ALUNO   TO ST-ALUNO
           MOVE ZEROS          TO DT-NASC-ALUNO
           MOVE ZEROS          TO CPF-ALUNO
           MOVE ZEROS          TO CEP-ALUNO

           WRITE REG-ALUNO
               INVALID KEY
                   ADD 1 TO WS-TOT-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GRAVADOS
           END-WRITE
           .

       P305-CONVERTE-ACADHIST.
           MOVE "ACADHIST.DAT"          TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 44                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT ACADHIST-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT ACADHIST-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ ACADHIST-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE AHA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-ACADHIST
                               WRITE REG-ACADHIST
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ACADHIST-NOVO
               END-IF
               CLOSE ACADHIST-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P310-CONVERTE-ASSENTOS.
           MOVE "ASSENTOS.DAT"          TO WS-CNV-ARQUIVO
           MOVE 6                       TO WS-CNV-POS
           MOVE 8                       TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT ASSENTOS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT ASSENTOS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ ASSENTOS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE ASA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-ASSENTO
                               WRITE REG-ASSENTO
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ASSENTOS-NOVO
               END-IF
               CLOSE ASSENTOS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P315-CONVERTE-ATESTADOS.
           MOVE "ATESTADO.DAT"          TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 70                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT ATESTADOS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT ATESTADOS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ ATESTADOS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE ATA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-ATESTADO
                               WRITE REG-ATESTADO
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ATESTADOS-NOVO
               END-IF
               CLOSE ATESTADOS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P320-CONVERTE-DOCREG.
           MOVE "DOCREG.DAT"            TO WS-CNV-ARQUIVO
           MOVE 8                       TO WS-CNV-POS
           MOVE 55                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT DOCREG-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT DOCREG-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ DOCREG-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE DRA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-DOCREG
                               WRITE REG-DOCREG
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE DOCREG-NOVO
               END-IF
               CLOSE DOCREG-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P325-CONVERTE-FILAESP.
           MOVE "FILAESP.DAT"           TO WS-CNV-ARQUIVO
           MOVE 7                       TO WS-CNV-POS
           MOVE 18                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT FILAESP-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT FILAESP-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ FILAESP-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE FLA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-FILAESP
                               WRITE REG-FILAESP
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE FILAESP-NOVO
               END-IF
               CLOSE FILAESP-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P330-CONVERTE-FREQUENCIA.
           MOVE "FREQUENCIA.DAT"        TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 15                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT FREQUENCIA-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT FREQUENCIA-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ FREQUENCIA-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE FQA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-FREQUENCIA
                               WRITE REG-FREQUENCIA
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE FREQUENCIA-NOVO
               END-IF
               CLOSE FREQUENCIA-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P335-CONVERTE-LIBFIN.
           MOVE "LIBFIN.DAT"            TO WS-CNV-ARQUIVO
           MOVE 16                      TO WS-CNV-POS
           MOVE 109                     TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT LIBFIN-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT LIBFIN-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ LIBFIN-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE LFA-LINHA TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-LIBFIN
                               WRITE REG-LIBFIN
                               ADD 1 TO WS-TOT-GRAVADOS
                       END-READ
                   END-PERFORM
                   CLOSE LIBFIN-NOVO
               END-IF
               CLOSE LIBFIN-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P340-CONVERTE-MATRICULAS.
           MOVE "MATRICULAS.DAT"        TO WS-CNV-ARQUIVO
           MOVE 4                       TO WS-CNV-POS
           MOVE 15                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT MATRICULAS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT MATRICULAS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ MATRICULAS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE MTA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-MATRICULA
                               WRITE REG-MATRICULA
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE MATRICULAS-NOVO
               END-IF
               CLOSE MATRICULAS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P345-CONVERTE-NOTAS.
           MOVE "NOTAS.DAT"             TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 40                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT NOTAS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT NOTAS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ NOTAS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE NTA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-NOTA
                               WRITE REG-NOTA
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-NOVO
               END-IF
               CLOSE NOTAS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P350-CONVERTE-OCORRENCIAS.
           MOVE "OCORREN.DAT"           TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 85                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT OCORRENCIAS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT OCORRENCIAS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ OCORRENCIAS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE OCA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-OCORRENCIA
                               WRITE REG-OCORRENCIA
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE OCORRENCIAS-NOVO
               END-IF
               CLOSE OCORRENCIAS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P355-CONVERTE-REMPEND.
           MOVE "REMPEND.DAT"           TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 38                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT REMPEND-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT REMPEND-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ REMPEND-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE RPA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-REMPEND
                               WRITE REG-REMPEND
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE REMPEND-NOVO
               END-IF
               CLOSE REMPEND-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P360-CONVERTE-RESPALU.
           MOVE "RESPALU.DAT"           TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 10                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT RESPALU-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT RESPALU-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ RESPALU-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE RSA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-RESPALU
                               WRITE REG-RESPALU
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE RESPALU-NOVO
               END-IF
               CLOSE RESPALU-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P365-CONVERTE-RESULTANO.
           MOVE "RESULTANO.DAT"         TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 28                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT RESULTANO-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT RESULTANO-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ RESULTANO-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE RFA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-RESULTANO
                               WRITE REG-RESULTANO
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE RESULTANO-NOVO
               END-IF
               CLOSE RESULTANO-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P370-CONVERTE-SAUDE.
           MOVE "SAUDE.DAT"             TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 200                     TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT SAUDE-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT SAUDE-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ SAUDE-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE SAA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-SAUDE
                               WRITE REG-SAUDE
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE SAUDE-NOVO
               END-IF
               CLOSE SAUDE-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P375-CONVERTE-TRANSALU.
           MOVE "TRANSALU.DAT"          TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 7                       TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT TRANSALU-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT TRANSALU-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ TRANSALU-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE TAA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-TRANSALU
                               WRITE REG-TRANSALU
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TRANSALU-NOVO
               END-IF
               CLOSE TRANSALU-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P380-CONVERTE-BAIXAPER.
           MOVE "BAIXAPER.DAT"          TO WS-CNV-ARQUIVO
           MOVE 26                      TO WS-CNV-POS
           MOVE 126                     TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT BAIXAPER-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT BAIXAPER-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ BAIXAPER-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE BPA-LINHA TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-BAIXAPER
                               WRITE REG-BAIXAPER
                               ADD 1 TO WS-TOT-GRAVADOS
                       END-READ
                   END-PERFORM
                   CLOSE BAIXAPER-NOVO
               END-IF
               CLOSE BAIXAPER-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P385-CONVERTE-BOLSAS.
           MOVE "BOLSAS.DAT"            TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 28                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT BOLSAS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT BOLSAS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ BOLSAS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE BLA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-BOLSA
                               WRITE REG-BOLSA
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE BOLSAS-NOVO
               END-IF
               CLOSE BOLSAS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P390-CONVERTE-CAIXAMOV.
           MOVE "CAIXAMOV.DAT"          TO WS-CNV-ARQUIVO
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT CAIXAMOV-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT CAIXAMOV-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ CAIXAMOV-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               PERFORM P392-MONTA-CAIXAMOV
                               WRITE REG-CAIXAMOV
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE CAIXAMOV-NOVO
               END-IF
               CLOSE CAIXAMOV-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

      *> CAIXAMOV.DAT em producao ainda e o desenho original: todo
      *> movimento e baixa de parcela de financiamento, entao sai
      *> como titulo "P", movimento "B" e sem chave de mensalidade.
       P392-MONTA-CAIXAMOV.
           INITIALIZE REG-CAIXAMOV
           MOVE MVA-NUM-SESSAO     TO MV-NUM-SESSAO
           MOVE MVA-SEQ            TO MV-SEQ
           MOVE MVA-NUM-CONTRATO   TO MV-NUM-CONTRATO
           MOVE MVA-NUM-PARCELA    TO MV-NUM-PARCELA
           MOVE MVA-VALOR          TO MV-VALOR
           MOVE MVA-DT-BAIXA       TO MV-DT-BAIXA
           MOVE "P"                TO MV-TIPO-TITULO
           MOVE ZEROS              TO MV-CHAVE-MENSAL
           MOVE "B"                TO MV-TIPO-MOV
           .

       P395-CONVERTE-ESTORNOS.
           MOVE "ESTORNOS.DAT"          TO WS-CNV-ARQUIVO
           MOVE 25                      TO WS-CNV-POS
           MOVE 140                     TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT ESTORNOS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT ESTORNOS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ ESTORNOS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE ESA-LINHA TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-ESTORNO
                               WRITE REG-ESTORNO
                               ADD 1 TO WS-TOT-GRAVADOS
                       END-READ
                   END-PERFORM
                   CLOSE ESTORNOS-NOVO
               END-IF
               CLOSE ESTORNOS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P400-CONVERTE-FINANCIAMENTOS.
           MOVE "FINANCIAMENTOS.DAT"    TO WS-CNV-ARQUIVO
           MOVE 7                       TO WS-CNV-POS
           MOVE 97                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT FINANCIAMENTOS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT FINANCIAMENTOS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ FINANCIAMENTOS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE FIA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-FINANCIAMENTO
                               WRITE REG-FINANCIAMENTO
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE FINANCIAMENTOS-NOVO
               END-IF
               CLOSE FINANCIAMENTOS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P405-CONVERTE-MENSALIDADES.
           MOVE "MENSALIDADES.DAT"      TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 51                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT MENSALIDADES-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT MENSALIDADES-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ MENSALIDADES-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE MNA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-MENSALIDADE
                               WRITE REG-MENSALIDADE
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE MENSALIDADES-NOVO
               END-IF
               CLOSE MENSALIDADES-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P410-CONVERTE-NEGREG.
           MOVE "NEGREG.DAT"            TO WS-CNV-ARQUIVO
           MOVE 7                       TO WS-CNV-POS
           MOVE 26                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT NEGREG-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT NEGREG-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ NEGREG-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE NGA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-NEGREG
                               WRITE REG-NEGREG
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE NEGREG-NOVO
               END-IF
               CLOSE NEGREG-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P415-CONVERTE-PROPOSTAS.
           MOVE "PROPOSTAS.DAT"         TO WS-CNV-ARQUIVO
           MOVE 7                       TO WS-CNV-POS
           MOVE 105                     TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT PROPOSTAS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT PROPOSTAS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ PROPOSTAS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE PPA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-PROPOSTA
                               WRITE REG-PROPOSTA
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE PROPOSTAS-NOVO
               END-IF
               CLOSE PROPOSTAS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P420-CONVERTE-RETBAIXA.
           MOVE "RETBAIXA.DAT"          TO WS-CNV-ARQUIVO
           MOVE 28                      TO WS-CNV-POS
           MOVE 45                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT RETBAIXA-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT RETBAIXA-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ RETBAIXA-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE RBA-LINHA TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-RETBAIXA
                               WRITE REG-RETBAIXA
                               ADD 1 TO WS-TOT-GRAVADOS
                       END-READ
                   END-PERFORM
                   CLOSE RETBAIXA-NOVO
               END-IF
               CLOSE RETBAIXA-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P425-CONVERTE-COBEXT.
           MOVE "COBEXT.DAT"            TO WS-CNV-ARQUIVO
           MOVE 7                       TO WS-CNV-POS
           MOVE 74                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT COBEXT-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT COBEXT-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ COBEXT-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE CEA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-COBEXT
                               WRITE REG-COBEXT
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE COBEXT-NOVO
               END-IF
               CLOSE COBEXT-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P430-CONVERTE-CARTREG.
           MOVE "CARTREG.DAT"           TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 13                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT CARTREG-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT CARTREG-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ CARTREG-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE CRA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-CARTREG
                               WRITE REG-CARTREG
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE CARTREG-NOVO
               END-IF
               CLOSE CARTREG-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P435-CONVERTE-RECCONV-CTL.
           MOVE "RECCONV.CTL"           TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 14                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT RECCONV-CTL-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT RECCONV-CTL-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ RECCONV-CTL-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE CVA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-RECCONV-CTL
                               WRITE REG-RECCONV-CTL
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE RECCONV-CTL-NOVO
               END-IF
               CLOSE RECCONV-CTL-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P440-CONVERTE-STUDXREF.
           MOVE "STUDXREF.DAT"          TO WS-CNV-ARQUIVO
           MOVE 6                       TO WS-CNV-POS
           MOVE 8                       TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT STUDXREF-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT STUDXREF-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ STUDXREF-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE XRA-REGISTRO TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO REG-STUDXREF
                               WRITE REG-STUDXREF
                                   INVALID KEY
                                       ADD 1 TO WS-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-GRAVADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE STUDXREF-NOVO
               END-IF
               CLOSE STUDXREF-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P445-CONVERTE-BOLSALOG.
           MOVE "BOLSALOG.DAT"          TO WS-CNV-ARQUIVO
           MOVE 9                       TO WS-CNV-POS
           MOVE 39                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT BOLSALOG-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT BOLSALOG-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ BOLSALOG-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE BGA-LINHA TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO WS-LINHA-BOLSALOG
                               WRITE WS-LINHA-BOLSALOG
                               ADD 1 TO WS-TOT-GRAVADOS
                       END-READ
                   END-PERFORM
                   CLOSE BOLSALOG-NOVO
               END-IF
               CLOSE BOLSALOG-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P450-CONVERTE-NOTAS-ORF.
           MOVE "NOTAS_ORF.DAT"         TO WS-CNV-ARQUIVO
           MOVE 1                       TO WS-CNV-POS
           MOVE 40                      TO WS-CNV-TAM
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT NOTAS-ORF-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT NOTAS-ORF-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ NOTAS-ORF-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               MOVE ORA-LINHA TO WS-CNV-ANT
                               PERFORM P800-AMPLIA-ID
                               MOVE WS-CNV-NOVO TO WS-LINHA-NOTAS-ORF
                               WRITE WS-LINHA-NOTAS-ORF
                               ADD 1 TO WS-TOT-GRAVADOS
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-ORF-NOVO
               END-IF
               CLOSE NOTAS-ORF-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P460-CONVERTE-NFSERPS.
      *> Titulo "M": a MN-CHAVE antiga ganha os zeros do ID. Titulo
      *> "P": a PA-CHAVE (contrato + parcela) nao muda e o resto da
      *> chave fica em branco, como NFSELOT grava hoje.
           MOVE "NFSERPS.DAT"                  TO WS-CNV-ARQUIVO
           PERFORM P700-INICIA-ARQUIVO

           OPEN INPUT NFSERPS-ANT
           IF NOT FS-ANT-OK THEN
               PERFORM P710-SEM-ARQUIVO
           ELSE
               OPEN OUTPUT NFSERPS-NOVO
               IF NOT FS-NOVO-OK THEN
                   PERFORM P720-ERRO-NOVO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ NFSERPS-ANT
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               ADD 1 TO WS-TOT-LIDOS
                               PERFORM P461-REGRAVA-RPS
                       END-READ
                   END-PERFORM
                   CLOSE NFSERPS-NOVO
               END-IF
               CLOSE NFSERPS-ANT
           END-IF
           PERFORM P730-EXIBE-TOTAIS
           .

       P461-REGRAVA-RPS.
           MOVE SPACES             TO REG-NFSERPS
           MOVE NFA-NUM-RPS        TO RP-NUM-RPS
           MOVE NFA-TIPO-TITULO    TO RP-TIPO-TITULO
           IF NFA-TIPO-TITULO EQUAL "M" THEN
               STRING "00"          DELIMITED BY SIZE
                      NFA-TIT-CHAVE DELIMITED BY SIZE
                      INTO RP-TIT-CHAVE
           ELSE
               MOVE NFA-TIT-CHAVE(1:9) TO RP-TIT-CHAVE
           END-IF
           MOVE NFA-DT-PAGAMENTO   TO RP-DT-PAGAMENTO
           MOVE NFA-ID-ALUNO       TO RP-ID-ALUNO OF REG-NFSERPS
           MOVE NFA-RESTO          TO REG-NFSERPS(36:201)

           WRITE REG-NFSERPS
               INVALID KEY
                   ADD 1 TO WS-TOT-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GRAVADOS
           END-WRITE
           .

       P700-INICIA-ARQUIVO.
           SET EOF-OK          TO FALSE
           SET FS-ANT-OK       TO TRUE
           SET FS-NOVO-OK      TO TRUE
           MOVE ZEROS          TO WS-TOT-LIDOS
           MOVE ZEROS          TO WS-TOT-GRAVADOS
           MOVE ZEROS          TO WS-TOT-REJEITADOS
           .

       P710-SEM-ARQUIVO.
      *> Modulo ainda nao usado na escola: nao ha o que converter.
           ADD 1 TO WS-QTD-AUSENTES
           DISPLAY FUNCTION TRIM(WS-CNV-ARQUIVO)
                   " NAO ENCONTRADO - NADA A CONVERTER (FILE STATUS: "
                   WS-FS-ANT ")"
           .

       P720-ERRO-NOVO.
           DISPLAY "ERRO AO CRIAR O NOVO " FUNCTION TRIM(WS-CNV-ARQUIVO)
                   " - FILE STATUS: " WS-FS-NOVO
           .

       P730-EXIBE-TOTAIS.
           IF FS-ANT-OK AND FS-NOVO-OK THEN
               ADD 1 TO WS-QTD-CONVERTIDOS
               DISPLAY FUNCTION TRIM(WS-CNV-ARQUIVO)
                       " - LIDOS: "      WS-TOT-LIDOS
                       " GRAVADOS: "     WS-TOT-GRAVADOS
                       " REJEITADOS: "   WS-TOT-REJEITADOS
           END-IF
           .

       P800-AMPLIA-ID.
      *> Remonta o registro com o ID de 5 digitos: o que vem antes do
      *> ID e copiado igual, "00" completa o ID a esquerda e o resto
      *> do registro antigo desce 2 posicoes.
           MOVE SPACES TO WS-CNV-NOVO
           IF WS-CNV-POS > 1 THEN
               MOVE WS-CNV-ANT(1:WS-CNV-POS - 1)
                   TO WS-CNV-NOVO(1:WS-CNV-POS - 1)
           END-IF
           MOVE "00" TO WS-CNV-NOVO(WS-CNV-POS:2)
           COMPUTE WS-CNV-RESTO = WS-CNV-TAM - WS-CNV-POS + 1
           MOVE WS-CNV-ANT(WS-CNV-POS:WS-CNV-RESTO)
               TO WS-CNV-NOVO(WS-CNV-POS + 2:WS-CNV-RESTO)
           .

       P110-RESOLVE-STUDENT.
      *> Mesmo diretorio usado por CONSOLID para a tabela de/para.
           ACCEPT WS-BASE-DIR-STUDENT FROM ENVIRONMENT
               "STUDENT_DATA_DIR"
           IF WS-BASE-DIR-STUDENT EQUAL SPACES THEN
               MOVE "C:\Users\escrtorio\Documents\COBOL"
                   TO WS-BASE-DIR-STUDENT
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-STUDENT) DELIMITED BY SIZE
                  "\STUDXREF.DAT" DELIMITED BY SIZE
                  INTO WS-STUDXREF-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-STUDENT) DELIMITED BY SIZE
                  "\STUDXREF_NOVO.DAT" DELIMITED BY SIZE
                  INTO WS-CNV-STUDXREF-PATH
           .

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM CNVALU.
