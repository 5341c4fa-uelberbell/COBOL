      * Author:UELBER PEREIRA DE JESUS
      * Purpose:BACKUP E RESTAURACAO POR GERACOES DOS ARQUIVOS
      *         INDEXADOS MESTRES (CONTATOS.DAT, ALUNOS.DAT,
      *         MATERIAS.DAT, NOTAS.DAT E PARCELAS.DAT). O BACKUP
      *         DESCARREGA O
      *         ARQUIVO EM ORDEM DE CHAVE PARA UMA GERACAO .BK1/.BK2/
      *         .BK3 (CICLO DAS 3 ULTIMAS, CONTROLADO EM BACKUP.CTL);
      *         A RESTAURACAO RECONSTROI O INDEXADO EM <NOME>_RST.DAT
      *         A PARTIR DA GERACAO ESCOLHIDA, CONFERINDO CONTAGEM E
      *         SEQUENCIA DE CHAVES, PARA O OPERADOR RENOMEAR SOBRE O
      *         ARQUIVO VIVO DEPOIS DE CONFERIR OS TOTAIS.
      *         GERACOES DE ALUNOS.DAT E NOTAS.DAT TIRADAS ANTES DA
      *         AMPLIACAO DA CHAVE DO ALUNO (CNVALU) ESTAO NO DESENHO
      *         ANTIGO E NAO DEVEM SER RESTAURADAS POR AQUI.
      *         A CADA GERACAO NOVA O JORNAL DE IMAGENS DO MESTRE
      *         (<NOME>.JRN, VER WS_JORNAL.cpy) E CORTADO: O QUE FOI
      *         GRAVADO DESDE A GERACAO ANTERIOR P VAI PARA <NOME>.JN<P>
      *         E O JORNAL VIVO RECOMECA VAZIO. POR ISSO O BACKUP DEVE
      *         RODAR COM O SISTEMA PARADO (SEM NINGUEM GRAVANDO).
      *         A RECUPERACAO (OPCAO 3) RESTAURA A GERACAO ESCOLHIDA EM
      *         <NOME>_RST.DAT E REAPLICA POR CIMA OS JORNAIS
      *         ARQUIVADOS DALI EM DIANTE E O JORNAL VIVO, ATE A DATA E
      *         HORA INFORMADAS, LISTANDO CADA REGISTRO APLICADO NO
      *         SPOOL (SPLCTL). MATERIAS.DAT NAO TEM JORNAL.
      *         TEMPO E VOLUME DE CADA BACKUP VAO PARA O HISTORICO DE
      *         ESTATISTICAS DOS BATCHES (RUNSTAT), UMA SERIE POR
      *         MESTRE: BKPCNTT1 (CONTATOS) A BKPCNTT5 (PARCELAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>          NO BACKUP APONTA PARA O ARQUIVO VIVO; NA
      *>          RESTAURACAO, PARA CONTATOS_RST.DAT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

               SELECT BK-ALUNOS ASSIGN TO WS-BK-ALUNOS-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS.

               SELECT BK-MATERIAS ASSIGN TO WS-BK-MATERIAS-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-MATERIA
               FILE STATUS IS WS-FS.

               SELECT BK-NOTAS ASSIGN TO WS-BK-NOTAS-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT BK-PARCELAS ASSIGN TO WS-BK-PARCELAS-ASSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-FS.

               SELECT GERACAO ASSIGN TO WS-GER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL VIVO NO CORTE; NA RECUPERACAO, CADA JORNAL
      *>          (ARQUIVADO OU VIVO) A REAPLICAR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

               SELECT JRNARQ ASSIGN TO WS-JRNARQ-PATH
      *>          JORNAL ARQUIVADO <NOME>.JN<P> GRAVADO NO CORTE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRA.

               SELECT RECREL ASSIGN TO WS-RECREL-PATH
      *>          RELATORIO DA RECUPERACAO (MEMBRO DO SPOOL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD BK-CONTATOS.
       FD BK-NOTAS.
       COPY FD_NOTAS.

       FD BK-PARCELAS.
       COPY FD_PARCELA.

       FD GERACAO.
       01 WS-LINHA-GER             PIC X(400).

       FD BACKCTL.
       01 REG-BACKCTL.
           03 BK-GER-ALUNOS        PIC 9(01).
           03 BK-GER-MATERIAS      PIC 9(01).
           03 BK-GER-NOTAS         PIC 9(01).
           03 BK-GER-PARCELAS      PIC 9(01).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       FD JRNARQ.
       01 WS-LINHA-JRNARQ          PIC X(433).

       FD RECREL.
       01 WS-LINHA-REC             PIC X(80).

       WORKING-STORAGE SECTION.

           88 FS-GER-OK    VALUE 0.
       77 WS-FS-CTL        PIC 99.
           88 FS-CTL-OK    VALUE 0.
       77 WS-FS-JRA        PIC 99.
           88 FS-JRA-OK    VALUE 0.
       77 WS-FS-REL        PIC 99.
           88 FS-REL-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 WS-ARQ-ESCOLHIDO     PIC X VALUE SPACES.
       77 WS-GER-ESCOLHIDA     PIC 9(01) VALUE ZEROS.
       77 WS-GER-ATUAL         PIC 9(01) VALUE ZEROS.
      *> Geracao que era a mais recente antes do backup: o jornal
      *> cortado cobre o que foi gravado desde ela.
       77 WS-GER-ANTERIOR      PIC 9(01) VALUE ZEROS.
      *> Quantidade de geracoes mantidas no ciclo.
       77 WS-MAX-GERACOES      PIC 9(01) VALUE 3.

       77 WS-BK-ALUNOS-ASSIGN      PIC X(200) VALUE SPACES.
       77 WS-BK-MATERIAS-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-BK-NOTAS-ASSIGN       PIC X(200) VALUE SPACES.
       77 WS-BK-PARCELAS-ASSIGN    PIC X(200) VALUE SPACES.
       77 WS-GER-PATH              PIC X(200) VALUE SPACES.
       77 WS-BACKCTL-PATH          PIC X(200) VALUE SPACES.
       77 WS-JRNARQ-PATH           PIC X(200) VALUE SPACES.
       77 WS-RECREL-PATH           PIC X(200) VALUE SPACES.

      *> Jornal de imagens posteriores dos mestres (corte/recuperacao).
       COPY WS_JORNAL.

      *> Mestre escolhido: nome (JR-ARQUIVO), pasta e jornal vivo.
       77 WS-NOME-MESTRE           PIC X(08) VALUE SPACES.
       77 WS-DIR-MESTRE            PIC X(200) VALUE SPACES.
       77 WS-JRN-VIVO-PATH         PIC X(200) VALUE SPACES.
       77 WS-TOT-CORTE             PIC 9(06) VALUE ZEROS.

      *> Recuperacao: geracao restaurada ate a corrente do BACKUP.CTL,
      *> momento limite da reaplicacao e totais.
       77 WS-RECUPERANDO       PIC X VALUE "N".
           88 EM-RECUPERACAO   VALUE "S" FALSE "N".
       77 WS-RECARGA-FEZ       PIC X VALUE "N".
           88 RECARGA-OK       VALUE "S" FALSE "N".
       77 WS-FIM-REPLAY        PIC X VALUE "N".
           88 FIM-REPLAY       VALUE "S" FALSE "N".
       77 WS-GER-CORRENTE      PIC 9(01) VALUE ZEROS.
       77 WS-GER-REPLAY        PIC 9(01) VALUE ZEROS.
       01 WS-LIMITE-MOMENTO.
           03 WS-LIM-DATA      PIC 9(08) VALUE ZEROS.
           03 WS-LIM-HORA      PIC 9(08) VALUE ZEROS.
       77 WS-IMAGEM-REPLAY     PIC X(400) VALUE SPACES.
       77 WS-TOT-JORNAIS       PIC 9(02) VALUE ZEROS.
       77 WS-TOT-APLICADOS     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-IGNORADOS     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ERROS-REPLAY  PIC 9(06) VALUE ZEROS.
       77 WS-RESULTADO-REPLAY  PIC X(12) VALUE SPACES.

       COPY WS_SPLCTL.

       01 WS-CAB-REC.
           03 FILLER           PIC X(22)
                               VALUE "RECUPERACAO - ARQUIVO ".
           03 WS-CAB-ARQUIVO   PIC X(08).
           03 FILLER           PIC X(11) VALUE " - GERACAO ".
           03 WS-CAB-GERACAO   PIC 9(01).
           03 FILLER           PIC X(08) VALUE " - ATE: ".
           03 WS-CAB-LIMITE    PIC X(17).

       01 WS-CAB-REC2.
           03 FILLER           PIC X(80) VALUE
              "DATA     HORA     OP CHAVE      PROGRAMA RESULTADO".

       01 WS-DET-REC.
           03 WS-DR-DATA       PIC 9(08).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-DR-HORA       PIC 9(08).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-DR-OPERACAO   PIC X.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-DR-CHAVE      PIC X(10).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-DR-PROGRAMA   PIC X(08).
           03 FILLER           PIC X VALUE SPACES.
           03 WS-DR-RESULTADO  PIC X(12).
           03 FILLER           PIC X(27) VALUE SPACES.

       01 WS-TOT-REC.
           03 WS-TR-TEXTO      PIC X(30).
           03 WS-TR-VALOR      PIC ZZZ.ZZ9.
           03 FILLER           PIC X(43) VALUE SPACES.

      *> Registro de execucoes dos batches periodicos (ver RUNREG).
       COPY WS_RUNREG.
      *> Estatisticas de tempo e volume da execucao (ver RUNSTAT).
       COPY WS_RUNSTAT.

      *> So regrava o ciclo de geracoes quando a descarga terminou
      *> de fato (mesmo desenho da marca d'agua de EXPCNTT) - senao
                  "\BACKUP.CTL" DELIMITED BY SIZE
                  INTO WS-BACKCTL-PATH.

           DISPLAY "OPERACAO: <1> BACKUP  <2> RESTAURACAO  "
                   "<3> RECUPERACAO"
           ACCEPT WS-OPCAO
           DISPLAY "ARQUIVO: <1> CONTATOS  <2> ALUNOS  <3> MATERIAS  "
                   "<4> NOTAS  <5> PARCELAS"
           ACCEPT WS-ARQ-ESCOLHIDO
           PERFORM P120-IDENTIFICA-MESTRE

           IF WS-OPCAO EQUAL "2" OR WS-OPCAO EQUAL "3" THEN
               DISPLAY "NUMERO DA GERACAO A RESTAURAR (1-"
                       WS-MAX-GERACOES "): "
               ACCEPT WS-GER-ESCOLHIDA
               IF WS-OPCAO EQUAL "3" THEN
                   PERFORM P600-RECUPERA
               ELSE
                   PERFORM P400-RESTAURA
               END-IF
           ELSE
      *>       Backup diario: consulta o registro de execucoes e
      *>       recusa a repeticao do dia sem override do supervisor.
               MOVE "D"        TO WS-RR-CICLO
               PERFORM P150-CONSULTA-RUNREG
               IF PODE-RODAR THEN
      *>           Uma serie de estatisticas por mestre: os volumes
      *>           dos cinco arquivos nao se comparam entre si.
                   MOVE "BKPCNTT"        TO WS-RT-PROG(1:7)
                   MOVE WS-ARQ-ESCOLHIDO TO WS-RT-PROG(8:1)
                   MOVE LK-OPERADOR      TO WS-RT-OPERADOR
                   PERFORM P170-INICIA-RUNSTAT
                   PERFORM P300-BACKUP
                   MOVE WS-TOT-DESCARGA  TO WS-RT-LIDOS
                   MOVE WS-TOT-DESCARGA  TO WS-RT-GRAVADOS
                   IF NOT DESCARGA-OK THEN
                       MOVE "99" TO WS-RT-RETORNO
                   END-IF
                   PERFORM P180-GRAVA-RUNSTAT
                   PERFORM P160-GRAVA-RUNREG
               END-IF
           END-IF
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS.DAT" DELIMITED BY SIZE
                  INTO WS-NOTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PARCELAS.DAT" DELIMITED BY SIZE
                  INTO WS-PARCELAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ALUNOS.JRN" DELIMITED BY SIZE
                  INTO WS-JRN-ALUNOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS.JRN" DELIMITED BY SIZE
                  INTO WS-JRN-NOTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PARCELAS.JRN" DELIMITED BY SIZE
                  INTO WS-JRN-PARCELAS-PATH
           .

      *> Nome, pasta e jornal vivo do mestre escolhido (MATERIAS nao
      *> e jornalizado: fica sem jornal vivo).
       P120-IDENTIFICA-MESTRE.
           MOVE SPACES TO WS-NOME-MESTRE WS-DIR-MESTRE WS-JRN-VIVO-PATH
           EVALUATE WS-ARQ-ESCOLHIDO
               WHEN "1"
                   MOVE "CONTATOS"           TO WS-NOME-MESTRE
                   MOVE WS-BASE-DIR          TO WS-DIR-MESTRE
                   MOVE WS-JRN-CONTATOS-PATH TO WS-JRN-VIVO-PATH
               WHEN "2"
                   MOVE "ALUNOS"             TO WS-NOME-MESTRE
                   MOVE WS-BASE-DIR-M4       TO WS-DIR-MESTRE
                   MOVE WS-JRN-ALUNOS-PATH   TO WS-JRN-VIVO-PATH
               WHEN "3"
                   MOVE "MATERIAS"           TO WS-NOME-MESTRE
                   MOVE WS-BASE-DIR-M4       TO WS-DIR-MESTRE
               WHEN "4"
                   MOVE "NOTAS"              TO WS-NOME-MESTRE
                   MOVE WS-BASE-DIR-M4       TO WS-DIR-MESTRE
                   MOVE WS-JRN-NOTAS-PATH    TO WS-JRN-VIVO-PATH
               WHEN "5"
                   MOVE "PARCELAS"           TO WS-NOME-MESTRE
                   MOVE WS-BASE-DIR-M4       TO WS-DIR-MESTRE
                   MOVE WS-JRN-PARCELAS-PATH TO WS-JRN-VIVO-PATH
           END-EVALUATE
           .

       P200-LE-BACKCTL.
           MOVE ZEROS      TO BK-GER-CONTATOS BK-GER-ALUNOS
                              BK-GER-MATERIAS BK-GER-NOTAS
                              BK-GER-PARCELAS
           SET FS-CTL-OK   TO TRUE
           OPEN INPUT BACKCTL
               IF FS-CTL-OK THEN
                   END-READ
               END-IF
               CLOSE BACKCTL
      *>   BACKUP.CTL gravado antes de PARCELAS entrar no ciclo.
           IF BK-GER-PARCELAS NOT NUMERIC THEN
               MOVE ZEROS TO BK-GER-PARCELAS
           END-IF
           .

       P210-GRAVA-BACKCTL.
                   MOVE WS-GER-ATUAL    TO BK-GER-NOTAS
                   PERFORM P323-MONTA-GER-NOTAS
                   PERFORM P333-DESCARGA-NOTAS
               WHEN "5"
                   MOVE BK-GER-PARCELAS TO WS-GER-ATUAL
                   PERFORM P310-AVANCA-GERACAO
                   MOVE WS-GER-ATUAL    TO BK-GER-PARCELAS
                   PERFORM P324-MONTA-GER-PARCELAS
                   PERFORM P334-DESCARGA-PARCELAS
               WHEN OTHER
                   DISPLAY "ARQUIVO INVALIDO!"
           END-EVALUATE
               PERFORM P210-GRAVA-BACKCTL
               DISPLAY "BACKUP CONCLUIDO: GERACAO " WS-GER-ATUAL
                       " COM " WS-TOT-DESCARGA " REGISTRO(S)"
               IF WS-JRN-VIVO-PATH NOT EQUAL SPACES THEN
                   PERFORM P350-CORTA-JORNAL
               END-IF
           ELSE
               DISPLAY "BACKUP NAO REALIZADO - O CICLO DE GERACOES "
                       "FICA COMO ESTAVA."

       P310-AVANCA-GERACAO.
      *> Cicla 1 -> 2 -> 3 -> 1, mantendo as ultimas WS-MAX-GERACOES.
           MOVE WS-GER-ATUAL TO WS-GER-ANTERIOR
           IF WS-GER-ATUAL >= WS-MAX-GERACOES THEN
               MOVE 1 TO WS-GER-ATUAL
           ELSE
                  INTO WS-GER-PATH
           .

       P324-MONTA-GER-PARCELAS.
           MOVE SPACES TO WS-GER-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PARCELAS.BK" DELIMITED BY SIZE
                  WS-GER-ATUAL DELIMITED BY SIZE
                  INTO WS-GER-PATH
           .

       P330-DESCARGA-CONTATOS.
           MOVE WS-CONTATOS-PATH TO WS-BK-CONTATOS-ASSIGN
           MOVE ZEROS            TO WS-TOT-DESCARGA
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE SPACES    TO WS-LINHA-GER
                               MOVE REG-ALUNO TO WS-LINHA-GER(1:400)
                               WRITE WS-LINHA-GER
                               ADD 1 TO WS-TOT-DESCARGA
                       END-READ
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE SPACES   TO WS-LINHA-GER
                               MOVE REG-NOTA TO WS-LINHA-GER(1:42)
                               WRITE WS-LINHA-GER
                               ADD 1 TO WS-TOT-DESCARGA
                       END-READ
           CLOSE BK-NOTAS
           .

       P334-DESCARGA-PARCELAS.
           MOVE WS-PARCELAS-PATH TO WS-BK-PARCELAS-ASSIGN
           MOVE ZEROS            TO WS-TOT-DESCARGA
           SET EOF-OK            TO FALSE
           SET FS-OK             TO TRUE
           SET FS-GER-OK         TO TRUE

           OPEN INPUT BK-PARCELAS
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR PARCELAS.DAT - FILE STATUS: "
                       WS-FS
           ELSE
               OPEN OUTPUT GERACAO
               IF FS-GER-OK THEN
                   PERFORM UNTIL EOF-OK
                       READ BK-PARCELAS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE SPACES      TO WS-LINHA-GER
                               MOVE REG-PARCELA TO WS-LINHA-GER(1:61)
                               WRITE WS-LINHA-GER
                               ADD 1 TO WS-TOT-DESCARGA
                       END-READ
                   END-PERFORM
                   CLOSE GERACAO
                   SET DESCARGA-OK TO TRUE
               END-IF
           END-IF
           CLOSE BK-PARCELAS
           .

      *> Corte do jornal: o que o jornal vivo acumulou desde a geracao
      *> anterior vai para <NOME>.JN<anterior> (sempre regravado, para
      *> nao sobrar arquivo de um ciclo velho) e o vivo recomeca
      *> vazio. Qualquer gravacao entre a descarga e o corte ficaria
      *> fora das duas pontas - dai o backup rodar com o sistema
      *> parado.
       P350-CORTA-JORNAL.
           MOVE WS-GER-ANTERIOR  TO WS-GER-REPLAY
           PERFORM P360-MONTA-JORNAL-ARQ
           MOVE WS-JRN-VIVO-PATH TO WS-JORNAL-PATH
           MOVE ZEROS            TO WS-TOT-CORTE
           SET EOF-OK            TO FALSE
           SET FS-JRA-OK         TO TRUE

           OPEN OUTPUT JRNARQ
           IF NOT FS-JRA-OK THEN
               DISPLAY "ERRO AO ARQUIVAR O JORNAL - FILE STATUS: "
                       WS-FS-JRA
               DISPLAY "JORNAL VIVO MANTIDO SEM CORTE."
           ELSE
               SET FS-JRN-OK TO TRUE
               OPEN INPUT JORNAL
               IF FS-JRN-OK THEN
                   PERFORM UNTIL EOF-OK
                       READ JORNAL
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               WRITE WS-LINHA-JRNARQ
                                   FROM WS-LINHA-JORNAL
                               ADD 1 TO WS-TOT-CORTE
                       END-READ
                   END-PERFORM
                   CLOSE JORNAL
               END-IF
               CLOSE JRNARQ

               SET FS-JRN-OK TO TRUE
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               DISPLAY "JORNAL CORTADO: " WS-TOT-CORTE
                       " IMAGEM(NS) ARQUIVADA(S) EM "
                       FUNCTION TRIM(WS-JRNARQ-PATH)
           END-IF
           .

       P360-MONTA-JORNAL-ARQ.
           MOVE SPACES TO WS-JRNARQ-PATH
           STRING FUNCTION TRIM(WS-DIR-MESTRE) DELIMITED BY SIZE
                  "\" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-MESTRE) DELIMITED BY SIZE
                  ".JN" DELIMITED BY SIZE
                  WS-GER-REPLAY DELIMITED BY SIZE
                  INTO WS-JRNARQ-PATH
           .

       P400-RESTAURA.
           IF WS-GER-ESCOLHIDA < 1 OR
              WS-GER-ESCOLHIDA > WS-MAX-GERACOES THEN
               MOVE ZEROS            TO WS-TOT-CARGA
               MOVE ZEROS            TO WS-TOT-FORA-ORDEM
               MOVE LOW-VALUES       TO WS-CHAVE-ANTERIOR
               SET RECARGA-OK        TO FALSE

               EVALUATE WS-ARQ-ESCOLHIDO
                   WHEN "1"
                   WHEN "4"
                       PERFORM P323-MONTA-GER-NOTAS
                       PERFORM P413-RECARGA-NOTAS
                   WHEN "5"
                       PERFORM P324-MONTA-GER-PARCELAS
                       PERFORM P414-RECARGA-PARCELAS
                   WHEN OTHER
                       DISPLAY "ARQUIVO INVALIDO!"
               END-EVALUATE
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-GER(1:208)
                                   TO REG-CONTATOS
      *>                       Geracao anterior ao CPF: o contato
      *>                       volta sem CPF (ver FD_CONTT.cpy).
                               IF CPF-CHAVE NOT NUMERIC
                                   MOVE ZEROS      TO CPF-CONTATO
                                   MOVE ID-CONTATO TO CPF-COMPL
                               END-IF
                               MOVE ID-CONTATO TO WS-CHAVE-ATUAL
                               PERFORM P420-CONFERE-SEQUENCIA
                               WRITE REG-CONTATOS
                       END-READ
                   END-PERFORM
                   CLOSE BK-CONTATOS
                   SET RECARGA-OK TO TRUE
                   PERFORM P430-RESUMO-RESTAURACAO
                   IF NOT EM-RECUPERACAO THEN
                       DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                               "CONTATOS_RST.DAT -> CONTATOS.DAT"
                   END-IF
               END-IF
               CLOSE GERACAO
           END-IF
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-GER(1:400) TO REG-ALUNO
                               MOVE ID-ALUNO TO WS-CHAVE-ATUAL
                               PERFORM P420-CONFERE-SEQUENCIA
                               WRITE REG-ALUNO
                       END-READ
                   END-PERFORM
                   CLOSE BK-ALUNOS
                   SET RECARGA-OK TO TRUE
                   PERFORM P430-RESUMO-RESTAURACAO
                   IF NOT EM-RECUPERACAO THEN
                       DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                               "ALUNOS_RST.DAT -> ALUNOS.DAT"
                   END-IF
               END-IF
               CLOSE GERACAO
           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BK-MATERIAS
                   SET RECARGA-OK TO TRUE
                   PERFORM P430-RESUMO-RESTAURACAO
                   IF NOT EM-RECUPERACAO THEN
                       DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                               "MATERIAS_RST.DAT -> MATERIAS.DAT"
                   END-IF
               END-IF
               CLOSE GERACAO
           END-IF
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-GER(1:42) TO REG-NOTA
                               MOVE NT-CHAVE TO WS-CHAVE-ATUAL
                               PERFORM P420-CONFERE-SEQUENCIA
                               WRITE REG-NOTA
                       END-READ
                   END-PERFORM
                   CLOSE BK-NOTAS
                   SET RECARGA-OK TO TRUE
                   PERFORM P430-RESUMO-RESTAURACAO
                   IF NOT EM-RECUPERACAO THEN
                       DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                               "NOTAS_RST.DAT -> NOTAS.DAT"
                   END-IF
               END-IF
               CLOSE GERACAO
           END-IF
           .

       P414-RECARGA-PARCELAS.
           MOVE SPACES TO WS-BK-PARCELAS-ASSIGN
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PARCELAS_RST.DAT" DELIMITED BY SIZE
                  INTO WS-BK-PARCELAS-ASSIGN
           SET EOF-OK      TO FALSE
           SET FS-OK       TO TRUE
           SET FS-GER-OK   TO TRUE

           OPEN INPUT GERACAO
           IF NOT FS-GER-OK THEN
               DISPLAY "GERACAO NAO ENCONTRADA - FILE STATUS: "
                       WS-FS-GER
           ELSE
               OPEN OUTPUT BK-PARCELAS
               IF FS-OK THEN
                   PERFORM UNTIL EOF-OK
                       READ GERACAO
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE WS-LINHA-GER(1:61) TO REG-PARCELA
                               MOVE PA-CHAVE TO WS-CHAVE-ATUAL
                               PERFORM P420-CONFERE-SEQUENCIA
                               WRITE REG-PARCELA
                                   INVALID KEY
                                       DISPLAY "CHAVE DUPLICADA NA "
                                               "GERACAO: " PA-CHAVE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOT-CARGA
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE BK-PARCELAS
                   SET RECARGA-OK TO TRUE
                   PERFORM P430-RESUMO-RESTAURACAO
                   IF NOT EM-RECUPERACAO THEN
                       DISPLAY "CONFERIDO O RESUMO, RENOMEIE "
                               "PARCELAS_RST.DAT -> PARCELAS.DAT"
                   END-IF
               END-IF
               CLOSE GERACAO
           END-IF
           DISPLAY "========================================"
           .

      *> Recuperacao: restaura a geracao escolhida em <NOME>_RST.DAT
      *> e reaplica por cima, em ordem, os jornais arquivados desde
      *> ela (JN<escolhida> ... JN<corrente - 1>, no ciclo) e o jornal
      *> vivo, ate o momento limite. Inclusao/alteracao gravam a
      *> imagem (incluindo ou regravando, conforme a chave exista no
      *> _RST); exclusao apaga a chave, se ainda existir.
       P600-RECUPERA.
           IF WS-JRN-VIVO-PATH EQUAL SPACES THEN
               DISPLAY "ARQUIVO SEM JORNAL - USE A RESTAURACAO (2)."
           ELSE
               MOVE ZEROS TO WS-LIMITE-MOMENTO
               DISPLAY "REAPLICAR ATE A DATA (AAAAMMDD, 0 = TUDO): "
               ACCEPT WS-LIM-DATA
               IF WS-LIM-DATA NOT EQUAL ZEROS THEN
                   DISPLAY "ATE A HORA (HHMMSSCC, 0 = FIM DO DIA): "
                   ACCEPT WS-LIM-HORA
                   IF WS-LIM-HORA EQUAL ZEROS THEN
                       MOVE 99999999 TO WS-LIM-HORA
                   END-IF
               END-IF

               PERFORM P200-LE-BACKCTL
               EVALUATE WS-ARQ-ESCOLHIDO
                   WHEN "1"
                       MOVE BK-GER-CONTATOS TO WS-GER-CORRENTE
                   WHEN "2"
                       MOVE BK-GER-ALUNOS   TO WS-GER-CORRENTE
                   WHEN "4"
                       MOVE BK-GER-NOTAS    TO WS-GER-CORRENTE
                   WHEN "5"
                       MOVE BK-GER-PARCELAS TO WS-GER-CORRENTE
               END-EVALUATE

               IF WS-GER-CORRENTE EQUAL ZEROS THEN
                   DISPLAY "NENHUMA GERACAO DE " WS-NOME-MESTRE
                           " REGISTRADA EM BACKUP.CTL"
               ELSE
                   SET EM-RECUPERACAO TO TRUE
                   PERFORM P400-RESTAURA
                   IF RECARGA-OK THEN
                       PERFORM P610-REAPLICA-JORNAIS
                   END-IF
               END-IF
           END-IF
           .

       P610-REAPLICA-JORNAIS.
           MOVE ZEROS TO WS-TOT-JORNAIS WS-TOT-APLICADOS
                         WS-TOT-IGNORADOS WS-TOT-ERROS-REPLAY
           SET FIM-REPLAY TO FALSE
           PERFORM P615-ABRE-RELATORIO

           SET FS-OK TO TRUE
           EVALUATE WS-ARQ-ESCOLHIDO
               WHEN "1"
                   OPEN I-O BK-CONTATOS
               WHEN "2"
                   OPEN I-O BK-ALUNOS
               WHEN "4"
                   OPEN I-O BK-NOTAS
               WHEN "5"
                   OPEN I-O BK-PARCELAS
           END-EVALUATE

           IF NOT FS-OK THEN
               DISPLAY "ERRO AO REABRIR " WS-NOME-MESTRE
                       "_RST - FILE STATUS: " WS-FS
           ELSE
               MOVE WS-GER-ESCOLHIDA TO WS-GER-REPLAY
               PERFORM UNTIL WS-GER-REPLAY EQUAL WS-GER-CORRENTE
                          OR FIM-REPLAY
                   PERFORM P360-MONTA-JORNAL-ARQ
                   MOVE WS-JRNARQ-PATH TO WS-JORNAL-PATH
                   PERFORM P630-LE-JORNAL
                   IF WS-GER-REPLAY >= WS-MAX-GERACOES THEN
                       MOVE 1 TO WS-GER-REPLAY
                   ELSE
                       ADD 1 TO WS-GER-REPLAY
                   END-IF
               END-PERFORM
               IF NOT FIM-REPLAY THEN
                   MOVE WS-JRN-VIVO-PATH TO WS-JORNAL-PATH
                   PERFORM P630-LE-JORNAL
               END-IF

               EVALUATE WS-ARQ-ESCOLHIDO
                   WHEN "1"
                       CLOSE BK-CONTATOS
                   WHEN "2"
                       CLOSE BK-ALUNOS
                   WHEN "4"
                       CLOSE BK-NOTAS
                   WHEN "5"
                       CLOSE BK-PARCELAS
               END-EVALUATE
               PERFORM P690-RESUMO-RECUPERACAO
           END-IF

           IF FS-REL-OK THEN
               CLOSE RECREL
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 1   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "RELATORIO DA RECUPERACAO EM: "
                       FUNCTION TRIM(WS-RECREL-PATH)
           END-IF
           .

       P615-ABRE-RELATORIO.
           MOVE "A"         TO WS-SP-OPERACAO
           MOVE "BKPCNTT"   TO WS-SP-PROGRAMA
           MOVE LK-OPERADOR TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           MOVE SPACES TO WS-RECREL-PATH
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RECREL-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                      "\RECUPERA.LST" DELIMITED BY SIZE
                      INTO WS-RECREL-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RECREL
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE WS-NOME-MESTRE   TO WS-CAB-ARQUIVO
               MOVE WS-GER-ESCOLHIDA TO WS-CAB-GERACAO
               IF WS-LIM-DATA EQUAL ZEROS THEN
                   MOVE "TUDO"            TO WS-CAB-LIMITE
               ELSE
                   MOVE WS-LIMITE-MOMENTO TO WS-CAB-LIMITE
               END-IF
               WRITE WS-LINHA-REC FROM WS-CAB-REC
               WRITE WS-LINHA-REC FROM WS-CAB-REC2
           END-IF
           .

       P630-LE-JORNAL.
           SET EOF-OK    TO FALSE
           SET FS-JRN-OK TO TRUE
           OPEN INPUT JORNAL
           IF NOT FS-JRN-OK THEN
      *>       Jornal vivo ausente = nada gravado desde o corte. Um
      *>       arquivado ausente e um buraco na cadeia.
               IF WS-JORNAL-PATH NOT EQUAL WS-JRN-VIVO-PATH THEN
                   DISPLAY "ATENCAO: JORNAL AUSENTE "
                           FUNCTION TRIM(WS-JORNAL-PATH)
                           " - FILE STATUS: " WS-FS-JRN
                   IF FS-REL-OK THEN
                       MOVE SPACES TO WS-LINHA-REC
                       STRING "ATENCAO: JORNAL AUSENTE "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-JORNAL-PATH)
                              DELIMITED BY SIZE
                              INTO WS-LINHA-REC
                       WRITE WS-LINHA-REC
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-TOT-JORNAIS
               PERFORM UNTIL EOF-OK OR FIM-REPLAY
                   READ JORNAL INTO REG-JORNAL
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P640-APLICA-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF
           .

       P640-APLICA-IMAGEM.
           IF JR-ARQUIVO NOT EQUAL WS-NOME-MESTRE THEN
               ADD 1 TO WS-TOT-IGNORADOS
           ELSE
               IF WS-LIM-DATA NOT EQUAL ZEROS AND
                  JR-MOMENTO > WS-LIMITE-MOMENTO THEN
                   SET FIM-REPLAY TO TRUE
               ELSE
                   MOVE JR-IMAGEM TO WS-IMAGEM-REPLAY
                   MOVE SPACES    TO WS-RESULTADO-REPLAY
                   EVALUATE WS-ARQ-ESCOLHIDO
                       WHEN "1"
                           PERFORM P651-APLICA-CONTATOS
                       WHEN "2"
                           PERFORM P652-APLICA-ALUNOS
                       WHEN "4"
                           PERFORM P653-APLICA-NOTAS
                       WHEN "5"
                           PERFORM P654-APLICA-PARCELAS
                   END-EVALUATE
                   IF WS-RESULTADO-REPLAY(1:4) EQUAL "ERRO" THEN
                       ADD 1 TO WS-TOT-ERROS-REPLAY
                   ELSE
                       ADD 1 TO WS-TOT-APLICADOS
                   END-IF
                   IF FS-REL-OK THEN
                       MOVE JR-DATA             TO WS-DR-DATA
                       MOVE JR-HORA             TO WS-DR-HORA
                       MOVE JR-OPERACAO         TO WS-DR-OPERACAO
                       MOVE WS-CHAVE-ATUAL      TO WS-DR-CHAVE
                       MOVE JR-PROGRAMA         TO WS-DR-PROGRAMA
                       MOVE WS-RESULTADO-REPLAY TO WS-DR-RESULTADO
                       WRITE WS-LINHA-REC FROM WS-DET-REC
                   END-IF
               END-IF
           END-IF
           .

       P651-APLICA-CONTATOS.
           MOVE WS-IMAGEM-REPLAY(1:208) TO REG-CONTATOS
           MOVE ID-CONTATO TO WS-CHAVE-ATUAL
           READ BK-CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                   IF JR-EXCLUSAO THEN
                       MOVE "JA AUSENTE" TO WS-RESULTADO-REPLAY
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:208) TO REG-CONTATOS
                       WRITE REG-CONTATOS
                           INVALID KEY
                               MOVE "ERRO INCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "INCLUIDO" TO WS-RESULTADO-REPLAY
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF JR-EXCLUSAO THEN
                       DELETE BK-CONTATOS RECORD
                           INVALID KEY
                               MOVE "ERRO EXCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "EXCLUIDO" TO WS-RESULTADO-REPLAY
                       END-DELETE
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:208) TO REG-CONTATOS
                       REWRITE REG-CONTATOS
                           INVALID KEY
                               MOVE "ERRO ALTERAR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "ALTERADO" TO WS-RESULTADO-REPLAY
                       END-REWRITE
                   END-IF
           END-READ
           .

       P652-APLICA-ALUNOS.
           MOVE WS-IMAGEM-REPLAY(1:400) TO REG-ALUNO
           MOVE ID-ALUNO TO WS-CHAVE-ATUAL
           READ BK-ALUNOS
               KEY IS ID-ALUNO
               INVALID KEY
                   IF JR-EXCLUSAO THEN
                       MOVE "JA AUSENTE" TO WS-RESULTADO-REPLAY
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:400) TO REG-ALUNO
                       WRITE REG-ALUNO
                           INVALID KEY
                               MOVE "ERRO INCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "INCLUIDO" TO WS-RESULTADO-REPLAY
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF JR-EXCLUSAO THEN
                       DELETE BK-ALUNOS RECORD
                           INVALID KEY
                               MOVE "ERRO EXCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "EXCLUIDO" TO WS-RESULTADO-REPLAY
                       END-DELETE
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:400) TO REG-ALUNO
                       REWRITE REG-ALUNO
                           INVALID KEY
                               MOVE "ERRO ALTERAR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "ALTERADO" TO WS-RESULTADO-REPLAY
                       END-REWRITE
                   END-IF
           END-READ
           .

       P653-APLICA-NOTAS.
           MOVE WS-IMAGEM-REPLAY(1:42) TO REG-NOTA
           MOVE NT-CHAVE TO WS-CHAVE-ATUAL
           READ BK-NOTAS
               KEY IS NT-CHAVE
               INVALID KEY
                   IF JR-EXCLUSAO THEN
                       MOVE "JA AUSENTE" TO WS-RESULTADO-REPLAY
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:42) TO REG-NOTA
                       WRITE REG-NOTA
                           INVALID KEY
                               MOVE "ERRO INCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "INCLUIDO" TO WS-RESULTADO-REPLAY
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF JR-EXCLUSAO THEN
                       DELETE BK-NOTAS RECORD
                           INVALID KEY
                               MOVE "ERRO EXCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "EXCLUIDO" TO WS-RESULTADO-REPLAY
                       END-DELETE
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:42) TO REG-NOTA
                       REWRITE REG-NOTA
                           INVALID KEY
                               MOVE "ERRO ALTERAR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "ALTERADO" TO WS-RESULTADO-REPLAY
                       END-REWRITE
                   END-IF
           END-READ
           .

       P654-APLICA-PARCELAS.
           MOVE WS-IMAGEM-REPLAY(1:61) TO REG-PARCELA
           MOVE PA-CHAVE TO WS-CHAVE-ATUAL
           READ BK-PARCELAS
               KEY IS PA-CHAVE
               INVALID KEY
                   IF JR-EXCLUSAO THEN
                       MOVE "JA AUSENTE" TO WS-RESULTADO-REPLAY
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:61) TO REG-PARCELA
                       WRITE REG-PARCELA
                           INVALID KEY
                               MOVE "ERRO INCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "INCLUIDO" TO WS-RESULTADO-REPLAY
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF JR-EXCLUSAO THEN
                       DELETE BK-PARCELAS RECORD
                           INVALID KEY
                               MOVE "ERRO EXCLUIR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "EXCLUIDO" TO WS-RESULTADO-REPLAY
                       END-DELETE
                   ELSE
                       MOVE WS-IMAGEM-REPLAY(1:61) TO REG-PARCELA
                       REWRITE REG-PARCELA
                           INVALID KEY
                               MOVE "ERRO ALTERAR"
                                   TO WS-RESULTADO-REPLAY
                           NOT INVALID KEY
                               MOVE "ALTERADO" TO WS-RESULTADO-REPLAY
                       END-REWRITE
                   END-IF
           END-READ
           .

       P690-RESUMO-RECUPERACAO.
           DISPLAY "========================================"
           DISPLAY "JORNAIS REAPLICADOS:       " WS-TOT-JORNAIS
           DISPLAY "IMAGENS APLICADAS:         " WS-TOT-APLICADOS
           DISPLAY "IMAGENS DE OUTRO ARQUIVO:  " WS-TOT-IGNORADOS
           DISPLAY "ERROS NA REAPLICACAO:      " WS-TOT-ERROS-REPLAY
           IF WS-TOT-ERROS-REPLAY EQUAL ZEROS AND
              WS-TOT-FORA-ORDEM EQUAL ZEROS THEN
               DISPLAY "CONFERIDOS O RESUMO E O RELATORIO, RENOMEIE "
               DISPLAY FUNCTION TRIM(WS-NOME-MESTRE) "_RST.DAT -> "
                       FUNCTION TRIM(WS-NOME-MESTRE) ".DAT"
           ELSE
               DISPLAY "ATENCAO: RECUPERACAO COM ERROS - NAO RENOMEAR "
                       "SEM ANALISAR O RELATORIO"
           END-IF
           DISPLAY "========================================"

           IF FS-REL-OK THEN
               MOVE SPACES TO WS-LINHA-REC
               WRITE WS-LINHA-REC
               MOVE "JORNAIS REAPLICADOS:"     TO WS-TR-TEXTO
               MOVE WS-TOT-JORNAIS             TO WS-TR-VALOR
               WRITE WS-LINHA-REC FROM WS-TOT-REC
               MOVE "IMAGENS APLICADAS:"       TO WS-TR-TEXTO
               MOVE WS-TOT-APLICADOS           TO WS-TR-VALOR
               WRITE WS-LINHA-REC FROM WS-TOT-REC
               MOVE "IMAGENS DE OUTRO ARQUIVO:" TO WS-TR-TEXTO
               MOVE WS-TOT-IGNORADOS           TO WS-TR-VALOR
               WRITE WS-LINHA-REC FROM WS-TOT-REC
               MOVE "ERROS NA REAPLICACAO:"    TO WS-TR-TEXTO
               MOVE WS-TOT-ERROS-REPLAY        TO WS-TR-VALOR
               WRITE WS-LINHA-REC FROM WS-TOT-REC
           END-IF
           .

       COPY P-RESOLVE-PATH.

       COPY P-RUNREG.

       COPY P-RUNSTAT.

       P900-FIM.

            GOBACK.
