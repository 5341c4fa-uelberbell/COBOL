      *         FALTAS E A NOTA DO BIMESTRE (NOTAS.DAT) DE CADA ALUNO
      *         E O NOME DO PROFESSOR RESPONSAVEL (PROFMAT). UM
      *         DOCUMENTO ASSINAVEL POR MATERIA, NO SPOOL (SPLCTL).
      *         O PERIODO DO BIMESTRE VEM DO CALENDARIO DE BIMESTRES
      *         DO ANO DA TURMA (BIMCAL.DAT, VER CALLET). A PAGINA
      *         DE CONTEUDO TRAZ O ASSUNTO DE CADA AULA E O PROFESSOR
      *         QUE A DEU (CONTEUDO.DAT, VER CONTMNT), APONTANDO AS
      *         DATAS COM CHAMADA SEM CONTEUDO E AS COM CONTEUDO SEM
      *         CHAMADA. AS DATAS DE AULA SAEM DA CHAVE ALTERNADA
      *         MATERIA+DATA DE FREQUENCIA.DAT, SEM PERCORRER A
      *         FREQUENCIA DE CADA ALUNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQ-CHAVE
               ALTERNATE RECORD KEY IS FQ-CHAVE-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-FREQ.

               SELECT NOTAS ASSIGN TO WS-NOTAS-PATH
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS-NOTA.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               RECORD KEY IS CD-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT BIMCAL ASSIGN TO WS-BIMCAL-PATH
      *>          CALENDARIO DE BIMESTRES (VER CALLET E P-BIMCAL).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ANO
               FILE STATUS IS WS-FS-BCAL.

               SELECT CONTEUDO ASSIGN TO WS-CONTEUDO-PATH
      *>          CONTEUDO MINISTRADO POR AULA (VER CONTMNT).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               FILE STATUS IS WS-FS-CONT.

               SELECT DIARIO-IMP ASSIGN TO WS-DIARIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       FD PROFESSORES.
       COPY FD_PROF.

       FD BIMCAL.
       COPY FD_BIMCAL.

       FD CONTEUDO.
       COPY FD_CONTEUDO.

       FD DIARIO-IMP.
       01 WS-LINHA-DIARIO          PIC X(100).

           88 FS-PROF-OK    VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.
       77 WS-FS-CONT        PIC 99.
           88 FS-CONT-OK    VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-CD-TURMA-INF      PIC 9(03) VALUE ZEROS.
       77 WS-BIMESTRE-INF      PIC 9(01) VALUE ZEROS.
       01 WS-TAB-DATAS.
           03 WS-DT-AULA       PIC 9(08) OCCURS 25 TIMES.
       77 WS-TROCA-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-DT-ULTIMA         PIC 9(08) VALUE ZEROS.

      *> Linha da grade do aluno corrente.
       01 WS-MARCAS.
       77 WS-NOTA-BIM          PIC 9(02)V99 VALUE ZEROS.
       77 WS-TOT-ALUNOS        PIC 9(03) VALUE ZEROS.

      *> Pagina de conteudo: "S" = a data de chamada tem conteudo.
       01 WS-TAB-CONTEUDO.
           03 WS-TEM-CONTEUDO  PIC X OCCURS 25 TIMES.
       77 WS-NM-PROF-CONT      PIC X(30) VALUE SPACES.
       77 WS-TOT-CONTEUDOS     PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-CHAMADA   PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-CONTEUDO  PIC 9(03) VALUE ZEROS.

       COPY WS_BIMCAL.
       COPY WS_SPLCTL.
       77 WS-DIARIO-PATH       PIC X(200) VALUE SPACES.

           ACCEPT WS-CD-TURMA-INF
           DISPLAY "BIMESTRE (1-4): "
           ACCEPT WS-BIMESTRE-INF

           PERFORM P200-LE-TURMA
           IF WS-MATERIA-TURMA EQUAL ZEROS THEN
               DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
           ELSE
      *>       Periodo do bimestre pelo calendario do ano da turma.
               PERFORM P385-CARREGA-BIMCAL
               MOVE WS-BIMESTRE-INF TO WS-BC-BIM
               PERFORM P386-PERIODO-BIMESTRE
               MOVE WS-BC-DT-INICIO TO WS-DT-INICIO-INF
               MOVE WS-BC-DT-FIM    TO WS-DT-FIM-INF
               IF WS-DT-INICIO-INF EQUAL ZEROS THEN
                   DISPLAY "BIMESTRE " WS-BIMESTRE-INF " DE "
                           WS-BC-ANO-INF " SEM PERIODO DEFINIDO "
                           "(CALLET OPCAO 4)"
               ELSE
                   DISPLAY "PERIODO DO BIMESTRE: " WS-DT-INICIO-INF
                           " A " WS-DT-FIM-INF
                   PERFORM P250-COLETA-DATAS
                   IF WS-QTD-DATAS EQUAL ZEROS THEN
                       DISPLAY "SEM CHAMADA LANCADA NO PERIODO"
                   ELSE
                       PERFORM P300-IMPRIME-DIARIO
                   END-IF
               END-IF
           END-IF
           PERFORM P900-FIM.
                           IF TU-ATIVA THEN
                               MOVE TU-CD-MATERIA
                                   TO WS-MATERIA-TURMA
                               MOVE TU-ANO TO WS-BC-ANO-INF
                               PERFORM P210-NOME-DO-PROFESSOR
                           END-IF
                   END-READ

       P250-COLETA-DATAS.
      *> Datas distintas de chamada da materia da turma no periodo,
      *> ordenadas - as colunas da grade. A chave alternada materia+
      *> data entrega as marcacoes do periodo em ordem de data; vale
      *> a data que tiver marcacao de aluno ativo nesta turma (a mesma
      *> materia pode ser dada a outras turmas).
           SET EOF-OK     TO FALSE
           SET FS-MATR-OK TO TRUE
           SET FS-FREQ-OK TO TRUE
           MOVE ZEROS     TO WS-QTD-DATAS
           MOVE ZEROS     TO WS-DT-ULTIMA

           OPEN INPUT MATRICULAS
           OPEN INPUT FREQUENCIA
           IF NOT FS-MATR-OK OR NOT FS-FREQ-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE WS-MATERIA-TURMA TO FQ-CD-MATERIA
               MOVE WS-DT-INICIO-INF TO FQ-DATA
               START FREQUENCIA KEY IS NOT LESS FQ-CHAVE-MATERIA
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF FQ-CD-MATERIA NOT EQUAL
                              WS-MATERIA-TURMA OR
                              FQ-DATA > WS-DT-FIM-INF THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               IF FQ-DATA NOT EQUAL WS-DT-ULTIMA THEN
                                   PERFORM P260-TESTA-MARCACAO
                               END-IF
                           END-IF
                   END-READ
           PERFORM P270-ORDENA-DATAS
           .

       P260-TESTA-MARCACAO.
           MOVE WS-CD-TURMA-INF TO MT-CD-TURMA
           MOVE FQ-ID-ALUNO     TO MT-ID-ALUNO
           READ MATRICULAS
               KEY IS MT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MT-ATIVA THEN
                       PERFORM P265-GUARDA-DATA
                       MOVE FQ-DATA TO WS-DT-ULTIMA
                   END-IF
           END-READ
           .

       P265-GUARDA-DATA.
                   TO WS-LINHA-DIARIO
               WRITE WS-LINHA-DIARIO

               PERFORM P500-PAGINA-CONTEUDO

               CLOSE DIARIO-IMP
               IF WS-SP-ERRO NOT EQUAL "S" THEN
                   MOVE "F" TO WS-SP-OPERACAO
                   MOVE 2   TO WS-SP-PAGINAS
                   CALL "SPLCTL" USING WS-SPLCTL-PARM
               END-IF
               DISPLAY "DIARIO GRAVADO EM: " WS-DIARIO-PATH
           WRITE WS-LINHA-DIARIO
           .

       P500-PAGINA-CONTEUDO.
      *> Conteudo ministrado em cada aula do periodo; as datas sem
      *> chamada e as chamadas sem conteudo saem marcadas com "*".
           MOVE ALL "N" TO WS-TAB-CONTEUDO
           MOVE ZEROS   TO WS-TOT-CONTEUDOS
           MOVE ZEROS   TO WS-TOT-SEM-CHAMADA
           MOVE ZEROS   TO WS-TOT-SEM-CONTEUDO

           MOVE SPACES TO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO
           MOVE ALL "=" TO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO
           MOVE SPACES TO WS-LINHA-DIARIO
           STRING "CONTEUDO MINISTRADO - TURMA " DELIMITED BY SIZE
                  WS-CD-TURMA-INF DELIMITED BY SIZE
                  " MATERIA " DELIMITED BY SIZE
                  WS-MATERIA-TURMA DELIMITED BY SIZE
                  " BIMESTRE " DELIMITED BY SIZE
                  WS-BIMESTRE-INF DELIMITED BY SIZE
                  INTO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO
           MOVE ALL "-" TO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO

           SET EOF-OK     TO FALSE
           SET FS-CONT-OK TO TRUE
           SET FS-PROF-OK TO TRUE
           OPEN INPUT CONTEUDO
           OPEN INPUT PROFESSORES
           IF NOT FS-CONT-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE WS-CD-TURMA-INF  TO CN-CD-TURMA
               MOVE WS-MATERIA-TURMA TO CN-CD-MATERIA
               MOVE WS-DT-INICIO-INF TO CN-DATA
               START CONTEUDO KEY IS NOT LESS CN-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-OK
               READ CONTEUDO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CN-CD-TURMA NOT EQUAL WS-CD-TURMA-INF OR
                          CN-CD-MATERIA NOT EQUAL
                          WS-MATERIA-TURMA OR
                          CN-DATA > WS-DT-FIM-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM P510-LINHA-CONTEUDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFESSORES
           CLOSE CONTEUDO

      *>   Datas com chamada lancada e nenhum conteudo registrado.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DATAS
               IF WS-TEM-CONTEUDO (WS-D) EQUAL "N" THEN
                   ADD 1 TO WS-TOT-SEM-CONTEUDO
                   MOVE SPACES TO WS-LINHA-DIARIO
                   STRING WS-DT-AULA (WS-D) DELIMITED BY SIZE
                          " * CHAMADA SEM CONTEUDO REGISTRADO"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-DIARIO
                   WRITE WS-LINHA-DIARIO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO
           MOVE SPACES TO WS-LINHA-DIARIO
           STRING "AULAS COM CONTEUDO: " DELIMITED BY SIZE
                  WS-TOT-CONTEUDOS DELIMITED BY SIZE
                  "  CONTEUDO SEM CHAMADA: " DELIMITED BY SIZE
                  WS-TOT-SEM-CHAMADA DELIMITED BY SIZE
                  "  CHAMADA SEM CONTEUDO: " DELIMITED BY SIZE
                  WS-TOT-SEM-CONTEUDO DELIMITED BY SIZE
                  INTO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO
           MOVE SPACES TO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO
           MOVE "ASSINATURA DO PROFESSOR: ___________________"
               TO WS-LINHA-DIARIO
           WRITE WS-LINHA-DIARIO
           .

       P510-LINHA-CONTEUDO.
           ADD 1 TO WS-TOT-CONTEUDOS
           SET DATA-ACHADA TO FALSE
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DATAS OR DATA-ACHADA
               IF WS-DT-AULA (WS-D) EQUAL CN-DATA THEN
                   SET DATA-ACHADA TO TRUE
                   MOVE "S" TO WS-TEM-CONTEUDO (WS-D)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NM-PROF-CONT
           IF FS-PROF-OK THEN
               MOVE CN-CD-PROFESSOR TO CD-PROFESSOR
               READ PROFESSORES
                   KEY IS CD-PROFESSOR
                   INVALID KEY
                       MOVE "(DESCONHECIDO)" TO WS-NM-PROF-CONT
                   NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-NM-PROF-CONT
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-DIARIO
           IF DATA-ACHADA THEN
               MOVE CN-DATA TO WS-LINHA-DIARIO (1:8)
           ELSE
               ADD 1 TO WS-TOT-SEM-CHAMADA
               STRING CN-DATA DELIMITED BY SIZE
                      " * CONTEUDO SEM CHAMADA LANCADA"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-DIARIO
           END-IF
           IF CN-PELO-SUBSTITUTO THEN
               MOVE "(SUBST.)" TO WS-LINHA-DIARIO (42:8)
           END-IF
           MOVE WS-NM-PROF-CONT (1:20) TO WS-LINHA-DIARIO (51:20)
           WRITE WS-LINHA-DIARIO
           MOVE SPACES TO WS-LINHA-DIARIO
           MOVE CN-ASSUNTO TO WS-LINHA-DIARIO (10:60)
           WRITE WS-LINHA-DIARIO
           .

       COPY P-BIMCAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
