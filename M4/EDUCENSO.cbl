      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:EXPORTACAO ANUAL PARA O CENSO ESCOLAR (EDUCACENSO/INEP)
      *         A PARTIR DO QUE O M4 JA GUARDA: ESCOLA (CABECALHO FIXO
      *         DAS VARIAVEIS M4_INEP_ESCOLA, M4_CNPJ_ESCOLA,
      *         M4_NOME_ESCOLA, M4_CIDADE_ESCOLA E M4_UF_ESCOLA),
      *         TURMAS DO ANO (TURMAS.DAT COM A SALA DE SALAS.DAT),
      *         DOCENTES (PROFESSORES.DAT/PROFMAT.DAT COM A FICHA DO
      *         CENSO EM PROFCEN.DAT) E ALUNOS COM SUAS MATRICULAS
      *         (ALUNOS.DAT/MATRICULAS.DAT). ANTES DE GRAVAR O ARQUIVO
      *         O RELATORIO DE PENDENCIAS (SPOOL, VER SPLCTL) LISTA
      *         CADA ALUNO OU PROFESSOR SEM UM CAMPO OBRIGATORIO DO
      *         CENSO; HAVENDO PENDENCIA O ARQUIVO NAO E GERADO. A
      *         OPCAO 1 MANTEM A FICHA DO PROFESSOR PARA O CENSO.
      *         ARQUIVO EDUCENSO.TXT, UM REGISTRO POR LINHA COM CAMPOS
      *         SEPARADOS POR "|": 00 ESCOLA, 20 TURMA, 30 PESSOA
      *         FISICA, 50 DOCENTE NA TURMA, 60 ALUNO NA TURMA E 99
      *         TOTAL DE REGISTROS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUCENSO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TURMAS ASSIGN TO WS-TURMAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CD-TURMA
               FILE STATUS IS WS-FS-TURMA.

               SELECT SALAS ASSIGN TO WS-SALAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-CODIGO
               FILE STATUS IS WS-FS-SALA.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-MATERIA
               FILE STATUS IS WS-FS-MAT.

               SELECT PROFMAT ASSIGN TO WS-PROFMAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-FS-PM.

               SELECT PROFESSORES ASSIGN TO WS-PROFESSORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-PROFESSOR
               FILE STATUS IS WS-FS-PROF.

               SELECT PROFCEN ASSIGN TO WS-PROFCEN-PATH
      *>          FICHA DO PROFESSOR PARA O CENSO (VER FD_PROFCEN).
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CD-PROFESSOR
               FILE STATUS IS WS-FS-PC.

               SELECT ALUNOS ASSIGN TO WS-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ALUNO
               FILE STATUS IS WS-FS-ALUNO.

               SELECT MATRICULAS ASSIGN TO WS-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-FS-MATR.

               SELECT CENSO ASSIGN TO WS-EDUCENSO-PATH
      *>          ARQUIVO DE EXPORTACAO DO ANO PARA O EDUCACENSO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CEN.

               SELECT RELATORIO ASSIGN TO WS-RELAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
       COPY FD_TURMA.

       FD SALAS.
       COPY FD_SALA.

       FD MATERIAS.
       COPY FD_MATERIAS.

       FD PROFMAT.
       COPY FD_PROFMAT.

       FD PROFESSORES.
       COPY FD_PROF.

       FD PROFCEN.
       COPY FD_PROFCEN.

       FD ALUNOS.
       COPY FD_ALUNO.

       FD MATRICULAS.
       COPY FD_MATRIC.

       FD CENSO.
       01 WS-LINHA-CENSO           PIC X(400).

       FD RELATORIO.
       01 WS-LINHA-REL             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY WS_ALUNO.
       COPY WS_M4_PATHS.
       COPY WS_FICHALU.
       COPY WS_CPF.
       COPY WS_DATUTIL.

       77 WS-FS-TURMA       PIC 99.
           88 FS-TURMA-OK   VALUE 0.
       77 WS-FS-SALA        PIC 99.
           88 FS-SALA-OK    VALUE 0.
       77 WS-FS-MAT         PIC 99.
           88 FS-MAT-OK     VALUE 0.
       77 WS-FS-PM          PIC 99.
           88 FS-PM-OK      VALUE 0.
       77 WS-FS-PROF        PIC 99.
           88 FS-PROF-OK    VALUE 0.
       77 WS-FS-PC          PIC 99.
           88 FS-PC-OK      VALUE 0.
       77 WS-FS-ALUNO       PIC 99.
           88 FS-ALUNO-OK   VALUE 0.
       77 WS-FS-MATR        PIC 99.
           88 FS-MATR-OK    VALUE 0.
       77 WS-FS-CEN         PIC 99.
           88 FS-CEN-OK     VALUE 0.
       77 WS-FS-REL         PIC 99.
           88 FS-REL-OK     VALUE 0.

       77 ES-EOF               PIC X.
           88 EOF-OK           VALUE "S" FALSE "N".
       77 ES-FIM-MATR          PIC X.
           88 FIM-MATR         VALUE "S" FALSE "N".
       77 WS-EXIT              PIC X.
           88 EXIT-OK          VALUE "F" FALSE "N".
       77 WS-OPCAO             PIC X VALUE SPACES.
       77 WS-CONFIRM           PIC X VALUE SPACES.

       77 WS-RELAT-PATH        PIC X(200) VALUE SPACES.
       COPY WS_SPLCTL.

      *> Ano do censo e modo da varredura: "V" so confere e lista as
      *> pendencias, "G" grava o arquivo (so depois de um "V" limpo).
       77 WS-ANO-CENSO         PIC 9(04) VALUE ZEROS.
       77 WS-MODO              PIC X VALUE "V".
           88 MODO-VALIDA      VALUE "V".
           88 MODO-GRAVA       VALUE "G".
      *> Passo da varredura das turmas: 1 = turmas (registro 20),
      *> 2 = pessoas (registro 30, uma vez cada), 3 = vinculos
      *> (registros 50 e 60).
       77 WS-PASSO             PIC 9(01) VALUE ZEROS.

      *> Quem ja saiu no registro 30 (ou ja foi conferido): o mesmo
      *> aluno esta em varias turmas (uma por materia) e o mesmo
      *> professor em varias materias.
       01 WS-VISTOS.
           03 WS-ALU-VISTO         PIC X OCCURS 99999.
           03 WS-PROF-VISTO        PIC X OCCURS 999.

      *> Professor da turma corrente (PROFMAT da materia no periodo).
       77 WS-PROF-TURMA        PIC 9(03) VALUE ZEROS.
       77 WS-TEM-PROF          PIC X VALUE "N".
           88 TEM-PROF         VALUE "S" FALSE "N".
       77 WS-ACHOU             PIC X VALUE "N".
           88 ACHOU            VALUE "S" FALSE "N".

      *> Campos faltantes de uma pessoa, montados para a linha do
      *> relatorio.
       77 WS-FALTA             PIC X(100) VALUE SPACES.
       77 WS-PONTEIRO          PIC 9(03) VALUE 1.
       77 WS-CAMPO-FALTA       PIC X(20) VALUE SPACES.
       77 WS-NM-PESSOA         PIC X(60) VALUE SPACES.
       77 WS-ID-PESSOA         PIC X(06) VALUE SPACES.

      *> Campos ja formatados para o arquivo.
       77 WS-DT-EDIT           PIC X(10) VALUE SPACES.
       77 WS-DT-AUX            PIC 9(08) VALUE ZEROS.
       77 WS-SEXO-CENSO        PIC X VALUE SPACES.
       77 WS-CPF-EDIT          PIC X(11) VALUE SPACES.
       77 WS-CEP-EDIT          PIC X(08) VALUE SPACES.
       77 WS-NM-MATERIA        PIC X(30) VALUE SPACES.
       77 WS-SALA-DESC         PIC X(30) VALUE SPACES.
       77 WS-SALA-LUGARES      PIC 9(03) VALUE ZEROS.

       77 WS-CD-PROF-INF       PIC 9(03) VALUE ZEROS.
       77 WS-TEM-FICHA         PIC X VALUE "N".
           88 TEM-FICHA        VALUE "S" FALSE "N".

       77 WS-TOT-PENDENCIAS    PIC 9(05) VALUE ZEROS.
       77 WS-TOT-TURMAS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ALUNOS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DOCENTES      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-VINCULOS      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REGISTROS     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LINHAS        PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           03 LK-MENSAGEM      PIC X(40).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           DISPLAY "***CENSO ESCOLAR - EDUCACENSO***".
           PERFORM P100-RESOLVE-PATH.

           SET EXIT-OK     TO FALSE.
           PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           PERFORM P900-FIM.

       P300-PROCESSA.
           DISPLAY "OPCOES: <1> FICHA DO PROFESSOR PARA O CENSO  "
                   "<2> RELATORIO DE PENDENCIAS  "
                   "<3> GERAR ARQUIVO DO CENSO  <F> FINALIZAR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P310-FICHA-PROFESSOR
               WHEN "2"
                   PERFORM P400-PENDENCIAS
               WHEN "3"
                   PERFORM P400-PENDENCIAS
                   IF WS-ANO-CENSO NOT EQUAL ZEROS THEN
                       IF WS-TOT-PENDENCIAS EQUAL ZEROS THEN
                           PERFORM P500-GERA-ARQUIVO
                       ELSE
                           DISPLAY "ARQUIVO NAO GERADO: "
                                   WS-TOT-PENDENCIAS
                                   " PENDENCIA(S) - CORRIJA E "
                                   "GERE DE NOVO"
                       END-IF
                   END-IF
               WHEN "F"
                   SET EXIT-OK TO TRUE
               WHEN "f"
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE
           .
       P300-FIM.

      *>----------------------------------------------------------------
      *> Ficha do professor para o censo: mesmo desenho da ficha civil
      *> do aluno (P-FICHALU), valor atual entre colchetes e ENTER
      *> mantem.
      *>----------------------------------------------------------------
       P310-FICHA-PROFESSOR.
           DISPLAY "CODIGO DO PROFESSOR: "
           ACCEPT WS-CD-PROF-INF

           SET FS-PROF-OK TO TRUE
           SET ACHOU      TO FALSE
           OPEN INPUT PROFESSORES
           IF FS-PROF-OK THEN
               MOVE WS-CD-PROF-INF TO CD-PROFESSOR
               READ PROFESSORES
                   KEY IS CD-PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-PROF-ATIVO THEN
                           SET ACHOU TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE PROFESSORES

           IF NOT ACHOU THEN
               DISPLAY "PROFESSOR NAO CADASTRADO OU INATIVO"
           ELSE
               DISPLAY "PROFESSOR: " FUNCTION TRIM(NM-PROFESSOR)
               SET FS-PC-OK TO TRUE
               OPEN I-O PROFCEN
               IF WS-FS-PC EQUAL 35 THEN
                   OPEN OUTPUT PROFCEN
                   CLOSE PROFCEN
                   OPEN I-O PROFCEN
               END-IF

               IF NOT FS-PC-OK THEN
                   DISPLAY "ERRO AO ABRIR PROFCEN.DAT - FILE STATUS: "
                           WS-FS-PC
               ELSE
                   MOVE WS-CD-PROF-INF TO PC-CD-PROFESSOR
                   READ PROFCEN
                       KEY IS PC-CD-PROFESSOR
                       INVALID KEY
                           SET TEM-FICHA TO FALSE
                           MOVE ZEROS  TO PC-CPF
                           MOVE ZEROS  TO PC-DT-NASC
                           MOVE SPACES TO PC-SEXO
                           MOVE SPACES TO PC-NM-MAE
                           MOVE SPACES TO PC-NM-PAI
                           MOVE SPACES TO PC-ESCOLARIDADE
                       NOT INVALID KEY
                           SET TEM-FICHA TO TRUE
                   END-READ

                   PERFORM P320-DIGITA-FICHA
                   PERFORM P330-VALIDA-FICHA

                   IF NOT FICHA-OK THEN
                       DISPLAY "FICHA NAO GRAVADA: " WS-FICHA-MSG
                   ELSE
                       MOVE WS-CD-PROF-INF TO PC-CD-PROFESSOR
                       ACCEPT PC-DT-ATUALIZACAO FROM DATE YYYYMMDD
                       IF TEM-FICHA THEN
                           REWRITE REG-PROFCEN
                               INVALID KEY
                                   DISPLAY "ERRO AO REGRAVAR A FICHA"
                               NOT INVALID KEY
                                   DISPLAY "FICHA ATUALIZADA!"
                           END-REWRITE
                       ELSE
                           WRITE REG-PROFCEN
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR A FICHA"
                               NOT INVALID KEY
                                   DISPLAY "FICHA CADASTRADA!"
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
               CLOSE PROFCEN
           END-IF
           .

       P320-DIGITA-FICHA.
           DISPLAY "CPF (SO NUMEROS) [" PC-CPF "]: "
           MOVE ZEROS TO WS-FA-CPF
           ACCEPT WS-FA-CPF
           IF WS-FA-CPF NOT EQUAL ZEROS THEN
               MOVE WS-FA-CPF TO PC-CPF
           END-IF

           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD) [" PC-DT-NASC "]: "
           MOVE ZEROS TO WS-FA-DATA
           ACCEPT WS-FA-DATA
           IF WS-FA-DATA NOT EQUAL ZEROS THEN
               MOVE WS-FA-DATA TO PC-DT-NASC
           END-IF

           DISPLAY "SEXO (M/F) [" PC-SEXO "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-FA-TEXTO(1:1))
                   TO PC-SEXO
           END-IF

           DISPLAY "NOME DA MAE [" FUNCTION TRIM(PC-NM-MAE) "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO PC-NM-MAE
           END-IF

           DISPLAY "NOME DO PAI [" FUNCTION TRIM(PC-NM-PAI) "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO TO PC-NM-PAI
           END-IF

           DISPLAY "ESCOLARIDADE: <1> NAO CONCLUIU O FUNDAMENTAL  "
                   "<2> FUNDAMENTAL  <7> MEDIO  <6> SUPERIOR"
           DISPLAY "ESCOLARIDADE [" PC-ESCOLARIDADE "]: "
           MOVE SPACES TO WS-FA-TEXTO
           ACCEPT WS-FA-TEXTO
           IF WS-FA-TEXTO NOT EQUAL SPACES THEN
               MOVE WS-FA-TEXTO(1:1) TO PC-ESCOLARIDADE
           END-IF
           .

       P330-VALIDA-FICHA.
      *> Como na ficha do aluno, o que nao foi informado passa aqui e
      *> aparece como pendencia no relatorio do censo.
           SET FICHA-OK TO TRUE
           MOVE SPACES  TO WS-FICHA-MSG

           IF PC-CPF NOT EQUAL ZEROS THEN
               MOVE PC-CPF TO WS-CPF-NUM
               PERFORM P375-VALIDA-CPF
               IF NOT CPF-OK THEN
                   SET FICHA-OK TO FALSE
                   MOVE "CPF INVALIDO (DIGITO VERIFICADOR NAO CONFERE)"
                       TO WS-FICHA-MSG
               END-IF
           END-IF

           IF FICHA-OK AND PC-DT-NASC NOT EQUAL ZEROS THEN
               MOVE "V"        TO WS-DU-OPERACAO
               MOVE PC-DT-NASC TO WS-DU-DATA-1
               MOVE ZEROS      TO WS-DU-DATA-2
               MOVE ZEROS      TO WS-DU-QTD
               CALL "DATUTIL" USING WS-DATUTIL-PARM
               ACCEPT WS-FA-HOJE FROM DATE YYYYMMDD
               IF WS-DU-ERRO EQUAL "S" OR
                  PC-DT-NASC > WS-FA-HOJE THEN
                   SET FICHA-OK TO FALSE
                   MOVE "DATA DE NASCIMENTO INVALIDA OU FUTURA"
                       TO WS-FICHA-MSG
               END-IF
           END-IF

           IF FICHA-OK AND PC-SEXO NOT EQUAL SPACE AND
              NOT PC-SEXO-VALIDO THEN
               SET FICHA-OK TO FALSE
               MOVE "SEXO DEVE SER M OU F" TO WS-FICHA-MSG
           END-IF

           IF FICHA-OK AND PC-ESCOLARIDADE NOT EQUAL SPACE AND
              NOT PC-ESCOLARIDADE-OK THEN
               SET FICHA-OK TO FALSE
               MOVE "ESCOLARIDADE DEVE SER 1, 2, 7 OU 6"
                   TO WS-FICHA-MSG
           END-IF
           .

      *>----------------------------------------------------------------
      *> Relatorio de pendencias: confere a escola, as turmas do ano e
      *> cada docente e aluno que vai para o arquivo.
      *>----------------------------------------------------------------
       P400-PENDENCIAS.
           MOVE ZEROS TO WS-TOT-PENDENCIAS
           MOVE ZEROS TO WS-TOT-LINHAS
           DISPLAY "ANO DO CENSO (AAAA): "
           ACCEPT WS-ANO-CENSO
           IF WS-ANO-CENSO EQUAL ZEROS THEN
               DISPLAY "ANO INVALIDO!"
           ELSE
               PERFORM P800-ABRE-RELATORIO
               IF FS-REL-OK THEN
                   PERFORM P410-CONFERE-ESCOLA
                   SET MODO-VALIDA TO TRUE
                   PERFORM P600-ABRE-CADASTROS
                   MOVE 1 TO WS-PASSO
                   PERFORM P610-PERCORRE-TURMAS
                   MOVE SPACES TO WS-VISTOS
                   MOVE 2 TO WS-PASSO
                   PERFORM P610-PERCORRE-TURMAS
                   PERFORM P695-FECHA-CADASTROS
                   PERFORM P810-FECHA-RELATORIO
               END-IF
           END-IF
           .

       P410-CONFERE-ESCOLA.
           IF WS-INEP-ESCOLA EQUAL SPACES OR
              WS-INEP-ESCOLA IS NOT NUMERIC THEN
               MOVE "ESCOLA: CODIGO INEP (M4_INEP_ESCOLA, 8 DIGITOS)"
                   TO WS-LINHA-REL
               PERFORM P820-LINHA-PENDENCIA
           END-IF
           IF WS-CNPJ-ESCOLA EQUAL SPACES THEN
               MOVE "ESCOLA: CNPJ (M4_CNPJ_ESCOLA)" TO WS-LINHA-REL
               PERFORM P820-LINHA-PENDENCIA
           END-IF
           IF WS-NOME-ESCOLA EQUAL SPACES THEN
               MOVE "ESCOLA: NOME (M4_NOME_ESCOLA)" TO WS-LINHA-REL
               PERFORM P820-LINHA-PENDENCIA
           END-IF
           IF WS-CIDADE-ESCOLA EQUAL SPACES OR
              WS-UF-ESCOLA EQUAL SPACES THEN
               MOVE "ESCOLA: MUNICIPIO/UF (M4_CIDADE_ESCOLA E "
                   TO WS-LINHA-REL
               MOVE "M4_UF_ESCOLA)" TO WS-LINHA-REL(42:13)
               PERFORM P820-LINHA-PENDENCIA
           END-IF
           .

      *>----------------------------------------------------------------
      *> Geracao do arquivo: so chega aqui com o relatorio limpo.
      *>----------------------------------------------------------------
       P500-GERA-ARQUIVO.
           MOVE ZEROS TO WS-TOT-TURMAS
           MOVE ZEROS TO WS-TOT-ALUNOS
           MOVE ZEROS TO WS-TOT-DOCENTES
           MOVE ZEROS TO WS-TOT-VINCULOS
           MOVE ZEROS TO WS-TOT-REGISTROS

           SET FS-CEN-OK TO TRUE
           OPEN OUTPUT CENSO
           IF NOT FS-CEN-OK THEN
               DISPLAY "ERRO AO CRIAR EDUCENSO.TXT - FILE STATUS: "
                       WS-FS-CEN
           ELSE
               PERFORM P510-REGISTRO-ESCOLA
               SET MODO-GRAVA TO TRUE
               PERFORM P600-ABRE-CADASTROS
               MOVE SPACES TO WS-VISTOS
               MOVE 1 TO WS-PASSO
               PERFORM P610-PERCORRE-TURMAS
               MOVE 2 TO WS-PASSO
               PERFORM P610-PERCORRE-TURMAS
               MOVE 3 TO WS-PASSO
               PERFORM P610-PERCORRE-TURMAS
               PERFORM P695-FECHA-CADASTROS

               ADD 1 TO WS-TOT-REGISTROS
               MOVE SPACES TO WS-LINHA-CENSO
               STRING "99|" DELIMITED BY SIZE
                      WS-INEP-ESCOLA DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TOT-REGISTROS DELIMITED BY SIZE
                      INTO WS-LINHA-CENSO
               WRITE WS-LINHA-CENSO
               CLOSE CENSO

               DISPLAY "ARQUIVO DO CENSO " WS-ANO-CENSO
                       " GRAVADO EM: " FUNCTION TRIM(WS-EDUCENSO-PATH)
               DISPLAY "TURMAS: "   WS-TOT-TURMAS
                       "  DOCENTES: " WS-TOT-DOCENTES
                       "  ALUNOS: "   WS-TOT-ALUNOS
                       "  VINCULOS: " WS-TOT-VINCULOS
                       "  REGISTROS: " WS-TOT-REGISTROS
           END-IF
           .

       P510-REGISTRO-ESCOLA.
           ADD 1 TO WS-TOT-REGISTROS
           MOVE SPACES TO WS-LINHA-CENSO
           STRING "00|" DELIMITED BY SIZE
                  WS-INEP-ESCOLA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNPJ-ESCOLA) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-ESCOLA) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CIDADE-ESCOLA) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-UF-ESCOLA DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ANO-CENSO DELIMITED BY SIZE
                  INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           .

      *>----------------------------------------------------------------
      *> Varredura das turmas ativas do ano, comum ao relatorio e a
      *> geracao; WS-PASSO diz o que fazer com cada turma.
      *>----------------------------------------------------------------
       P600-ABRE-CADASTROS.
           SET FS-TURMA-OK TO TRUE
           SET FS-SALA-OK  TO TRUE
           SET FS-MAT-OK   TO TRUE
           SET FS-PM-OK    TO TRUE
           SET FS-PROF-OK  TO TRUE
           SET FS-PC-OK    TO TRUE
           SET FS-ALUNO-OK TO TRUE
           SET FS-MATR-OK  TO TRUE
           OPEN INPUT TURMAS
           OPEN INPUT SALAS
           OPEN INPUT MATERIAS
           OPEN INPUT PROFMAT
           OPEN INPUT PROFESSORES
           OPEN INPUT PROFCEN
           OPEN INPUT ALUNOS
           OPEN INPUT MATRICULAS
           IF NOT FS-TURMA-OK THEN
               DISPLAY "TURMAS.DAT INDISPONIVEL - FILE STATUS: "
                       WS-FS-TURMA
           END-IF
           .

       P610-PERCORRE-TURMAS.
           SET EOF-OK TO FALSE
           IF NOT FS-TURMA-OK THEN
               SET EOF-OK TO TRUE
           ELSE
               MOVE ZEROS TO TU-CD-TURMA
               START TURMAS KEY IS NOT LESS TU-CD-TURMA
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF

           PERFORM UNTIL EOF-OK
               READ TURMAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF TU-ANO EQUAL WS-ANO-CENSO AND TU-ATIVA THEN
                           PERFORM P620-PROFESSOR-DA-TURMA
                           EVALUATE WS-PASSO
                               WHEN 1
                                   PERFORM P630-TURMA
                               WHEN 2
                                   PERFORM P640-PESSOAS-DA-TURMA
                               WHEN 3
                                   PERFORM P670-VINCULOS-DA-TURMA
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           .

       P620-PROFESSOR-DA-TURMA.
      *> Quem responde pela materia da turma no ano/semestre.
           SET TEM-PROF TO FALSE
           MOVE ZEROS   TO WS-PROF-TURMA
           IF FS-PM-OK THEN
               MOVE TU-CD-MATERIA TO PM-CD-MATERIA
               MOVE TU-ANO        TO PM-ANO
               MOVE TU-SEMESTRE   TO PM-SEMESTRE
               READ PROFMAT
                   KEY IS PM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-ATIVA THEN
                           SET TEM-PROF TO TRUE
                           MOVE PM-CD-PROFESSOR TO WS-PROF-TURMA
                       END-IF
               END-READ
           END-IF
           .

       P630-TURMA.
      *> Registro 20: turma com a materia e a sala.
           MOVE SPACES TO WS-NM-MATERIA
           IF FS-MAT-OK THEN
               MOVE TU-CD-MATERIA TO CD-MATERIA
               READ MATERIAS
                   KEY IS CD-MATERIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-MATERIA TO WS-NM-MATERIA
               END-READ
           END-IF

           SET ACHOU TO FALSE
           MOVE SPACES TO WS-SALA-DESC
           MOVE ZEROS  TO WS-SALA-LUGARES
           IF FS-SALA-OK THEN
               MOVE TU-SALA TO SL-CODIGO
               READ SALAS
                   KEY IS SL-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACHOU TO TRUE
                       MOVE SL-DESCRICAO TO WS-SALA-DESC
                       MOVE SL-LUGARES   TO WS-SALA-LUGARES
               END-READ
           END-IF

           IF MODO-VALIDA THEN
               IF NOT ACHOU THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "TURMA " DELIMITED BY SIZE
                          TU-CD-TURMA DELIMITED BY SIZE
                          ": SALA '" DELIMITED BY SIZE
                          TU-SALA DELIMITED BY SIZE
                          "' NAO CADASTRADA EM SALAS.DAT"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   PERFORM P820-LINHA-PENDENCIA
               END-IF
               IF NOT TEM-PROF THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "TURMA " DELIMITED BY SIZE
                          TU-CD-TURMA DELIMITED BY SIZE
                          ": SEM PROFESSOR ATRIBUIDO A MATERIA "
                          DELIMITED BY SIZE
                          TU-CD-MATERIA DELIMITED BY SIZE
                          " NO PERIODO (VER ATRPROF)" DELIMITED BY SIZE
                          INTO WS-LINHA-REL
                   PERFORM P820-LINHA-PENDENCIA
               END-IF
           ELSE
               ADD 1 TO WS-TOT-TURMAS
               ADD 1 TO WS-TOT-REGISTROS
               MOVE SPACES TO WS-LINHA-CENSO
               STRING "20|" DELIMITED BY SIZE
                      WS-INEP-ESCOLA DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      TU-CD-TURMA DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NM-MATERIA) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      TU-ANO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      TU-SEMESTRE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(TU-SALA) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SALA-DESC) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-SALA-LUGARES DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      TU-CAPACIDADE DELIMITED BY SIZE
                      INTO WS-LINHA-CENSO
               WRITE WS-LINHA-CENSO
           END-IF
           .

       P640-PESSOAS-DA-TURMA.
      *> Registro 30 (ou conferencia) do docente e de cada aluno
      *> matriculado, uma vez por pessoa no arquivo todo.
           IF TEM-PROF AND WS-PROF-TURMA > ZEROS THEN
               IF WS-PROF-VISTO (WS-PROF-TURMA) NOT EQUAL "S" THEN
                   MOVE "S" TO WS-PROF-VISTO (WS-PROF-TURMA)
                   PERFORM P650-DOCENTE
               END-IF
           END-IF

           PERFORM P680-INICIA-MATRICULAS
           PERFORM UNTIL FIM-MATR
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET FIM-MATR TO TRUE
                   NOT AT END
                       IF MT-CD-TURMA NOT EQUAL TU-CD-TURMA THEN
                           SET FIM-MATR TO TRUE
                       ELSE
                           IF MT-ATIVA AND MT-ID-ALUNO > ZEROS THEN
                               IF WS-ALU-VISTO (MT-ID-ALUNO)
                                  NOT EQUAL "S" THEN
                                   MOVE "S"
                                       TO WS-ALU-VISTO (MT-ID-ALUNO)
                                   PERFORM P660-ALUNO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P650-DOCENTE.
           MOVE SPACES TO WS-NM-PESSOA
           MOVE WS-PROF-TURMA TO CD-PROFESSOR
           IF FS-PROF-OK THEN
               READ PROFESSORES
                   KEY IS CD-PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-NM-PESSOA
               END-READ
           END-IF

           SET TEM-FICHA TO FALSE
           IF FS-PC-OK THEN
               MOVE WS-PROF-TURMA TO PC-CD-PROFESSOR
               READ PROFCEN
                   KEY IS PC-CD-PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TEM-FICHA TO TRUE
               END-READ
           END-IF
           IF NOT TEM-FICHA THEN
               MOVE ZEROS  TO PC-CPF
               MOVE ZEROS  TO PC-DT-NASC
               MOVE SPACES TO PC-SEXO
               MOVE SPACES TO PC-NM-MAE
               MOVE SPACES TO PC-NM-PAI
               MOVE SPACES TO PC-ESCOLARIDADE
           END-IF

           MOVE SPACES TO WS-ID-PESSOA
           STRING "P" DELIMITED BY SIZE
                  WS-PROF-TURMA DELIMITED BY SIZE
                  INTO WS-ID-PESSOA

           IF MODO-VALIDA THEN
               MOVE SPACES TO WS-FALTA
               MOVE 1      TO WS-PONTEIRO
               IF WS-NM-PESSOA EQUAL SPACES THEN
                   MOVE "CADASTRO" TO WS-CAMPO-FALTA
                   PERFORM P690-ACRESCENTA-FALTA
               END-IF
               IF NOT TEM-FICHA THEN
                   MOVE "FICHA DO CENSO" TO WS-CAMPO-FALTA
                   PERFORM P690-ACRESCENTA-FALTA
               ELSE
                   IF PC-CPF EQUAL ZEROS THEN
                       MOVE "CPF" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF PC-DT-NASC EQUAL ZEROS THEN
                       MOVE "NASCIMENTO" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF NOT PC-SEXO-VALIDO THEN
                       MOVE "SEXO" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF PC-NM-MAE EQUAL SPACES AND
                      PC-NM-PAI EQUAL SPACES THEN
                       MOVE "FILIACAO" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF NOT PC-ESCOLARIDADE-OK THEN
                       MOVE "ESCOLARIDADE" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
               END-IF
               IF WS-FALTA NOT EQUAL SPACES THEN
                   PERFORM P830-PENDENCIA-PESSOA
               END-IF
           ELSE
               ADD 1 TO WS-TOT-DOCENTES
               MOVE PC-DT-NASC TO WS-DT-AUX
               PERFORM P700-FORMATA-DATA
               MOVE PC-SEXO    TO WS-SEXO-CENSO
               PERFORM P710-FORMATA-SEXO
               MOVE PC-CPF     TO WS-CPF-EDIT
               MOVE SPACES     TO WS-CEP-EDIT
               ADD 1 TO WS-TOT-REGISTROS
               MOVE SPACES TO WS-LINHA-CENSO
               STRING "30|" DELIMITED BY SIZE
                      WS-INEP-ESCOLA DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ID-PESSOA) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NM-PESSOA) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DT-EDIT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-SEXO-CENSO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-CPF-EDIT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(PC-NM-MAE) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(PC-NM-PAI) DELIMITED BY SIZE
                      "|1||||||" DELIMITED BY SIZE
                      PC-ESCOLARIDADE DELIMITED BY SIZE
                      INTO WS-LINHA-CENSO
               WRITE WS-LINHA-CENSO
           END-IF
           .

       P660-ALUNO.
           SET ACHOU TO FALSE
           MOVE SPACES TO WS-REGISTRO-ALUNO
           IF FS-ALUNO-OK THEN
               MOVE MT-ID-ALUNO TO ID-ALUNO
               READ ALUNOS INTO WS-REGISTRO-ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACHOU TO TRUE
               END-READ
           END-IF

           MOVE SPACES TO WS-ID-PESSOA
           STRING "A" DELIMITED BY SIZE
                  MT-ID-ALUNO DELIMITED BY SIZE
                  INTO WS-ID-PESSOA
           MOVE WS-NM-ALUNO TO WS-NM-PESSOA

           IF MODO-VALIDA THEN
               MOVE SPACES TO WS-FALTA
               MOVE 1      TO WS-PONTEIRO
               IF NOT ACHOU THEN
                   MOVE "CADASTRO" TO WS-CAMPO-FALTA
                   PERFORM P690-ACRESCENTA-FALTA
               ELSE
                   IF WS-NM-ALUNO EQUAL SPACES THEN
                       MOVE "NOME" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF WS-DT-NASC-ALUNO EQUAL ZEROS THEN
                       MOVE "NASCIMENTO" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF NOT WS-SX-ALUNO-VALIDO THEN
                       MOVE "SEXO" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF WS-NM-MAE-ALUNO EQUAL SPACES AND
                      WS-NM-PAI-ALUNO EQUAL SPACES THEN
                       MOVE "FILIACAO" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF WS-NAT-CIDADE-ALUNO EQUAL SPACES OR
                      WS-NAT-UF-ALUNO EQUAL SPACES THEN
                       MOVE "NATURALIDADE" TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
                   IF WS-CEP-ALUNO EQUAL ZEROS OR
                      WS-CIDADE-ALUNO EQUAL SPACES OR
                      WS-UF-ALUNO EQUAL SPACES THEN
                       MOVE "ENDERECO (CEP/CIDADE/UF)"
                           TO WS-CAMPO-FALTA
                       PERFORM P690-ACRESCENTA-FALTA
                   END-IF
               END-IF
               IF WS-FALTA NOT EQUAL SPACES THEN
                   PERFORM P830-PENDENCIA-PESSOA
               END-IF
           ELSE
               ADD 1 TO WS-TOT-ALUNOS
               MOVE WS-DT-NASC-ALUNO TO WS-DT-AUX
               PERFORM P700-FORMATA-DATA
               MOVE WS-SX-ALUNO TO WS-SEXO-CENSO
               PERFORM P710-FORMATA-SEXO
      *>       CPF do aluno nao e obrigatorio no censo: vai vazio
      *>       quando nao informado.
               MOVE SPACES TO WS-CPF-EDIT
               IF WS-CPF-ALUNO NOT EQUAL ZEROS THEN
                   MOVE WS-CPF-ALUNO TO WS-CPF-EDIT
               END-IF
               MOVE WS-CEP-ALUNO TO WS-CEP-EDIT
               ADD 1 TO WS-TOT-REGISTROS
               MOVE SPACES TO WS-LINHA-CENSO
               STRING "30|" DELIMITED BY SIZE
                      WS-INEP-ESCOLA DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ID-PESSOA) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NM-ALUNO) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DT-EDIT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-SEXO-CENSO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CPF-EDIT) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NM-MAE-ALUNO) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NM-PAI-ALUNO) DELIMITED BY SIZE
                      "|1|" DELIMITED BY SIZE
                      WS-NAT-UF-ALUNO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NAT-CIDADE-ALUNO)
                      DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-CEP-EDIT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CIDADE-ALUNO) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-UF-ALUNO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      INTO WS-LINHA-CENSO
               WRITE WS-LINHA-CENSO
           END-IF
           .

       P670-VINCULOS-DA-TURMA.
      *> Registro 50 do docente e 60 de cada aluno ativo na turma.
           IF TEM-PROF THEN
               ADD 1 TO WS-TOT-VINCULOS
               ADD 1 TO WS-TOT-REGISTROS
               MOVE SPACES TO WS-LINHA-CENSO
               STRING "50|" DELIMITED BY SIZE
                      WS-INEP-ESCOLA DELIMITED BY SIZE
                      "|P" DELIMITED BY SIZE
                      WS-PROF-TURMA DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      TU-CD-TURMA DELIMITED BY SIZE
                      "|1" DELIMITED BY SIZE
                      INTO WS-LINHA-CENSO
               WRITE WS-LINHA-CENSO
           END-IF

           PERFORM P680-INICIA-MATRICULAS
           PERFORM UNTIL FIM-MATR
               READ MATRICULAS NEXT RECORD
                   AT END
                       SET FIM-MATR TO TRUE
                   NOT AT END
                       IF MT-CD-TURMA NOT EQUAL TU-CD-TURMA THEN
                           SET FIM-MATR TO TRUE
                       ELSE
                           IF MT-ATIVA AND MT-ID-ALUNO > ZEROS THEN
                               ADD 1 TO WS-TOT-VINCULOS
                               ADD 1 TO WS-TOT-REGISTROS
                               MOVE SPACES TO WS-LINHA-CENSO
                               STRING "60|" DELIMITED BY SIZE
                                      WS-INEP-ESCOLA DELIMITED BY SIZE
                                      "|A" DELIMITED BY SIZE
                                      MT-ID-ALUNO DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      TU-CD-TURMA DELIMITED BY SIZE
                                      INTO WS-LINHA-CENSO
                               WRITE WS-LINHA-CENSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       P680-INICIA-MATRICULAS.
           SET FIM-MATR TO FALSE
           IF NOT FS-MATR-OK THEN
               SET FIM-MATR TO TRUE
           ELSE
               MOVE TU-CD-TURMA TO MT-CD-TURMA
               MOVE ZEROS       TO MT-ID-ALUNO
               START MATRICULAS KEY IS NOT LESS MT-CHAVE
                   INVALID KEY
                       SET FIM-MATR TO TRUE
               END-START
           END-IF
           .

       P690-ACRESCENTA-FALTA.
           IF WS-PONTEIRO > 1 THEN
               STRING ", " DELIMITED BY SIZE
                      INTO WS-FALTA
                      WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-CAMPO-FALTA) DELIMITED BY SIZE
                  INTO WS-FALTA
                  WITH POINTER WS-PONTEIRO
           END-STRING
           .

       P695-FECHA-CADASTROS.
           CLOSE TURMAS
           CLOSE SALAS
           CLOSE MATERIAS
           CLOSE PROFMAT
           CLOSE PROFESSORES
           CLOSE PROFCEN
           CLOSE ALUNOS
           CLOSE MATRICULAS
           .

       P700-FORMATA-DATA.
      *> AAAAMMDD -> DD/MM/AAAA, como o censo pede.
           MOVE SPACES TO WS-DT-EDIT
           IF WS-DT-AUX NOT EQUAL ZEROS THEN
               STRING WS-DT-AUX(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DT-AUX(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DT-AUX(1:4) DELIMITED BY SIZE
                      INTO WS-DT-EDIT
           END-IF
           .

       P710-FORMATA-SEXO.
      *> Censo: 1 = MASCULINO, 2 = FEMININO.
           EVALUATE WS-SEXO-CENSO
               WHEN "M"
                   MOVE "1" TO WS-SEXO-CENSO
               WHEN "F"
                   MOVE "2" TO WS-SEXO-CENSO
               WHEN OTHER
                   MOVE SPACE TO WS-SEXO-CENSO
           END-EVALUATE
           .

      *>----------------------------------------------------------------
      *> Relatorio de pendencias no spool.
      *>----------------------------------------------------------------
       P800-ABRE-RELATORIO.
           MOVE "A"        TO WS-SP-OPERACAO
           MOVE "EDUCENSO" TO WS-SP-PROGRAMA
           MOVE SPACES     TO WS-SP-OPERADOR
           CALL "SPLCTL" USING WS-SPLCTL-PARM
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE WS-SP-MEMBRO-PATH TO WS-RELAT-PATH
           ELSE
               STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                      "\EDUCENSO.LST" DELIMITED BY SIZE
                      INTO WS-RELAT-PATH
           END-IF

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY "ERRO AO ABRIR O RELATORIO - FILE STATUS: "
                       WS-FS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "CENSO ESCOLAR " DELIMITED BY SIZE
                      WS-ANO-CENSO DELIMITED BY SIZE
                      " - PENDENCIAS ANTES DA EXPORTACAO - ESCOLA "
                      DELIMITED BY SIZE
                      WS-INEP-ESCOLA DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               WRITE WS-LINHA-REL
               MOVE ALL "-" TO WS-LINHA-REL
               WRITE WS-LINHA-REL
           END-IF
           .

       P810-FECHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-REL
           WRITE WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           IF WS-TOT-PENDENCIAS EQUAL ZEROS THEN
               MOVE "NENHUMA PENDENCIA: O ARQUIVO PODE SER GERADO."
                   TO WS-LINHA-REL
           ELSE
               STRING "PENDENCIAS: " DELIMITED BY SIZE
                      WS-TOT-PENDENCIAS DELIMITED BY SIZE
                      " - CORRIJA ANTES DE GERAR O ARQUIVO (ALUNO EM "
                      DELIMITED BY SIZE
                      "ALTALU, PROFESSOR NA OPCAO 1)" DELIMITED BY SIZE
                      INTO WS-LINHA-REL
           END-IF
           WRITE WS-LINHA-REL
           CLOSE RELATORIO
           IF WS-SP-ERRO NOT EQUAL "S" THEN
               MOVE "F" TO WS-SP-OPERACAO
               COMPUTE WS-SP-PAGINAS = WS-TOT-LINHAS / 60 + 1
               CALL "SPLCTL" USING WS-SPLCTL-PARM
           END-IF
           DISPLAY "PENDENCIAS DO CENSO: " WS-TOT-PENDENCIAS
           DISPLAY "RELATORIO GRAVADO EM: " WS-RELAT-PATH
           .

       P820-LINHA-PENDENCIA.
           ADD 1 TO WS-TOT-PENDENCIAS
           ADD 1 TO WS-TOT-LINHAS
           WRITE WS-LINHA-REL
           .

       P830-PENDENCIA-PESSOA.
           MOVE SPACES TO WS-LINHA-REL
           IF WS-ID-PESSOA(1:1) EQUAL "P" THEN
               MOVE "PROFESSOR " TO WS-LINHA-REL(1:10)
           ELSE
               MOVE "ALUNO     " TO WS-LINHA-REL(1:10)
           END-IF
           MOVE WS-ID-PESSOA(2:5)   TO WS-LINHA-REL(11:5)
           MOVE WS-NM-PESSOA(1:35)  TO WS-LINHA-REL(17:35)
           MOVE "FALTA: "           TO WS-LINHA-REL(53:7)
           MOVE WS-FALTA(1:72)      TO WS-LINHA-REL(60:72)
           PERFORM P820-LINHA-PENDENCIA
           .

       COPY P-VALIDA-CPF.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.

            GOBACK.
       END PROGRAM EDUCENSO.
