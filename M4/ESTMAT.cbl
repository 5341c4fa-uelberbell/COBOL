      *         REPROVADOS/RECUPERACAO E A DISTRIBUICAO POR FAIXA DE
      *         NOTA, COM RESUMO GERAL DA ESCOLA AO FINAL. SAI EM
      *         ESTMAT.LST, mesmo padrao de impressao de RELCNTT.
      *         UMA MATERIA SO (OU 000 = TODAS) E LIDA PELA CHAVE
      *         ALTERNADA NT-CD-MATERIA, SEM VARRER O ARQUIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *>          CAMINHO RESOLVIDO EM TEMPO DE EXECUCAO A PARTIR DE
      *>          M4_DATA_DIR, VER P100-RESOLVE-PATH.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               ALTERNATE RECORD KEY IS NT-ID-ALUNO WITH DUPLICATES
               ALTERNATE RECORD KEY IS NT-CD-MATERIA WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MATERIAS ASSIGN TO WS-MATERIAS-PATH
           88 EOF-OK           VALUE "S" FALSE "N".

       77 WS-ESTMAT-PATH       PIC X(200) VALUE SPACES.
       77 WS-MATERIA-FILTRO    PIC 9(03) VALUE ZEROS.

      *> Acumuladores por materia, carregados numa unica passada.
       01 WS-TAB-ESTAT.
                  WS-ANO DELIMITED BY SIZE
                  INTO WS-DATA-HOJE

           DISPLAY "MATERIA (000 = TODAS): "
           ACCEPT WS-MATERIA-FILTRO

           PERFORM P200-ACUMULA
           PERFORM P300-IMPRIME


           OPEN INPUT NOTAS
               IF FS-OK THEN
      *>           Posiciona na materia pedida (ou na primeira) pela
      *>           chave alternada: as notas vem agrupadas por materia.
                   MOVE WS-MATERIA-FILTRO TO NT-CD-MATERIA
                   START NOTAS KEY IS NOT LESS NT-CD-MATERIA
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ NOTAS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF WS-MATERIA-FILTRO NOT EQUAL ZEROS
                                  AND NT-CD-MATERIA NOT EQUAL
                                      WS-MATERIA-FILTRO THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   ADD 1 TO WS-TOT-NOTAS
                                   PERFORM P210-ACUMULA-NOTA
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
