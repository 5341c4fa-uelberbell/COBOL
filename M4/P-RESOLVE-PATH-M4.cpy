           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS.DAT" DELIMITED BY SIZE
                  INTO WS-NOTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ALUNOS.JRN" DELIMITED BY SIZE
                  INTO WS-JRN-ALUNOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NOTAS.JRN" DELIMITED BY SIZE
                  INTO WS-JRN-NOTAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PARCELAS.JRN" DELIMITED BY SIZE
                  INTO WS-JRN-PARCELAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\BOLETIM-HIST.DAT" DELIMITED BY SIZE
                  INTO WS-BOLETIM-HIST-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CALENDLET.DAT" DELIMITED BY SIZE
                  INTO WS-CALENDLET-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\BIMCAL.DAT" DELIMITED BY SIZE
                  INTO WS-BIMCAL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CONSELHO.DAT" DELIMITED BY SIZE
                  INTO WS-CONSELHO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\DEPEND.DAT" DELIMITED BY SIZE
                  INTO WS-DEPEND-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\TRANSFER.DAT" DELIMITED BY SIZE
                  INTO WS-TRANSFER-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\SEGCHAM.DAT" DELIMITED BY SIZE
                  INTO WS-SEGCHAM-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CONTEUDO.DAT" DELIMITED BY SIZE
                  INTO WS-CONTEUDO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\DISPPROF.DAT" DELIMITED BY SIZE
                  INTO WS-DISPPROF-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CARGAMAT.DAT" DELIMITED BY SIZE
                  INTO WS-CARGAMAT-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\HORPROP.DAT" DELIMITED BY SIZE
                  INTO WS-HORPROP-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PROSPECT.DAT" DELIMITED BY SIZE
                  INTO WS-PROSPECT-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\MOTEVA.DAT" DELIMITED BY SIZE
                  INTO WS-MOTEVA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\EVASAO.DAT" DELIMITED BY SIZE
                  INTO WS-EVASAO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\DOCEXIG.DAT" DELIMITED BY SIZE
                  INTO WS-DOCEXIG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\DOCALU.DAT" DELIMITED BY SIZE
                  INTO WS-DOCALU-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\REUNIAO.DAT" DELIMITED BY SIZE
                  INTO WS-REUNIAO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\AGREUN.DAT" DELIMITED BY SIZE
                  INTO WS-AGREUN-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\AUTRET.DAT" DELIMITED BY SIZE
                  INTO WS-AUTRET-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\SAIDA.DAT" DELIMITED BY SIZE
                  INTO WS-SAIDA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\EMBARQ.DAT" DELIMITED BY SIZE
                  INTO WS-EMBARQ-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\VACINA.DAT" DELIMITED BY SIZE
                  INTO WS-VACINA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\VACALU.DAT" DELIMITED BY SIZE
                  INTO WS-VACALU-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CANTCTA.DAT" DELIMITED BY SIZE
                  INTO WS-CANTCTA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CANTMOV.DAT" DELIMITED BY SIZE
                  INTO WS-CANTMOV-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\LIVRO.DAT" DELIMITED BY SIZE
                  INTO WS-LIVRO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\EMPREST.DAT" DELIMITED BY SIZE
                  INTO WS-EMPREST-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ATIVIDADE.DAT" DELIMITED BY SIZE
                  INTO WS-ATIVIDADE-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ATVESCO.DAT" DELIMITED BY SIZE
                  INTO WS-ATVESCO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ATVALU.DAT" DELIMITED BY SIZE
                  INTO WS-ATVALU-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\FERBANC.DAT" DELIMITED BY SIZE
                  INTO WS-FERBANC-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\SALAS.DAT" DELIMITED BY SIZE
                  INTO WS-SALAS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CAIXA.CTL" DELIMITED BY SIZE
                  INTO WS-CAIXA-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ENCPEND.DAT" DELIMITED BY SIZE
                  INTO WS-ENCPEND-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\ESTORNOS.DAT" DELIMITED BY SIZE
                  INTO WS-ESTORNOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RENEGLOG.DAT" DELIMITED BY SIZE
                  INTO WS-RENEGLOG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\BOLSALOG.DAT" DELIMITED BY SIZE
                  INTO WS-BOLSALOG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\QUITACAO.DAT" DELIMITED BY SIZE
                  INTO WS-QUITACAO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\QUITACAO.CTL" DELIMITED BY SIZE
                  INTO WS-QUITACAO-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NFSERPS.DAT" DELIMITED BY SIZE
                  INTO WS-NFSERPS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NFSERPS.CTL" DELIMITED BY SIZE
                  INTO WS-NFSERPS-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NFSELOTE.TXT" DELIMITED BY SIZE
                  INTO WS-NFSELOTE-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\NFSERET.TXT" DELIMITED BY SIZE
                  INTO WS-NFSERET-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PRECOS.DAT" DELIMITED BY SIZE
                  INTO WS-PRECOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PDDFAIXA.DAT" DELIMITED BY SIZE
                  INTO WS-PDDFAIXA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PDDHIST.DAT" DELIMITED BY SIZE
                  INTO WS-PDDHIST-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\BAIXAPER.DAT" DELIMITED BY SIZE
                  INTO WS-BAIXAPER-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CONTASPAG.DAT" DELIMITED BY SIZE
                  INTO WS-CPAGAR-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RETBAIXA.DAT" DELIMITED BY SIZE
                  INTO WS-RETBAIXA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\EXTRATO.TXT" DELIMITED BY SIZE
                  INTO WS-EXTBANCO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CONCPEND.DAT" DELIMITED BY SIZE
                  INTO WS-CONCPEND-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CONCBAN.CTL" DELIMITED BY SIZE
                  INTO WS-CONCBAN-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PIXRET.TXT" DELIMITED BY SIZE
                  INTO WS-PIXRET-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\REMPEND.DAT" DELIMITED BY SIZE
                  INTO WS-REMPEND-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\LIBFIN.DAT" DELIMITED BY SIZE
                  INTO WS-LIBFIN-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PERFECH.DAT" DELIMITED BY SIZE
                  INTO WS-PERFECH-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PERFLOG.DAT" DELIMITED BY SIZE
                  INTO WS-PERFLOG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\COBEXT.DAT" DELIMITED BY SIZE
                  INTO WS-COBEXT-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CEDCOB.TXT" DELIMITED BY SIZE
                  INTO WS-CEDCOB-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\CEDCOB.CTL" DELIMITED BY SIZE
                  INTO WS-CEDCOB-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\RETCOB.TXT" DELIMITED BY SIZE
                  INTO WS-RETCOB-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\COBMOV.DAT" DELIMITED BY SIZE
                  INTO WS-COBMOV-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\EDUCENSO.TXT" DELIMITED BY SIZE
                  INTO WS-EDUCENSO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PROFCEN.DAT" DELIMITED BY SIZE
                  INTO WS-PROFCEN-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PORTAL.TXT" DELIMITED BY SIZE
                  INTO WS-PORTAL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PORTAL.CTL" DELIMITED BY SIZE
                  INTO WS-PORTAL-CTL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR-M4) DELIMITED BY SIZE
                  "\PORTALSN.DAT" DELIMITED BY SIZE
                  INTO WS-PORTALSN-PATH

           ACCEPT WS-NOTA-CORTE-ENV FROM ENVIRONMENT
               "M4_NOTA_CORTE_DECIMOS"
               COMPUTE WS-NOTA-CORTE = WS-NOTA-CORTE-DECIMOS / 10
           END-IF

           ACCEPT WS-LIMITE-DEPEND-ENV FROM ENVIRONMENT
               "M4_LIMITE_DEPENDENCIA"
           IF WS-LIMITE-DEPEND-ENV NOT EQUAL SPACES
                   AND WS-LIMITE-DEPEND-ENV IS NUMERIC THEN
               MOVE WS-LIMITE-DEPEND-ENV TO WS-LIMITE-DEPENDENCIA
           END-IF

      *> Parametros do sistema em vigor hoje (PARMMNT): valem sobre o
      *> padrao e sobre M4_NOTA_CORTE_DECIMOS.
           MOVE "NOTA-CORTE" TO WS-PM-CODIGO
           MOVE ZEROS        TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM NOT > 10 THEN
               MOVE WS-PM-VALOR-NUM TO WS-NOTA-CORTE
               COMPUTE WS-NOTA-CORTE-DECIMOS = WS-NOTA-CORTE * 10
           END-IF
           MOVE "FREQ-MINIMA-PCT" TO WS-PM-CODIGO
           MOVE ZEROS             TO WS-PM-DATA
           CALL "PARMLKP" USING WS-PARAM-PARM
           IF PM-ACHOU AND WS-PM-VALOR-NUM > ZEROS
                       AND WS-PM-VALOR-NUM NOT > 100 THEN
               MOVE WS-PM-VALOR-NUM TO WS-FREQ-MINIMA
           END-IF

           COMPUTE WS-NOTA-CORTE-REC = WS-NOTA-CORTE - 2,0
               ON SIZE ERROR
                   MOVE ZEROS TO WS-NOTA-CORTE-REC
           END-COMPUTE

           ACCEPT WS-CNPJ-ESCOLA FROM ENVIRONMENT "M4_CNPJ_ESCOLA"
           ACCEPT WS-NOME-ESCOLA FROM ENVIRONMENT "M4_NOME_ESCOLA"
           ACCEPT WS-INEP-ESCOLA FROM ENVIRONMENT "M4_INEP_ESCOLA"
           ACCEPT WS-UF-ESCOLA FROM ENVIRONMENT "M4_UF_ESCOLA"
           ACCEPT WS-IM-ESCOLA FROM ENVIRONMENT "M4_IM_ESCOLA"
           ACCEPT WS-CD-SERVICO-ENV FROM ENVIRONMENT
               "M4_CD_SERVICO_MENSAL"
           IF WS-CD-SERVICO-ENV NOT EQUAL SPACES THEN
               MOVE WS-CD-SERVICO-ENV TO WS-CD-SERVICO-MENSAL
           END-IF
           ACCEPT WS-CHAVE-PIX FROM ENVIRONMENT "M4_CHAVE_PIX"
           ACCEPT WS-CIDADE-ESCOLA FROM ENVIRONMENT "M4_CIDADE_ESCOLA"
           ACCEPT WS-BANCO-COBRANCA FROM ENVIRONMENT
               "M4_BANCO_COBRANCA"
           ACCEPT WS-AGENCIA-COBRANCA FROM ENVIRONMENT
               "M4_AGENCIA_COBRANCA"
           ACCEPT WS-CONTA-COBRANCA FROM ENVIRONMENT
               "M4_CONTA_COBRANCA"
           ACCEPT WS-CARTEIRA-ENV FROM ENVIRONMENT
               "M4_CARTEIRA_COBRANCA"
           IF WS-CARTEIRA-ENV NOT EQUAL SPACES THEN
               MOVE WS-CARTEIRA-ENV TO WS-CARTEIRA-COBRANCA
           END-IF
           ACCEPT WS-DIAS-BLOQUEIO-ENV FROM ENVIRONMENT
               "M4_DIAS_BLOQUEIO_FIN"
           IF WS-DIAS-BLOQUEIO-ENV NOT EQUAL SPACES
                   AND WS-DIAS-BLOQUEIO-ENV IS NUMERIC THEN
               MOVE WS-DIAS-BLOQUEIO-ENV TO WS-DIAS-BLOQUEIO-FIN
           END-IF
           ACCEPT WS-PCT-COMISSAO-ENV FROM ENVIRONMENT
               "M4_PCT_COMISSAO_COB"
           IF WS-PCT-COMISSAO-ENV NOT EQUAL SPACES
                   AND WS-PCT-COMISSAO-ENV IS NUMERIC THEN
               MOVE WS-PCT-COMISSAO-ENV TO WS-PCT-COMISSAO-CENT
               COMPUTE WS-PCT-COMISSAO-COB = WS-PCT-COMISSAO-CENT / 100
           END-IF
           ACCEPT WS-CANT-VALOR-ENV FROM ENVIRONMENT
               "M4_CANTINA_RECARGA_MIN"
           IF WS-CANT-VALOR-ENV NOT EQUAL SPACES
                   AND WS-CANT-VALOR-ENV IS NUMERIC THEN
               MOVE WS-CANT-VALOR-ENV TO WS-CANT-VALOR-CENT
               COMPUTE WS-CANT-RECARGA-MIN = WS-CANT-VALOR-CENT / 100
           END-IF
           ACCEPT WS-CANT-VALOR-ENV FROM ENVIRONMENT
               "M4_CANTINA_SALDO_MIN"
           IF WS-CANT-VALOR-ENV NOT EQUAL SPACES
                   AND WS-CANT-VALOR-ENV IS NUMERIC THEN
               MOVE WS-CANT-VALOR-ENV TO WS-CANT-VALOR-CENT
               COMPUTE WS-CANT-SALDO-MIN = WS-CANT-VALOR-CENT / 100
           END-IF
           ACCEPT WS-CANT-VALOR-ENV FROM ENVIRONMENT
               "M4_CANTINA_SALDO_AVISO"
           IF WS-CANT-VALOR-ENV NOT EQUAL SPACES
                   AND WS-CANT-VALOR-ENV IS NUMERIC THEN
               MOVE WS-CANT-VALOR-ENV TO WS-CANT-VALOR-CENT
               COMPUTE WS-CANT-SALDO-AVISO = WS-CANT-VALOR-CENT / 100
           END-IF
           ACCEPT WS-BIBLIO-PRAZO-ENV FROM ENVIRONMENT
               "M4_BIBLIO_DIAS_PRAZO"
           IF WS-BIBLIO-PRAZO-ENV NOT EQUAL SPACES
                   AND WS-BIBLIO-PRAZO-ENV IS NUMERIC THEN
               MOVE WS-BIBLIO-PRAZO-ENV TO WS-BIBLIO-DIAS-PRAZO
           END-IF
           ACCEPT WS-BIBLIO-RENOVA-ENV FROM ENVIRONMENT
               "M4_BIBLIO_MAX_RENOVACOES"
           IF WS-BIBLIO-RENOVA-ENV NOT EQUAL SPACES
                   AND WS-BIBLIO-RENOVA-ENV IS NUMERIC THEN
               MOVE WS-BIBLIO-RENOVA-ENV TO WS-BIBLIO-MAX-RENOVA
           END-IF
           .
