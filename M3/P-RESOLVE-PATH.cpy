               MOVE "C:\Users\escrtorio\Documents\COBOL\M3"
                   TO WS-BASE-DIR
           END-IF
      *>   O log de sessoes e unico para os dois ambientes (cada
      *>   linha leva o seu): fica no diretorio real de dados.
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\SESSLOG.DAT" DELIMITED BY SIZE
                  INTO WS-SESSLOG-PATH
      *>   Idem para os parametros do sistema (ver PARMLKP).
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\PARAMS.DAT" DELIMITED BY SIZE
                  INTO WS-PARAMS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\PARMLOG.DAT" DELIMITED BY SIZE
                  INTO WS-PARMLOG-PATH
      *>   Idem para o historico de estatisticas dos batches.
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\RUNSTAT.DAT" DELIMITED BY SIZE
                  INTO WS-RUNSTAT-PATH
      *>   Perfil TREINO (SIS_AMBIENTE, escolhido no login): todos
      *>   os arquivos desviam para a subpasta \TREINO, clonada por
      *>   AMBREF - treinar novato deixa de ser em producao.
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\CONTATOS.DAT" DELIMITED BY SIZE
                  INTO WS-CONTATOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\CONTATOS.JRN" DELIMITED BY SIZE
                  INTO WS-JRN-CONTATOS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\RELCNTT.LST" DELIMITED BY SIZE
                  INTO WS-RELATORIO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\PERMLOG.DAT" DELIMITED BY SIZE
                  INTO WS-PERMLOG-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\MASCPOL.DAT" DELIMITED BY SIZE
                  INTO WS-MASCPOL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\DOMICIL.DAT" DELIMITED BY SIZE
                  INTO WS-DOMICIL-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\CAMPALVO.DAT" DELIMITED BY SIZE
                  INTO WS-CAMPALVO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\CANAIS.DAT" DELIMITED BY SIZE
                  INTO WS-CANAIS-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\COMFILA.DAT" DELIMITED BY SIZE
                  INTO WS-COMFILA-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\COMENVIO.TXT" DELIMITED BY SIZE
                  INTO WS-COMENVIO-PATH
           STRING FUNCTION TRIM(WS-BASE-DIR) DELIMITED BY SIZE
                  "\COMRETORNO.TXT" DELIMITED BY SIZE
                  INTO WS-COMRETORNO-PATH
           .
