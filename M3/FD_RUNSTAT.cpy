      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO HISTORICO DE ESTATISTICAS DOS BATCHES
      *         (RUNSTAT.DAT NO DIRETORIO DO M3, GRAVADO PELA SUB-ROTINA
      *         RUNSTAT E LIDO PELO RELATORIO DE TENDENCIA RUNTEND):
      *         UMA LINHA POR EXECUCAO, COM INICIO, FIM, DURACAO EM
      *         SEGUNDOS, VOLUMES, RETORNO E AS MEDIAS DAS EXECUCOES
      *         ANTERIORES CONTRA AS QUAIS A EXECUCAO FOI COMPARADA.
      ******************************************************************
       01 REG-RUNSTAT.
           03 RT-PROGRAMA          PIC X(08).
           03 RT-DATA-INI          PIC 9(08).
           03 RT-HORA-INI          PIC 9(06).
           03 RT-DATA-FIM          PIC 9(08).
           03 RT-HORA-FIM          PIC 9(06).
      *>      Tempo decorrido em segundos.
           03 RT-DURACAO           PIC 9(07).
           03 RT-LIDOS             PIC 9(09).
           03 RT-GRAVADOS          PIC 9(09).
           03 RT-REJEITADOS        PIC 9(09).
      *>      "00" = EXECUCAO CONCLUIDA; OUTRO VALOR = TERMINOU COM ERRO
      *>      E NAO ENTRA NA MEDIA DAS PROXIMAS.
           03 RT-RETORNO           PIC X(02).
           03 RT-OPERADOR          PIC X(10).
      *>      SIS_AMBIENTE DA EXECUCAO: A MEDIA SO COMPARA EXECUCOES DO
      *>      MESMO AMBIENTE (TREINO NAO DISTORCE A PRODUCAO).
           03 RT-AMBIENTE          PIC X(06).
           03 RT-QTD-BASE          PIC 9(02).
           03 RT-MEDIA-DURACAO     PIC 9(07).
           03 RT-MEDIA-LIDOS       PIC 9(09).
      *>      " " = NORMAL, "T" = TEMPO ACIMA DA MARGEM, "V" = VOLUME
      *>      ACIMA DA MARGEM, "A" = AMBOS, "Z" = VOLUME ZERADO CONTRA
      *>      UMA MEDIA POSITIVA.
           03 RT-ALERTA            PIC X.
               88 RT-SEM-ALERTA    VALUE SPACE.
           03 FILLER               PIC X(10).
