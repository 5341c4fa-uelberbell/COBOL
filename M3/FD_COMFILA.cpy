      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE COMFILA.DAT, A FILA UNICA DE
      *         COMUNICACAO COM OS CONTATOS: CADA CARTA, E-MAIL OU SMS
      *         GERADO PELAS RODADAS (FINCOB, RECCONV, FREQPROJ,
      *         CAMPCNTT, VACINA, BIBLIO) ENTRA AQUI PELA SUB-ROTINA
      *         COMFILA COM O DESTINATARIO, O CANAL, O PROGRAMA DE
      *         ORIGEM, A REFERENCIA (CONTRATO, ALUNO...) E O TEXTO.
      *         O DESPACHO (COMDESP) IMPRIME AS CARTAS, GERA O ARQUIVO
      *         DO GATEWAY DE E-MAIL/SMS E LE DE VOLTA A SITUACAO DE
      *         ENTREGA. A CHAVE ALTERNATIVA CF-ID-CONTATO (COM
      *         DUPLICATAS) ATENDE O HISTORICO POR CONTATO DE CONSCTT.
      ******************************************************************
       01 REG-COMFILA.
      *> Chave: data/hora da geracao + sequencia da chamada, em ordem
      *> de chegada na fila.
           03 CF-CHAVE.
               05 CF-DT-GERACAO        PIC 9(08).
               05 CF-HR-GERACAO        PIC 9(08).
               05 CF-SEQ               PIC 9(04).
           03 CF-ID-CONTATO            PIC 9(05).
      *> Canal: "C" = CARTA, "E" = E-MAIL, "S" = SMS.
           03 CF-CANAL                 PIC X.
               88 CF-CARTA             VALUE "C".
               88 CF-EMAIL             VALUE "E".
               88 CF-SMS               VALUE "S".
               88 CF-VIA-GATEWAY       VALUE "E" "S".
           03 CF-ORIGEM                PIC X(08).
           03 CF-REFERENCIA            PIC X(20).
           03 CF-ASSUNTO               PIC X(40).
      *> E-mail ou telefone (12 digitos) do destinatario; em branco na
      *> carta (o endereco sai de CONTATOS.DAT no despacho).
           03 CF-DESTINO               PIC X(60).
      *> "P" = PENDENTE, "D" = DESPACHADA, "E" = ENTREGUE,
      *> "F" = FALHOU (DEVOLVIDA OU RECUSADA PELO GATEWAY).
           03 CF-STATUS                PIC X.
               88 CF-PENDENTE          VALUE "P".
               88 CF-DESPACHADA        VALUE "D".
               88 CF-ENTREGUE          VALUE "E".
               88 CF-FALHOU            VALUE "F".
           03 CF-DT-DESPACHO           PIC 9(08).
      *> Execucao do despacho (numero do spool da rodada das cartas).
           03 CF-RUN-DESPACHO          PIC 9(06).
           03 CF-DT-RETORNO            PIC 9(08).
           03 CF-MOTIVO                PIC X(30).
           03 CF-QTD-LINHAS            PIC 9(02).
           03 CF-LINHA                 PIC X(80) OCCURS 20 TIMES.
           03 FILLER                   PIC X(20).
