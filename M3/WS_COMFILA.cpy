      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA DA FILA DE COMUNICACAO
      *         COMFILA (VER COMFILA.cbl NA RAIZ) E DOS PARAGRAFOS DE
      *         P-COMFILA.cpy: O PROGRAMA MONTA O TEXTO LINHA A LINHA
      *         EM WS-FC-TEXTO (P790 ZERA, P791 ACRESCENTA), PREENCHE
      *         CONTATO, CANAL, ORIGEM, REFERENCIA E ASSUNTO E EXECUTA
      *         P792-ENFILEIRA. CANAL "C" = CARTA, "E" = E-MAIL,
      *         "S" = SMS, "A" = AUTOMATICO (E-MAIL PRINCIPAL SE
      *         HOUVER, SENAO CARTA), "R" = AVISO CURTO (SMS NO
      *         CELULAR, SENAO E-MAIL, SENAO CARTA). NA VOLTA,
      *         WS-FC-CANAL-USADO DIZ POR ONDE A MENSAGEM VAI SAIR.
      ******************************************************************
       01 WS-COMFILA-PARM.
      *>    "G" = GRAVA A MENSAGEM NA FILA.
           02 WS-FC-OPERACAO       PIC X.
           02 WS-FC-ID-CONTATO     PIC 9(05).
           02 WS-FC-CANAL          PIC X.
           02 WS-FC-ORIGEM         PIC X(08).
           02 WS-FC-REFERENCIA     PIC X(20).
           02 WS-FC-ASSUNTO        PIC X(40).
           02 WS-FC-QTD-LINHAS     PIC 9(02).
           02 WS-FC-LINHA          PIC X(80) OCCURS 20 TIMES.
           02 WS-FC-CANAL-USADO    PIC X.
      *>    "S" QUANDO A MENSAGEM NAO PODE SER GRAVADA NA FILA.
           02 WS-FC-ERRO           PIC X.
       77 WS-FC-TEXTO              PIC X(80) VALUE SPACES.
       77 WS-TOT-FILA              PIC 9(04) VALUE ZEROS.
       77 WS-TOT-FILA-ERRO         PIC 9(04) VALUE ZEROS.
