      *         E AS CAMPANHAS PULAM O OPT-OUT POSTAL E INTSEG EXCLUI
      *         QUEM RECUSOU O PARCEIRO, CADA RODADA RELATANDO
      *         QUANTOS REGISTROS O CONSENTIMENTO SUPRIMIU. ATALHO NA
      *         CONSULTA DE CONSCTT. CANAL "E" (E-MAIL) PARA OS
      *         E-MAILS MANTIDOS EM CANAIS.DAT POR CANCNTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TELEFONE-CONTATO
                                     WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CHAVE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
               DISPLAY "CONTATO NAO CADASTRADO"
           ELSE
               DISPLAY "CANAL (M=MALA DIRETA T=TELEFONE "
                       "P=PARCEIRO E=E-MAIL): "
               ACCEPT WS-CANAL-INF
               DISPLAY "CONSENTE? (S=OPT-IN N=OPT-OUT): "
               ACCEPT WS-OPTIN-INF
