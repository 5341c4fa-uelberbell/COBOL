      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA SITFIN, A CONSULTA DE
      *         SITUACAO FINANCEIRA DO ALUNO USADA ANTES DA REMATRICULA
      *         (REMATRI) E DA EMISSAO DE DOCUMENTOS NAO OBRIGATORIOS
      *         (DOCESC): O CHAMADOR PREENCHE O ALUNO E A DATA DE
      *         REFERENCIA E EXECUTA CALL "SITFIN" USING
      *         WS-SITFIN-PARM.
      ******************************************************************
       01 WS-SITFIN-PARM.
           02 WS-SF-ID-ALUNO       PIC 9(05).
           02 WS-SF-DATA-REF       PIC 9(08).
      *>    Tolerancia em dias aplicada (WS-DIAS-BLOQUEIO-FIN).
           02 WS-SF-DIAS-TOLERANCIA PIC 9(03).
      *>    "S" = HA TITULO VENCIDO ALEM DA TOLERANCIA.
           02 WS-SF-BLOQUEADO      PIC X.
               88 SF-BLOQUEADO     VALUE "S".
               88 SF-LIBERADO      VALUE "N".
           02 WS-SF-QTD-VENCIDOS   PIC 9(03).
           02 WS-SF-VL-VENCIDO     PIC 9(07)V99.
      *>    "S" QUANDO UM DOS ARQUIVOS DO CONTAS A RECEBER NAO ABRIU.
           02 WS-SF-ERRO           PIC X.
