      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA PERFIN, QUE DIZ SE A
      *         COMPETENCIA DE UMA DATA DE LANCAMENTO ESTA FECHADA NA
      *         CONTABILIDADE (PERFECH.DAT, VER FECHAFIN): O CHAMADOR
      *         PREENCHE A DATA (AAAAMMDD) E EXECUTA CALL "PERFIN"
      *         USING WS-PERFIN-PARM ANTES DE GRAVAR O MOVIMENTO.
      ******************************************************************
       01 WS-PERFIN-PARM.
           02 WS-PE-DATA           PIC 9(08).
      *>    Competencia (AAAAMM) da data informada.
           02 WS-PE-COMPETENCIA    PIC 9(06).
           02 WS-PE-SITUACAO       PIC X.
               88 PE-PERIODO-FECHADO VALUE "F".
               88 PE-PERIODO-ABERTO  VALUE "A".
