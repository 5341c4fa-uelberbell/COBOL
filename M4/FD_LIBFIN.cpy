      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE LIBFIN.DAT, A TRILHA DAS
      *         LIBERACOES DO BLOQUEIO FINANCEIRO (VER SITFIN): UMA
      *         LINHA POR REMATRICULA (REMATRI) OU DOCUMENTO (DOCESC)
      *         LIBERADO POR ADMINISTRADOR APESAR DE TITULOS VENCIDOS,
      *         COM O DEBITO NO MOMENTO, O ADMINISTRADOR E A
      *         JUSTIFICATIVA.
      ******************************************************************
       01 REG-LIBFIN.
           03 LF-DT-LIBERACAO          PIC 9(08).
           03 LF-HR-LIBERACAO          PIC 9(06).
      *> "R" = REMATRICULA, "D" = DOCUMENTO DA SECRETARIA.
           03 LF-ORIGEM                PIC X.
               88 LF-REMATRICULA       VALUE "R".
               88 LF-DOCUMENTO         VALUE "D".
           03 LF-ID-ALUNO              PIC 9(05).
      *> Turma da pre-matricula liberada ou numero do documento.
           03 LF-REFERENCIA            PIC 9(06).
           03 LF-DIAS-TOLERANCIA       PIC 9(03).
           03 LF-QTD-VENCIDOS          PIC 9(03).
           03 LF-VL-VENCIDO            PIC 9(07)V99.
           03 LF-OPERADOR              PIC X(10).
           03 LF-JUSTIFICATIVA         PIC X(60).
