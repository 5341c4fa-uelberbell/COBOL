      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE LIVRO.DAT, O ACERVO DA
      *         BIBLIOTECA (ANTES EM FICHAS): UM REGISTRO POR TITULO,
      *         COM O NUMERO DE EXEMPLARES E QUANTOS ESTAO
      *         EMPRESTADOS OU FORAM PERDIDOS (EMPREST.DAT). MANTIDO
      *         EM BIBLIO.
      ******************************************************************
       01 REG-LIVRO.
           03 LV-CD-LIVRO              PIC 9(05).
           03 LV-TITULO                PIC X(40).
           03 LV-AUTOR                 PIC X(30).
      *> Exemplares do acervo; disponiveis = exemplares -
      *> emprestados - perdidos.
           03 LV-QTD-EXEMPLARES        PIC 9(03).
           03 LV-QTD-EMPRESTADOS       PIC 9(03).
           03 LV-QTD-PERDIDOS          PIC 9(03).
      *> Valor de reposicao cobrado do aluno que perde o exemplar
      *> (taxa avulsa nas mensalidades).
           03 LV-VL-REPOSICAO          PIC 9(05)V99.
      *> "A" = ATIVO, "I" = INATIVO (baixado do acervo, nao empresta).
           03 LV-STATUS                PIC X.
               88 LV-ATIVO             VALUE "A".
               88 LV-INATIVO           VALUE "I".
           03 LV-DT-ATUALIZACAO        PIC 9(08).
           03 LV-OPERADOR              PIC X(10).
