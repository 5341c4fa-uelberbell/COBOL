      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE EMPREST.DAT, OS EMPRESTIMOS DA
      *         BIBLIOTECA: UM REGISTRO POR EMPRESTIMO DE UM EXEMPLAR
      *         DE LIVRO.DAT A UM ALUNO OU PROFESSOR, COM O PRAZO, AS
      *         RENOVACOES E A DEVOLUCAO (OU A PERDA, COM A TAXA DE
      *         REPOSICAO LANCADA NAS MENSALIDADES). A CHAVE
      *         ALTERNATIVA PELO LEITOR LISTA O QUE ELE TEM EM MAOS
      *         (BIBLIO, DOCESC E TRFSAI). MANTIDO EM BIBLIO.
      ******************************************************************
       01 REG-EMPREST.
           03 EP-CHAVE.
               05 EP-CD-LIVRO          PIC 9(05).
               05 EP-SEQ               PIC 9(04).
           03 EP-LEITOR.
      *> "A" = ALUNO (ID-ALUNO), "P" = PROFESSOR (CD-PROFESSOR).
               05 EP-TIPO-LEITOR       PIC X.
                   88 EP-LEITOR-ALUNO  VALUE "A".
                   88 EP-LEITOR-PROF   VALUE "P".
               05 EP-ID-LEITOR         PIC 9(05).
           03 EP-DT-EMPRESTIMO         PIC 9(08).
           03 EP-DT-PREVISTA           PIC 9(08).
           03 EP-QTD-RENOVACOES        PIC 9(01).
      *> "E" = EMPRESTADO (em maos do leitor), "D" = DEVOLVIDO,
      *> "P" = PERDIDO (exemplar baixado; do aluno, com a taxa de
      *> reposicao em EP-COMPETENCIA-TAXA/EP-SEQ-TAXA).
           03 EP-STATUS                PIC X.
               88 EP-EMPRESTADO        VALUE "E".
               88 EP-DEVOLVIDO         VALUE "D".
               88 EP-PERDIDO           VALUE "P".
           03 EP-DT-DEVOLUCAO          PIC 9(08).
           03 EP-VL-REPOSICAO          PIC 9(05)V99.
           03 EP-COMPETENCIA-TAXA      PIC 9(06).
           03 EP-SEQ-TAXA              PIC 9(02).
           03 EP-OPERADOR              PIC X(10).
