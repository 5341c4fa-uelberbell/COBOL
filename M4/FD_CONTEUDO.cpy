      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CONTEUDO.DAT, O CONTEUDO
      *         MINISTRADO DO DIARIO OFICIAL: UM REGISTRO POR TURMA x
      *         MATERIA x DATA DE AULA COM O ASSUNTO DADO E O
      *         PROFESSOR QUE DEU A AULA - O TITULAR (PROFMAT) OU O
      *         SUBSTITUTO DESIGNADO EM AUSENCIA.DAT NAQUELE DIA.
      *         MANTIDO POR CONTMNT E IMPRESSO NA PAGINA DE CONTEUDO
      *         DO DIARIO.
      ******************************************************************
       01 REG-CONTEUDO.
           03 CN-CHAVE.
               05 CN-CD-TURMA          PIC 9(03).
               05 CN-CD-MATERIA        PIC 9(03).
               05 CN-DATA              PIC 9(08).
           03 CN-CD-PROFESSOR          PIC 9(03).
      *> "S" = aula dada pelo substituto (AUSENCIA.DAT), "N" = pelo
      *> titular da materia no periodo.
           03 CN-SUBSTITUICAO          PIC X.
               88 CN-PELO-SUBSTITUTO   VALUE "S".
               88 CN-PELO-TITULAR      VALUE "N".
           03 CN-ASSUNTO               PIC X(60).
           03 CN-DT-REGISTRO           PIC 9(08).
           03 CN-OPERADOR              PIC X(10).
