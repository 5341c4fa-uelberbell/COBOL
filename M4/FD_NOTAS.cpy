      *         ALUNO (ALUNOS.DAT) A UMA MATERIA (MATERIAS.DAT) ATRAVES
      *         DE CHAVE COMPOSTA. COPIADO POR CADNOTA E
      *         PELOS PROGRAMAS DE BOLETIM QUE LEREM NOTAS.DAT.
      *         CHAVES ALTERNADAS (COM DUPLICATAS): NT-ID-ALUNO E
      *         NT-CD-MATERIA (AS NOTAS DE UMA MATERIA SEM VARRER O
      *         ARQUIVO). TODO SELECT DE NOTAS.DAT DECLARA AS TRES.
      ******************************************************************
       01 REG-NOTA.
           03 NT-CHAVE.
               05 NT-ID-ALUNO           PIC 9(05).
               05 NT-CD-MATERIA         PIC 9(03).
           03 NT-NOTA1                  PIC 9(02)V99.
           03 NT-NOTA2                  PIC 9(02)V99.
