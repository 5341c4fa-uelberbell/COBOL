       FD STUDXREF.
       01 REG-STUDXREF.
           03 XR-CD-STUDENT        PIC 9(05).
           03 XR-ID-ALUNO          PIC 9(05).

       FD ALUNOS.
       COPY FD_ALUNO.
