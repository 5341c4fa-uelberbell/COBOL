      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE DEPEND.DAT, O REGISTRO DE
      *         DEPENDENCIAS (PROGRESSAO PARCIAL): UMA MATERIA EM QUE O
      *         ALUNO FOI REPROVADO NO ANO DE ORIGEM E QUE ELE CARREGA
      *         PARA O ANO SEGUINTE AO SER PROMOVIDO COM DEPENDENCIA.
      *         ABERTO PELO RESULTADO FINAL (RESFINAL), LIGADO A TURMA
      *         DE DEPENDENCIA PELA MATRICULA EM DEPENDENCIA DE MATTUR
      *         E FECHADO EM DEPMNT QUANDO O ALUNO E APROVADO - AS
      *         NOTAS DA DEPENDENCIA FICAM AQUI, FORA DE NOTAS.DAT,
      *         PARA NAO COLIDIR COM A MESMA MATERIA CURSADA NA TURMA
      *         REGULAR.
      ******************************************************************
       01 REG-DEPEND.
           03 DP-CHAVE.
               05 DP-ID-ALUNO          PIC 9(05).
               05 DP-CD-MATERIA        PIC 9(03).
               05 DP-ANO-ORIGEM        PIC 9(04).
      *> "A" = ABERTA (A CUMPRIR), "C" = CUMPRIDA (APROVADO NA
      *> DEPENDENCIA), "X" = CANCELADA (O RESULTADO FINAL DO ANO DE
      *> ORIGEM FOI RECALCULADO E O ALUNO NAO FICOU MAIS EM
      *> DEPENDENCIA NA MATERIA).
           03 DP-STATUS                PIC X.
               88 DP-ABERTA            VALUE "A".
               88 DP-CUMPRIDA          VALUE "C".
               88 DP-CANCELADA         VALUE "X".
      *> Media final da materia no ano de origem (NOTAS.DAT).
           03 DP-MEDIA-ORIGEM          PIC 9(02)V99.
      *> Turma de dependencia e ano em que esta sendo cursada; ZEROS
      *> enquanto o aluno nao foi matriculado (MATTUR opcao 6).
           03 DP-CD-TURMA              PIC 9(03).
           03 DP-ANO-CURSO             PIC 9(04).
           03 DP-NOTA1                 PIC 9(02)V99.
           03 DP-NOTA2                 PIC 9(02)V99.
           03 DP-NOTA3                 PIC 9(02)V99.
           03 DP-NOTA4                 PIC 9(02)V99.
           03 DP-NOTA-REC              PIC 9(02)V99.
           03 DP-MEDIA                 PIC 9(02)V99.
           03 DP-DT-ABERTURA           PIC 9(08).
           03 DP-DT-CONCLUSAO          PIC 9(08).
           03 DP-OPERADOR              PIC X(10).
