      * Purpose:AREA DE TRABALHO ESPELHANDO REG-NOTA (FD_NOTAS.cpy),
      *         MESMO PADRAO DE WS_ALUNO.cpy/WS_MATERIAS.cpy.
      ******************************************************************
       01 WS-REGISTRO-NOTA         PIC X(42) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO-NOTA.
           03 WS-NT-CHAVE.
               05 WS-NT-ID-ALUNO        PIC 9(05).
               05 WS-NT-CD-MATERIA      PIC 9(03).
           03 WS-NT-NOTA1               PIC 9(02)V99.
           03 WS-NT-NOTA2               PIC 9(02)V99.
