      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE PROFCEN.DAT, A FICHA DO
      *         PROFESSOR PARA O CENSO ESCOLAR: OS CAMPOS QUE O
      *         EDUCACENSO EXIGE DO DOCENTE E QUE PROFESSORES.DAT NAO
      *         GUARDA (CPF, NASCIMENTO, SEXO, FILIACAO E
      *         ESCOLARIDADE). UM REGISTRO POR CD-PROFESSOR, MANTIDO
      *         PELA OPCAO 1 DE EDUCENSO (MESMO DESENHO DE SAUDE.DAT
      *         PARA O ALUNO).
      ******************************************************************
       01 REG-PROFCEN.
           03 PC-CD-PROFESSOR          PIC 9(03).
           03 PC-CPF                   PIC 9(11).
      *> Data de nascimento AAAAMMDD.
           03 PC-DT-NASC               PIC 9(08).
      *> "M" = MASCULINO, "F" = FEMININO.
           03 PC-SEXO                  PIC X.
               88 PC-SEXO-VALIDO       VALUE "M" "F".
           03 PC-NM-MAE                PIC X(60).
           03 PC-NM-PAI                PIC X(60).
      *> Escolaridade na tabela do INEP: "1" = NAO CONCLUIU O
      *> FUNDAMENTAL, "2" = FUNDAMENTAL, "7" = MEDIO, "6" = SUPERIOR.
           03 PC-ESCOLARIDADE          PIC X.
               88 PC-ESCOLARIDADE-OK   VALUE "1" "2" "6" "7".
           03 PC-DT-ATUALIZACAO        PIC 9(08).
