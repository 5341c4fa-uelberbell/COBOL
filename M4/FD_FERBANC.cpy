      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE FERBANC.DAT, O CALENDARIO DE
      *         FERIADOS BANCARIOS (SEPARADO DO CALENDARIO LETIVO
      *         CALENDLET.DAT: DIA SEM AULA NAO E DIA SEM BANCO). UM
      *         REGISTRO POR DATA SEM EXPEDIENTE BANCARIO; SABADO E
      *         DOMINGO NAO PRECISAM SER CADASTRADOS. MANTIDO POR
      *         FERBANC; LIDO POR DATUTIL NAS OPERACOES DE DIA UTIL.
      ******************************************************************
       01 REG-FERBANC.
           03 FB-DATA                  PIC 9(08).
      *> "N" = FERIADO NACIONAL, "L" = FERIADO LOCAL (MUNICIPAL OU
      *> ESTADUAL), "B" = SEM EXPEDIENTE SO NO BANCO.
           03 FB-TIPO                  PIC X.
               88 FB-NACIONAL          VALUE "N".
               88 FB-LOCAL             VALUE "L".
               88 FB-BANCARIO          VALUE "B".
           03 FB-DESCRICAO             PIC X(30).
