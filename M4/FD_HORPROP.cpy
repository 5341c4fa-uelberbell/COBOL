      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE HORPROP.DAT, A PROPOSTA DE GRADE
      *         GERADA POR GERAHOR: AS AULAS NOVAS QUE ELE ENCAIXOU,
      *         NO MESMO FORMATO DE HORARIO.DAT, MAIS O ANO/SEMESTRE DA
      *         GERACAO. SO VAI PARA HORARIO.DAT QUANDO O COORDENADOR
      *         ACEITA A PROPOSTA (GERAHOR); CADA NOVA GERACAO
      *         SUBSTITUI A ANTERIOR.
      ******************************************************************
       01 REG-HORPROP.
           03 HP-CD-TURMA              PIC 9(03).
           03 HP-DIA-SEMANA            PIC 9(01).
           03 HP-PERIODO               PIC 9(01).
           03 HP-CD-MATERIA            PIC 9(03).
           03 HP-CD-PROFESSOR          PIC 9(03).
           03 HP-SALA                  PIC X(10).
           03 HP-ANO                   PIC 9(04).
           03 HP-SEMESTRE              PIC 9(01).
