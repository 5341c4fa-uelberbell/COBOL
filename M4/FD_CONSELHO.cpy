      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CONSELHO.DAT, AS DECISOES DO
      *         CONSELHO DE CLASSE: UMA DECISAO POR ANO x BIMESTRE
      *         (0 = CONSELHO FINAL DO ANO) x ALUNO x MATERIA (000 =
      *         O ALUNO COMO UM TODO, EX.: FREQUENCIA), COM OS MEMBROS
      *         PRESENTES NA REUNIAO. MANTIDO POR CONSELHO; O CALCULO
      *         DE RESFINAL HONRA A DECISAO DO CONSELHO FINAL NO LUGAR
      *         DO NT-STATUS DA MATERIA.
      ******************************************************************
       01 REG-CONSELHO.
           03 CS-CHAVE.
               05 CS-ANO               PIC 9(04).
               05 CS-BIMESTRE          PIC 9(01).
               05 CS-ID-ALUNO          PIC 9(05).
               05 CS-CD-MATERIA        PIC 9(03).
      *> Turma em cujo conselho a decisao foi tomada.
           03 CS-CD-TURMA              PIC 9(03).
      *> "A" = APROVADO PELO CONSELHO, "R" = RETIDO PELO CONSELHO,
      *> "C" = ENCAMINHADO A RECUPERACAO, "M" = MANTIDO O RESULTADO
      *> APURADO (SO REGISTRO DA DELIBERACAO).
           03 CS-DECISAO               PIC X.
               88 CS-APROVADO          VALUE "A".
               88 CS-RETIDO            VALUE "R".
               88 CS-RECUPERACAO       VALUE "C".
               88 CS-MANTIDO           VALUE "M".
               88 CS-DECISAO-VALIDA    VALUE "A" "R" "C" "M".
           03 CS-OBSERVACAO            PIC X(60).
           03 CS-MEMBROS               PIC X(120).
           03 CS-DT-REUNIAO            PIC 9(08).
           03 CS-OPERADOR              PIC X(10).
