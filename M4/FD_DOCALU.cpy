      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE DOCALU.DAT, O CHECKLIST DE
      *         DOCUMENTOS DO ALUNO: UM REGISTRO POR ALUNO x DOCUMENTO
      *         EXIGIDO (DOCEXIG.DAT), PENDENTE ATE A SECRETARIA
      *         REGISTRAR O RECEBIMENTO COM A DATA. MANTIDO EM
      *         DOCPEND; CONSULTADO POR DOCESC NO CERTIFICADO DE
      *         CONCLUSAO.
      ******************************************************************
       01 REG-DOCALU.
           03 DA-CHAVE.
               05 DA-ID-ALUNO          PIC 9(05).
               05 DA-CD-DOCUMENTO      PIC 9(02).
      *> Perfil com que o checklist foi gerado: "N" = ALUNO NOVO,
      *> "T" = TRANSFERIDO.
           03 DA-PERFIL                PIC X.
               88 DA-ALUNO-NOVO        VALUE "N".
               88 DA-TRANSFERIDO       VALUE "T".
      *> "P" = PENDENTE, "R" = RECEBIDO, "D" = DISPENSADO PELA
      *> SECRETARIA (nao conta como pendencia).
           03 DA-STATUS                PIC X.
               88 DA-PENDENTE          VALUE "P".
               88 DA-RECEBIDO          VALUE "R".
               88 DA-DISPENSADO        VALUE "D".
           03 DA-DT-INCLUSAO           PIC 9(08).
      *> Data do recebimento (ou da dispensa); ZEROS enquanto
      *> pendente.
           03 DA-DT-RECEBIMENTO        PIC 9(08).
           03 DA-OPERADOR              PIC X(10).
