      *         COMPARTILHADO POR CADALU, LISALU, CONALU, ALTALU E
      *         DELALU PARA EVITAR DIVERGENCIA DE LAYOUT.
      ******************************************************************
       01 WS-REGISTRO-ALUNO        PIC X(400) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO-ALUNO.
           03 WS-ID-ALUNO               PIC 9(05).
           03 WS-NM-ALUNO               PIC X(60).
           03 WS-TL-ALUNO               PIC 9(11).
           03 WS-ST-ALUNO               PIC X.
               88 WS-ST-ALUNO-ATIVO     VALUE "A".
               88 WS-ST-ALUNO-INATIVO   VALUE "I".
           03 WS-DT-NASC-ALUNO          PIC 9(08).
           03 WS-CPF-ALUNO              PIC 9(11).
           03 WS-RG-ALUNO               PIC X(15).
           03 WS-SX-ALUNO               PIC X.
               88 WS-SX-ALUNO-VALIDO    VALUE "M" "F".
           03 WS-NATURALIDADE-ALUNO.
               05 WS-NAT-CIDADE-ALUNO   PIC X(30).
               05 WS-NAT-UF-ALUNO       PIC X(02).
           03 WS-NM-MAE-ALUNO           PIC X(60).
           03 WS-NM-PAI-ALUNO           PIC X(60).
           03 WS-ENDERECO-ALUNO.
               05 WS-RUA-ALUNO          PIC X(40).
               05 WS-NUM-END-ALUNO      PIC X(06).
               05 WS-COMPL-ALUNO        PIC X(20).
               05 WS-BAIRRO-ALUNO       PIC X(30).
               05 WS-CIDADE-ALUNO       PIC X(30).
               05 WS-UF-ALUNO           PIC X(02).
               05 WS-CEP-ALUNO          PIC 9(08).
