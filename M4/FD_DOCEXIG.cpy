      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE DOCEXIG.DAT, A LISTA DE
      *         DOCUMENTOS EXIGIDOS NA MATRICULA (CERTIDAO DE
      *         NASCIMENTO, RG, CPF, COMPROVANTE DE RESIDENCIA,
      *         CARTEIRA DE VACINACAO, GUIA DE TRANSFERENCIA...),
      *         MANTIDA EM DOCPEND. CADA DOCUMENTO DIZ SE E EXIGIDO DO
      *         ALUNO NOVO, DO ALUNO TRANSFERIDO OU DE AMBOS; O
      *         CHECKLIST DO ALUNO (DOCALU.DAT) NASCE DAQUI.
      ******************************************************************
       01 REG-DOCEXIG.
           03 DX-CD-DOCUMENTO          PIC 9(02).
           03 DX-DESCRICAO             PIC X(30).
      *> "S" = EXIGIDO DO ALUNO NOVO (PRIMEIRA MATRICULA ESCOLAR).
           03 DX-EXIGE-NOVO            PIC X.
               88 DX-PARA-NOVO         VALUE "S".
      *> "S" = EXIGIDO DO ALUNO QUE VEM TRANSFERIDO DE OUTRA ESCOLA.
           03 DX-EXIGE-TRANSF          PIC X.
               88 DX-PARA-TRANSF       VALUE "S".
      *> "A" = ATIVO, "I" = INATIVO (deixa de entrar nos checklists
      *> novos; os ja gerados ficam como estao).
           03 DX-STATUS                PIC X.
               88 DX-ATIVO             VALUE "A".
               88 DX-INATIVO           VALUE "I".
           03 DX-DT-ATUALIZACAO        PIC 9(08).
           03 DX-OPERADOR              PIC X(10).
