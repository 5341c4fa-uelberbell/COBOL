      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE PROSPECT.DAT, O PROCESSO SELETIVO
      *         DE ALUNOS NOVOS: UM REGISTRO POR CANDIDATO, NUMERADO
      *         EM SEQUENCIA DENTRO DO ANO PRETENDIDO, LIGADO AO
      *         CONTATO DO M3 QUE RESPONDE PELA FAMILIA. GUARDA A
      *         TURMA PRETENDIDA, A PROVA DE INGRESSO (DATA E NOTA), A
      *         CLASSIFICACAO POR NOTA E, DEPOIS DE EFETIVADO, O ALUNO
      *         CRIADO EM ALUNOS.DAT. MANTIDO POR ADMISSAO.
      ******************************************************************
       01 REG-PROSPECT.
           03 PS-CHAVE.
               05 PS-ANO               PIC 9(04).
               05 PS-SEQ               PIC 9(04).
      *> Contato do M3 (pai/mae/responsavel) que procurou a escola.
           03 PS-ID-CONTATO            PIC 9(05).
           03 PS-NM-CANDIDATO          PIC X(60).
           03 PS-DT-NASC               PIC 9(08).
           03 PS-CD-TURMA              PIC 9(03).
      *> Prova de ingresso: data marcada e nota (0 A 10).
           03 PS-DT-PROVA              PIC 9(08).
           03 PS-NOTA-PROVA            PIC 9(02)V99.
      *> Posicao na classificacao da turma (ZEROS = nao classificado).
           03 PS-CLASSIFICACAO         PIC 9(03).
      *> Aluno criado na efetivacao (ZEROS = ainda nao e aluno).
           03 PS-ID-ALUNO              PIC 9(05).
      *> "P" = PROSPECTO, "I" = INSCRITO NA PROVA, "R" = PROVA
      *> REALIZADA, "A" = APROVADO, "N" = NAO APROVADO,
      *> "M" = MATRICULADO, "E" = NA FILA DE ESPERA DA TURMA,
      *> "D" = DESISTIU.
           03 PS-STATUS                PIC X.
               88 PS-PROSPECTO         VALUE "P".
               88 PS-INSCRITO          VALUE "I".
               88 PS-PROVA-FEITA       VALUE "R".
               88 PS-APROVADO          VALUE "A".
               88 PS-NAO-APROVADO      VALUE "N".
               88 PS-MATRICULADO       VALUE "M".
               88 PS-EM-ESPERA         VALUE "E".
               88 PS-DESISTIU          VALUE "D".
      *> Etapas do funil (cumulativas): todo registro e prospecto;
      *> candidato = inscrito na prova; aprovado = passou na nota.
               88 PS-CANDIDATO         VALUE "I" "R" "A" "N" "M" "E".
               88 PS-FOI-APROVADO      VALUE "A" "M" "E".
           03 PS-DT-CADASTRO           PIC 9(08).
           03 PS-DT-STATUS             PIC 9(08).
           03 PS-OPERADOR              PIC X(10).
