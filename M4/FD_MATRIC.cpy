       01 REG-MATRICULA.
           03 MT-CHAVE.
               05 MT-CD-TURMA          PIC 9(03).
               05 MT-ID-ALUNO          PIC 9(05).
      *> Status da matricula (soft-delete): "A" = ATIVA,
      *> "I" = CANCELADA, "P" = PRE-MATRICULA DA REMATRICULA DE FIM
      *> DE ANO (ver REMATRI), aguardando confirmacao da familia em
               88 MT-ATIVA             VALUE "A".
               88 MT-CANCELADA         VALUE "I".
               88 MT-PRE               VALUE "P".
      *> Data em que a matricula passou a valer (AAAAMMDD): gravada
      *> na matricula, na reativacao e na pre-matricula; o primeiro
      *> mes de quem entra depois do dia 1 e cobrado pro rata em
      *> MENSAL. ZEROS = matricula anterior ao campo (sem pro rata).
           03 MT-DT-MATRICULA          PIC 9(08).
