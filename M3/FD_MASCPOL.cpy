      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE MASCPOL.DAT, A POLITICA DE
      *         MASCARAMENTO DE DADOS PESSOAIS (LGPD) POR PERFIL x
      *         CAMPO. SEM REGISTRO VALE O PADRAO DE MASCDAD: O
      *         PERFIL CONSULTA VE TUDO MASCARADO, MANUTENCAO E
      *         ADMINISTRADOR VEEM EM CLARO. UM REGISTRO AQUI
      *         SOBREPOE O PADRAO NOS DOIS SENTIDOS. MANTIDA POR
      *         OPECNTT, APLICADA POR MASCDAD.
      ******************************************************************
       01 REG-MASCPOL.
           03 MP-CHAVE.
      *> Perfil do operador: "C", "M" ou "A" (ver FD_OPERADOR.cpy).
               05 MP-PERFIL            PIC X.
      *> Campo: "FONE", "NASC", "ENDR" (rua, bairro e CEP) ou "CPF ".
               05 MP-CAMPO             PIC X(04).
      *> "C" = EXIBE EM CLARO, "M" = EXIBE MASCARADO.
           03 MP-EXIBE                 PIC X.
               88 MP-EM-CLARO          VALUE "C".
               88 MP-MASCARADO         VALUE "M".
           03 MP-DT-ALTERACAO          PIC 9(08).
           03 MP-OP-ALTERACAO          PIC X(10).
