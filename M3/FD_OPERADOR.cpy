      *         TABELA FIXA WS-TAB-OPERADOR QUE VIVIA EM MENUCNTT E
      *         EXIGIA RECOMPILACAO A CADA ENTRADA/SAIDA DE OPERADOR.
      *         COPIADO POR MENUCNTT (LOGIN) E OPECNTT (MANUTENCAO).
      *         A SENHA NAO FICA EM CLARO: SO O SAL E O RESUMO DE MAO
      *         UNICA (VER SENHCRIP); O LAYOUT ANTIGO, COM A SENHA DE
      *         4 CARACTERES EM CLARO, E CONVERTIDO POR CNVSENHA.
      ******************************************************************
       01 REG-OPERADOR.
           03 OP-ID                    PIC X(10).
      *> Sal aleatorio da senha atual e o resumo (hash) de sal +
      *> senha + sal em 32 digitos hexadecimais.
           03 OP-SENHA-SAL             PIC X(08).
           03 OP-SENHA-HASH            PIC X(32).
      *> Perfil de acesso: "C" = SOMENTE CONSULTA, "M" = MANUTENCAO
      *> COMPLETA DE CONTATOS, "A" = ADMINISTRADOR (TUDO, INCLUSIVE
      *> GRUPOS, OPERADORES E EXPURGO).
