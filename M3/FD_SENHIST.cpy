      *         SENHA DIAS) E AS TRES SENHAS ANTERIORES, QUE NAO PODEM
      *         SER REAPROVEITADAS NA TROCA - EXIGENCIA DA ULTIMA
      *         AUDITORIA. ARQUIVO SEPARADO DE OPERADOR.DAT PARA NAO
      *         MEXER NO LAYOUT JA EM PRODUCAO. AS SENHAS ANTERIORES
      *         FICAM SO COMO SAL + RESUMO (VER SENHCRIP), COMO EM
      *         OPERADOR.DAT.
      ******************************************************************
       01 REG-SENHIST.
           03 SH-OP-ID                 PIC X(10).
      *> Data da ultima troca de senha (AAAAMMDD).
           03 SH-DT-TROCA              PIC 9(08).
      *> Ultimas tres senhas, da mais recente para a mais antiga,
      *> cada uma com o sal e o resumo que tinha em OPERADOR.DAT;
      *> posicao em branco = sem senha anterior.
           03 SH-SENHA-ANT OCCURS 3 TIMES.
               05 SH-SAL               PIC X(08).
               05 SH-HASH              PIC X(32).
