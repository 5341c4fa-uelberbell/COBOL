      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DA LINHA DE SESSLOG.DAT, O LOG DE SESSOES DOS
      *         OPERADORES: CADA ENTRADA, TENTATIVA FALHA, BLOQUEIO,
      *         TROCA/RESET DE SENHA E SAIDA, COM OPERADOR, AMBIENTE
      *         (SIS_AMBIENTE), DATA E HORA. UM ARQUIVO SO PARA PROD E
      *         TREINO (FICA FORA DA SUBPASTA \TREINO). GRAVADO POR
      *         MENUCNTT, CALMEDIA, OPECNTT, EXPCNTT, INTSEG E ETICNTT
      *         (EXPORTACAO COM DADOS PESSOAIS EM CLARO) VIA
      *         P-GRAVA-SESSLOG.cpy E LIDO PELO RELATORIO SEMANAL DE
      *         SEGURANCA (SEGREL).
      ******************************************************************
       01 REG-SESSLOG.
           03 SL-DATA                  PIC 9(08).
           03 SL-HORA                  PIC 9(08).
      *> "E" = ENTRADA (LOGIN ACEITO), "F" = TENTATIVA FALHA,
      *> "B" = BLOQUEIO POR TENTATIVAS, "T" = TROCA DE SENHA PELO
      *> PROPRIO OPERADOR, "R" = SENHA RESETADA POR ADMINISTRADOR,
      *> "S" = SAIDA (SIGN-OFF), "X" = EXPORTACAO COM DADOS PESSOAIS
      *> EM CLARO (VER MASCDAD/EXPCNTT/INTSEG/ETICNTT).
           03 SL-EVENTO                PIC X.
               88 SL-ENTRADA           VALUE "E".
               88 SL-FALHA             VALUE "F".
               88 SL-BLOQUEIO          VALUE "B".
               88 SL-TROCA-SENHA       VALUE "T".
               88 SL-RESET-SENHA       VALUE "R".
               88 SL-SAIDA             VALUE "S".
               88 SL-EXPORTA-CLARO     VALUE "X".
      *> ID digitado no login (pode nao existir em OPERADOR.DAT).
           03 SL-OP-ID                 PIC X(10).
           03 SL-AMBIENTE              PIC X(06).
           03 SL-PROGRAMA              PIC X(08).
      *> Sessao = data/hora da entrada; liga a saida a entrada e fica
      *> zerada nos eventos fora de sessao (falha, bloqueio).
           03 SL-SESSAO.
               05 SL-SESSAO-DATA       PIC 9(08).
               05 SL-SESSAO-HORA       PIC 9(08).
           03 SL-DETALHE               PIC X(20).
           03 FILLER                   PIC X(03).

      *> Sessao aberta pelo programa (zeros antes do login aceito).
       01 WS-SESSAO-ATUAL.
           03 WS-SESSAO-DATA           PIC 9(08) VALUE ZEROS.
           03 WS-SESSAO-HORA           PIC 9(08) VALUE ZEROS.
       77 WS-FS-SLG                PIC 99.
           88 FS-SLG-OK            VALUE 0.
