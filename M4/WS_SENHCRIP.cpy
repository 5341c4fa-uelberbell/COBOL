      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA DE SENHAS SENHCRIP
      *         (VER SENHCRIP.cbl NA RAIZ): O CHAMADOR PREENCHE
      *         WS-SC-OPERACAO, A SENHA DIGITADA E O SAL/RESUMO LIDOS
      *         DO CADASTRO E EXECUTA CALL "SENHCRIP" USING
      *         WS-SENHCRIP-PARM. COPIA LOCAL AO M4 (mesmo padrao de
      *         WS_DATUTIL.cpy).
      ******************************************************************
       01 WS-SENHCRIP-PARM.
      *>    "S" = GERA SAL NOVO, "H" = RESUMO DA SENHA COM O SAL,
      *>    "C" = CONFERE A SENHA CONTRA O RESUMO GRAVADO,
      *>    "P" = POLITICA DA SENHA NOVA (8 A 20, LETRA E DIGITO).
           02 WS-SC-OPERACAO       PIC X.
           02 WS-SC-SENHA          PIC X(20).
           02 WS-SC-SAL            PIC X(08).
           02 WS-SC-HASH           PIC X(32).
           02 WS-SC-CONFERE        PIC X.
               88 SC-SENHA-CONFERE VALUE "S".
           02 WS-SC-ERRO           PIC X.
           02 WS-SC-MENSAGEM       PIC X(40).
