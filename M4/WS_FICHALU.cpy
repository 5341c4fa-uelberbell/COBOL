      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:CAMPOS DE TRABALHO DA DIGITACAO E CRITICA DA FICHA
      *         CIVIL DO ALUNO (VER P-FICHALU.cpy), COMPARTILHADOS POR
      *         CADALU E ALTALU. REQUER TAMBEM WS_ALUNO.cpy,
      *         WS_CPF.cpy E WS_DATUTIL.cpy NO CHAMADOR.
      ******************************************************************
      *> Entradas digitadas: em branco/ZEROS mantem o valor atual.
       77 WS-FA-TEXTO              PIC X(60) VALUE SPACES.
       77 WS-FA-DATA               PIC 9(08) VALUE ZEROS.
       77 WS-FA-CPF                PIC 9(11) VALUE ZEROS.
       77 WS-FA-CEP                PIC 9(08) VALUE ZEROS.
       77 WS-FA-HOJE               PIC 9(08) VALUE ZEROS.
       77 WS-FICHA-VALIDA          PIC X VALUE "S".
           88 FICHA-OK             VALUE "S" FALSE "N".
       77 WS-FICHA-MSG             PIC X(60) VALUE SPACES.
