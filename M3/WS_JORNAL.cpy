      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DA LINHA DO JORNAL DE IMAGENS POSTERIORES DOS
      *         ARQUIVOS MESTRES (CONTATOS.JRN, ALUNOS.JRN, NOTAS.JRN
      *         E PARCELAS.JRN, AO LADO DE CADA MESTRE): CADA WRITE,
      *         REWRITE E DELETE BEM-SUCEDIDO GRAVA O REGISTRO INTEIRO
      *         COMO FICOU, COM DATA E HORA. O JORNAL E CORTADO E
      *         ARQUIVADO POR BKPCNTT A CADA GERACAO NOVA E REAPLICADO
      *         SOBRE UMA GERACAO RESTAURADA NA RECUPERACAO (BKPCNTT
      *         OPCAO 3). GRAVADO VIA P-GRAVA-JORNAL.cpy.
      ******************************************************************
       01 REG-JORNAL.
           03 JR-MOMENTO.
               05 JR-DATA              PIC 9(08).
               05 JR-HORA              PIC 9(08).
      *> "CONTATOS", "ALUNOS", "NOTAS" OU "PARCELAS".
           03 JR-ARQUIVO               PIC X(08).
      *> "W" = INCLUSAO, "R" = ALTERACAO, "D" = EXCLUSAO (NA EXCLUSAO
      *> A IMAGEM TRAZ O REGISTRO EXCLUIDO, PARA A CHAVE).
           03 JR-OPERACAO              PIC X.
               88 JR-INCLUSAO          VALUE "W".
               88 JR-ALTERACAO         VALUE "R".
               88 JR-EXCLUSAO          VALUE "D".
           03 JR-PROGRAMA              PIC X(08).
      *> Registro inteiro (o maior mestre, ALUNOS, tem 400 bytes).
           03 JR-IMAGEM                PIC X(400).

       77 WS-JORNAL-PATH               PIC X(200) VALUE SPACES.
       77 WS-FS-JRN                    PIC 99.
           88 FS-JRN-OK                VALUE 0.
