      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE CANAIS.DAT: OS TELEFONES E
      *         E-MAILS DE CADA CONTATO ALEM DO TELEFONE-CONTATO DO
      *         CADASTRO, UM REGISTRO POR CONTATO x SEQUENCIA, CADA UM
      *         COM O TIPO (CELULAR, RESIDENCIAL, TRABALHO, E-MAIL), A
      *         MARCA DE PRINCIPAL E A DATA EM QUE FOI CONFIRMADO COM
      *         O CONTATO. O TELEFONE PRINCIPAL E SEMPRE O MESMO
      *         TELEFONE-CONTATO DE CONTATOS.DAT (CANCNTT MANTEM OS
      *         DOIS EM SINCRONIA), ASSIM OS PROGRAMAS QUE SO CONHECEM
      *         O TELEFONE DO CADASTRO CONTINUAM CORRETOS. A CHAVE
      *         ALTERNATIVA CN-ENDERECO (COM DUPLICATAS, O FIXO DE CASA
      *         PODE SER DE MAIS DE UM CONTATO) ATENDE A BUSCA REVERSA
      *         DE TELCNTT. MANTIDO POR CANCNTT, CHAMADO DE CADCONTT E
      *         ALTCONTT.
      ******************************************************************
       01 REG-CANAL.
           03 CN-CHAVE.
               05 CN-ID-CONTATO        PIC 9(05).
               05 CN-SEQ               PIC 9(02).
      *> Tipo: "C" = CELULAR, "R" = RESIDENCIAL, "T" = TRABALHO,
      *> "E" = E-MAIL.
           03 CN-TIPO                  PIC X.
               88 CN-CELULAR           VALUE "C".
               88 CN-RESIDENCIAL       VALUE "R".
               88 CN-TRABALHO          VALUE "T".
               88 CN-EMAIL             VALUE "E".
               88 CN-TIPO-FONE         VALUE "C" "R" "T".
               88 CN-TIPO-VALIDO       VALUE "C" "R" "T" "E".
      *> "S" = PRINCIPAL DA SUA CLASSE (UM TELEFONE E UM E-MAIL POR
      *> CONTATO), "N" = ADICIONAL.
           03 CN-PRINCIPAL             PIC X.
               88 CN-E-PRINCIPAL       VALUE "S".
               88 CN-E-ADICIONAL       VALUE "N".
      *> Ultima confirmacao do canal com o contato (AAAAMMDD, zeros =
      *> nunca confirmado).
           03 CN-DT-VALIDACAO          PIC 9(08).
      *> O telefone (mesmos 12 digitos de TELEFONE-CONTATO) ou o
      *> endereco de e-mail, sempre em minusculas.
           03 CN-ENDERECO              PIC X(60).
           03 CN-FONE REDEFINES CN-ENDERECO.
               05 CN-TL-NUMERO.
                   07 CN-TL-PAIS       PIC 99.
                   07 CN-TL-DDD        PIC 99.
                   07 CN-TL-PREFIXO    PIC 9(04).
                   07 CN-TL-SUFIXO     PIC 9(04).
               05 FILLER               PIC X(48).
      *> Carimbo da ultima manutencao (AAAAMMDDHHMMSS).
           03 CN-DT-ALTERACAO          PIC 9(14).
           03 FILLER                   PIC X(10).
