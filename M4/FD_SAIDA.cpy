      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE SAIDA.DAT, O REGISTRO DA SAIDA
      *         DOS ALUNOS: UM REGISTRO POR DATA x ALUNO COM QUEM O
      *         RETIROU E A HORA. QUEM NAO ESTA NA LISTA (AUTRET.DAT /
      *         RESPALU.DAT) SO RETIRA COMO EXCECAO, COM A OBSERVACAO
      *         DE QUEM LIBEROU. GRAVADO E LIDO POR RETIRADA.
      ******************************************************************
       01 REG-SAIDA.
           03 SD-CHAVE.
               05 SD-DT-SAIDA          PIC 9(08).
               05 SD-ID-ALUNO          PIC 9(05).
           03 SD-HR-SAIDA              PIC 9(06).
      *> Contato do M3 que retirou; ZEROS = pessoa sem cadastro,
      *> identificada pelo nome e documento.
           03 SD-ID-CONTATO            PIC 9(05).
           03 SD-NM-RETIRANTE          PIC X(40).
           03 SD-DOC-RETIRANTE         PIC X(15).
      *> "L" = NA LISTA DE AUTORIZADOS, "X" = EXCECAO (FORA DA
      *> LISTA, LIBERADA COM OBSERVACAO).
           03 SD-SITUACAO              PIC X.
               88 SD-NA-LISTA          VALUE "L".
               88 SD-EXCECAO           VALUE "X".
           03 SD-OBSERVACAO            PIC X(40).
           03 SD-OPERADOR              PIC X(10).
