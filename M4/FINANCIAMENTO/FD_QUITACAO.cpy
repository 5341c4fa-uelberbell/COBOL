      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:LAYOUT DO REGISTRO DE QUITACAO.DAT, O REGISTRO DAS
      *         DECLARACOES ANUAIS DE QUITACAO DE DEBITOS EMITIDAS
      *         PELA RODADA DE JANEIRO (VER QUITANU): UM REGISTRO POR
      *         RESPONSAVEL FINANCEIRO x ANO-BASE, COM O NUMERO
      *         SEQUENCIAL DA DECLARACAO (CONTADOR EM QUITACAO.CTL).
      *         A CHAVE IMPEDE QUE A MESMA DECLARACAO SAIA DUAS VEZES
      *         QUANDO A RODADA E REPETIDA.
      ******************************************************************
       01 REG-QUITACAO.
           03 QT-CHAVE.
      *> Contato responsavel financeiro (ID-CONTATO do M3).
               05 QT-ID-CONTATO        PIC 9(05).
      *> Ano-base declarado quitado (AAAA).
               05 QT-ANO-BASE          PIC 9(04).
           03 QT-NUMERO                PIC 9(06).
           03 QT-NM-CONTATO            PIC X(40).
           03 QT-CPF                   PIC 9(11).
      *> Titulos do ano-base cobertos pela declaracao (parcelas de
      *> financiamento + mensalidades/taxas) e o total recebido.
           03 QT-QTD-TITULOS           PIC 9(04).
           03 QT-VL-PAGO               PIC 9(07)V99.
           03 QT-DT-EMISSAO            PIC 9(08).
