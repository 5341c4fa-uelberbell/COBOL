      * Purpose:LAYOUT DO REGISTRO DE DOCREG.DAT, O REGISTRO DE
      *         DOCUMENTOS NUMERADOS EMITIDOS PELA SECRETARIA
      *         (DECLARACOES DE MATRICULA E CERTIFICADOS DE
      *         CONCLUSAO, VER DOCESC, E GUIAS DE TRANSFERENCIA, VER
      *         TRFSAI): UM REGISTRO POR DOCUMENTO, COM NUMERO
      *         SEQUENCIAL (CONTADOR EM DOCESC.CTL), PARA
      *         QUALQUER UM VERIFICAR DEPOIS A AUTENTICIDADE DE UM
      *         DOCUMENTO APRESENTADO (NUMERO, DATA E ALUNO).
      ******************************************************************
       01 REG-DOCREG.
           03 DR-NUMERO                PIC 9(06).
      *> "D" = DECLARACAO DE MATRICULA, "C" = CERTIFICADO DE
      *> CONCLUSAO, "T" = GUIA DE TRANSFERENCIA (ver TRFSAI).
           03 DR-TIPO                  PIC X.
               88 DR-DECLARACAO        VALUE "D".
               88 DR-CERTIFICADO       VALUE "C".
               88 DR-TRANSFERENCIA     VALUE "T".
           03 DR-ID-ALUNO              PIC 9(05).
           03 DR-NM-ALUNO              PIC X(30).
      *> Turma da declaracao; ZEROS no certificado.
           03 DR-CD-TURMA              PIC 9(03).
      *> Ano concluido do certificado, ano da saida na guia de
      *> transferencia; ZEROS na declaracao.
           03 DR-ANO                   PIC 9(04).
           03 DR-DT-EMISSAO            PIC 9(08).
