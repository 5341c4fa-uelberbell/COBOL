      *         CADALU, LISALU, CONALU, ALTALU E DELALU PARA GARANTIR
      *         QUE TODOS OS PROGRAMAS USEM O MESMO LAYOUT DE REGISTRO
      *         (mesmo padrao de FD_CONTT.cpy no M3).
      *         CHAVE AMPLIADA PARA 9(05) E FICHA CIVIL COMPLETA DA
      *         SECRETARIA (NASCIMENTO, DOCUMENTOS, SEXO, NATURALIDADE,
      *         FILIACAO E ENDERECO), 400 BYTES; ARQUIVO NO DESENHO DE
      *         43 BYTES CONVERTIDO POR CNVALU.
      ******************************************************************
       01 REG-ALUNO.
           03 ID-ALUNO                 PIC 9(05).
           03 NM-ALUNO                 PIC X(60).
      *> DDD + numero.
           03 TL-ALUNO                 PIC 9(11).
      *> Status do aluno (soft-delete, mesmo padrao do ST-CONTATO do
      *> M3):
      *> "A" = ATIVO, "I" = INATIVO. DELALU grava "I" via REWRITE em
           03 ST-ALUNO                 PIC X.
               88 ST-ALUNO-ATIVO       VALUE "A".
               88 ST-ALUNO-INATIVO     VALUE "I".
      *> Ficha civil. Campos numericos ZEROS e alfanumericos em branco
      *> = nao informado (alunos anteriores a ficha completa).
           03 DT-NASC-ALUNO            PIC 9(08).
      *> CPF do proprio aluno (validado pelo digito verificador,
      *> mesma rotina de CADCONTT); ZEROS = aluno sem CPF.
           03 CPF-ALUNO                PIC 9(11).
           03 RG-ALUNO                 PIC X(15).
      *> "M" = MASCULINO, "F" = FEMININO.
           03 SX-ALUNO                 PIC X.
               88 SX-ALUNO-VALIDO      VALUE "M" "F".
           03 NATURALIDADE-ALUNO.
               05 NAT-CIDADE-ALUNO     PIC X(30).
               05 NAT-UF-ALUNO         PIC X(02).
           03 NM-MAE-ALUNO             PIC X(60).
           03 NM-PAI-ALUNO             PIC X(60).
           03 ENDERECO-ALUNO.
               05 RUA-ALUNO            PIC X(40).
               05 NUM-END-ALUNO        PIC X(06).
               05 COMPL-ALUNO          PIC X(20).
               05 BAIRRO-ALUNO         PIC X(30).
               05 CIDADE-ALUNO         PIC X(30).
               05 UF-ALUNO             PIC X(02).
               05 CEP-ALUNO            PIC 9(08).
