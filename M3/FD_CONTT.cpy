      *> no cadastro a partir da filial do operador logado. ZEROS =
      *> anterior ao controle de filiais.
           03 CD-FILIAL-CONTATO        PIC 9(02).
      *> CPF do contato pessoa fisica, com digitos verificadores
      *> conferidos por P375-VALIDA-CPF. Obrigatorio para o
      *> responsavel financeiro (RS-TIPO "F" em RESPMNT) e para o
      *> avalista (AVALMNT/FINANC). CPF-CHAVE e chave alternada SEM
      *> duplicidade: com CPF informado, CPF-COMPL = ZEROS (dois
      *> contatos com o mesmo CPF colidem na chave); sem CPF,
      *> CPF-CONTATO = ZEROS e CPF-COMPL = ID-CONTATO (nunca colide).
      *> Quem grava o registro deve manter essa regra. Arquivos
      *> antigos de 192 posicoes: ver conversao em REORGMST.
           03 CPF-CHAVE.
               05 CPF-CONTATO          PIC 9(11).
               05 CPF-COMPL            PIC 9(05).
