      *         COMPARTILHADO POR CADCONTT, ALTCONTT, CONSCTT, LISCNTT
      *         E DELCNTT PARA EVITAR DIVERGENCIA DE LAYOUT.
      ******************************************************************
       01 WS-REGISTRO              PIC X(208) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
           03 WS-ID-CONTATO            PIC 9(05).
           03 WS-NM-CONTATO.
      *> Filial dona do contato: ver CD-FILIAL-CONTATO em
      *> FD_CONTT.cpy.
           03 WS-CD-FILIAL-CONTATO     PIC 9(02).
      *> CPF e chave alternada unica: ver CPF-CHAVE em FD_CONTT.cpy.
           03 WS-CPF-CHAVE.
               05 WS-CPF-CONTATO       PIC 9(11).
               05 WS-CPF-COMPL         PIC 9(05).

      *> Perfil de ambiente (SIS_AMBIENTE): "TREINO" desvia todos os
      *> arquivos para a subpasta \TREINO do diretorio de dados -
       77 WS-CAMPANHA-PATH         PIC X(200) VALUE SPACES.
       77 WS-CAMPALVO-PATH         PIC X(200) VALUE SPACES.

      *> Telefones e e-mails adicionais de cada contato (CANAIS.DAT),
      *> mantidos por CANCNTT e pesquisados por TELCNTT.
       77 WS-CANAIS-PATH           PIC X(200) VALUE SPACES.

      *> Fila unica de comunicacao com os contatos (COMFILA.DAT,
      *> gravada pela sub-rotina COMFILA) e os arquivos de envio e de
      *> retorno do gateway de e-mail/SMS, ver COMDESP.
       77 WS-COMFILA-PATH          PIC X(200) VALUE SPACES.
       77 WS-COMENVIO-PATH         PIC X(200) VALUE SPACES.
       77 WS-COMRETORNO-PATH       PIC X(200) VALUE SPACES.

      *> Agrupamento de contatos por domicilio (DOMICIL.DAT), mantido
      *> por DOMCNTT e usado pelo modo uma-etiqueta-por-domicilio.
       77 WS-DOMICIL-PATH          PIC X(200) VALUE SPACES.
      *> ver OPECNTT) e o log de negacoes de acesso (PERMLOG.DAT).
       77 WS-PERMISO-PATH          PIC X(200) VALUE SPACES.
       77 WS-PERMLOG-PATH          PIC X(200) VALUE SPACES.
      *> Politica de mascaramento de dados pessoais por perfil x
      *> campo (MASCPOL.DAT, ver MASCDAD e OPECNTT).
       77 WS-MASCPOL-PATH          PIC X(200) VALUE SPACES.
      *> Parametros do sistema (PARAMS.DAT, ver PARMMNT/PARMLKP) e a
      *> trilha das mudancas (PARMLOG.DAT): sempre no diretorio real,
      *> os limites valem igual no perfil TREINO.
       77 WS-PARAMS-PATH           PIC X(200) VALUE SPACES.
       77 WS-PARMLOG-PATH          PIC X(200) VALUE SPACES.
      *> Jornal de imagens posteriores de CONTATOS.DAT (ver
      *> WS_JORNAL.cpy e BKPCNTT).
       77 WS-JRN-CONTATOS-PATH     PIC X(200) VALUE SPACES.

      *> Log de sessoes dos operadores (SESSLOG.DAT): um so para PROD
      *> e TREINO, resolvido antes do desvio para a subpasta \TREINO.
       77 WS-SESSLOG-PATH          PIC X(200) VALUE SPACES.

      *> Historico de estatisticas dos batches (RUNSTAT.DAT, gravado
      *> pela sub-rotina RUNSTAT e lido por RUNTEND): um so para PROD
      *> e TREINO, cada linha leva o ambiente.
       77 WS-RUNSTAT-PATH          PIC X(200) VALUE SPACES.

      *> Tabela de faixas de CEP (CEPFAIXA.DAT), carregada por CEPLOAD
      *> e consultada por P360-CONSULTA-CEP (P-CONSULTA-CEP.cpy) para
