       77 WS-ALUNOS-PATH           PIC X(200) VALUE SPACES.
       77 WS-MATERIAS-PATH         PIC X(200) VALUE SPACES.
       77 WS-NOTAS-PATH            PIC X(200) VALUE SPACES.
      *> Jornais de imagens posteriores dos mestres (ver
      *> WS_JORNAL.cpy no M3 e BKPCNTT).
       77 WS-JRN-ALUNOS-PATH       PIC X(200) VALUE SPACES.
       77 WS-JRN-NOTAS-PATH        PIC X(200) VALUE SPACES.
       77 WS-JRN-PARCELAS-PATH     PIC X(200) VALUE SPACES.
       77 WS-BOLETIM-HIST-PATH     PIC X(200) VALUE SPACES.
       77 WS-FINANCIAMENTOS-PATH   PIC X(200) VALUE SPACES.
       77 WS-FINANC-PRINT-PATH     PIC X(200) VALUE SPACES.
      *> (ver CALLET); CADFREQ recusa chamada em dia nao letivo e
      *> BOLETIM/RESFINAL usam a contagem oficial de dias.
       77 WS-CALENDLET-PATH        PIC X(200) VALUE SPACES.
      *> Minimo legal do ano letivo conferido por CARGAHOR: 200 dias
      *> letivos e 800 horas de aula sem vigencia de MIN-DIAS-LETIVOS
      *> e MIN-HORAS-ANO em PARAMS.DAT; cada periodo da grade de
      *> horarios (HORARIO.DAT) dura WS-MINUTOS-AULA minutos.
       77 WS-MIN-DIAS-LETIVOS      PIC 9(03) VALUE 200.
       77 WS-MIN-HORAS-ANO         PIC 9(04) VALUE 800.
       77 WS-MINUTOS-AULA          PIC 9(02) VALUE 50.
      *> Calendario de bimestres do ano (ver CALLET): inicio e fim de
      *> cada bimestre, fonte unica do periodo para DIARIO, FREQPROJ,
      *> COBNOTA, FECHABIM e BOLETIM.
       77 WS-BIMCAL-PATH           PIC X(200) VALUE SPACES.
      *> Conselho de classe (ver CONSELHO): decisoes por aluno e
      *> materia, honradas por RESFINAL.
       77 WS-CONSELHO-PATH         PIC X(200) VALUE SPACES.
      *> Dependencias (progressao parcial, ver DEPMNT): o aluno com
      *> ate WS-LIMITE-DEPENDENCIA materias reprovadas e promovido
      *> com dependencia por RESFINAL; limite configuravel pela
      *> variavel de ambiente M4_LIMITE_DEPENDENCIA (2 digitos, "00"
      *> desliga a progressao parcial).
       77 WS-DEPEND-PATH           PIC X(200) VALUE SPACES.
       77 WS-LIMITE-DEPEND-ENV     PIC X(02) VALUE SPACES.
       77 WS-LIMITE-DEPENDENCIA    PIC 9(02) VALUE 2.
      *> Transferencias expedidas (ver TRFSAI): o aluno que saiu
      *> da escola e a data de saida, depois da qual TRFSIT recusa
      *> lancamento de nota e de frequencia.
       77 WS-TRANSFER-PATH         PIC X(200) VALUE SPACES.
      *> Pedidos de segunda chamada de prova (ver SEGCHAM).
       77 WS-SEGCHAM-PATH          PIC X(200) VALUE SPACES.
      *> Conteudo ministrado por turma x materia x data (ver
      *> CONTMNT), impresso no DIARIO.
       77 WS-CONTEUDO-PATH         PIC X(200) VALUE SPACES.
      *> Disponibilidade do professor por dia/periodo e carga
      *> semanal da materia no ano (ver DISPMNT), e a proposta de
      *> grade gerada a partir delas (ver GERAHOR).
       77 WS-DISPPROF-PATH         PIC X(200) VALUE SPACES.
       77 WS-CARGAMAT-PATH         PIC X(200) VALUE SPACES.
       77 WS-HORPROP-PATH          PIC X(200) VALUE SPACES.
      *> Processo seletivo de alunos novos (ver ADMISSAO).
       77 WS-PROSPECT-PATH         PIC X(200) VALUE SPACES.
      *> Tabela de motivos de evasao e o motivo/data de cada
      *> cancelamento de matricula (ver RETENCAO).
       77 WS-MOTEVA-PATH           PIC X(200) VALUE SPACES.
       77 WS-EVASAO-PATH           PIC X(200) VALUE SPACES.
      *> Documentos exigidos na matricula e o checklist de cada
      *> aluno (ver DOCPEND).
       77 WS-DOCEXIG-PATH          PIC X(200) VALUE SPACES.
       77 WS-DOCALU-PATH           PIC X(200) VALUE SPACES.
      *> Reunioes de pais e mestres: o evento por data e os
      *> horarios de atendimento de cada professor, com o agendamento
      *> e o comparecimento (ver REUNPAIS).
       77 WS-REUNIAO-PATH          PIC X(200) VALUE SPACES.
       77 WS-AGREUN-PATH           PIC X(200) VALUE SPACES.
      *> Retirada de alunos na saida: a lista de pessoas autorizadas
      *> (ou impedidas) por aluno e o registro de quem retirou cada
      *> aluno em cada dia (ver RETIRADA).
       77 WS-AUTRET-PATH           PIC X(200) VALUE SPACES.
       77 WS-SAIDA-PATH            PIC X(200) VALUE SPACES.
      *> Embarque no transporte escolar: conferencia do monitor por
      *> aluno, data e turno (ver TRANSP).
       77 WS-EMBARQ-PATH           PIC X(200) VALUE SPACES.
      *> Calendario de vacinas exigidas e carteira de vacinacao
      *> do aluno (VACINA).
       77 WS-VACINA-PATH           PIC X(200) VALUE SPACES.
       77 WS-VACALU-PATH           PIC X(200) VALUE SPACES.
      *> Cantina: conta de credito pre-pago do aluno e movimento de
      *> recargas e compras (CANTINA).
       77 WS-CANTCTA-PATH          PIC X(200) VALUE SPACES.
       77 WS-CANTMOV-PATH          PIC X(200) VALUE SPACES.
      *> Biblioteca (ver BIBLIO): acervo e emprestimos a alunos e
      *> professores.
       77 WS-LIVRO-PATH            PIC X(200) VALUE SPACES.
       77 WS-EMPREST-PATH          PIC X(200) VALUE SPACES.
      *> Atividades eletivas (ver ELETIVA): oferta, escolhas dos
      *> responsaveis e vagas dos alunos.
       77 WS-ATIVIDADE-PATH        PIC X(200) VALUE SPACES.
       77 WS-ATVESCO-PATH          PIC X(200) VALUE SPACES.
       77 WS-ATVALU-PATH           PIC X(200) VALUE SPACES.
      *> Feriados bancarios (ver FERBANC): vencimento gerado cai no
      *> proximo dia util e o atraso respeita o primeiro dia util
      *> depois de um vencimento sem expediente (DATUTIL "U"/"A").
       77 WS-FERBANC-PATH          PIC X(200) VALUE SPACES.

      *> Cadastro de salas com lugares e recursos (ver SALAMNT).
       77 WS-SALAS-PATH            PIC X(200) VALUE SPACES.
       77 WS-CAIXAMOV-PATH         PIC X(200) VALUE SPACES.
       77 WS-CAIXA-CTL-PATH        PIC X(200) VALUE SPACES.

      *> Parcelas baixadas com encargos por atraso pagos a menor
      *> (ver FINPAG/FINRET).
       77 WS-ENCPEND-PATH          PIC X(200) VALUE SPACES.

      *> Trilha dos estornos de baixa (ver ESTORNO/CONTABIL).
       77 WS-ESTORNOS-PATH         PIC X(200) VALUE SPACES.

      *> Declaracoes anuais de quitacao de debitos emitidas (ver
      *> QUITANU) e o contador do proximo numero.
       77 WS-QUITACAO-PATH         PIC X(200) VALUE SPACES.
       77 WS-QUITACAO-CTL-PATH     PIC X(200) VALUE SPACES.
       77 WS-NFSERPS-PATH          PIC X(200) VALUE SPACES.
       77 WS-NFSERPS-CTL-PATH      PIC X(200) VALUE SPACES.
       77 WS-NFSELOTE-PATH         PIC X(200) VALUE SPACES.
       77 WS-NFSERET-PATH          PIC X(200) VALUE SPACES.

      *> Tabela de precos da mensalidade por turma/ano e vigencia
      *> (ver PRECMNT), lida pela rodada de faturamento (MENSAL).
       77 WS-PRECOS-PATH           PIC X(200) VALUE SPACES.

      *> Provisao para devedores duvidosos: percentual por faixa de
      *> atraso e historico mensal da provisao (ver PDDMES), e a
      *> trilha das baixas de titulos incobraveis (ver BAIXAPER).
       77 WS-PDDFAIXA-PATH         PIC X(200) VALUE SPACES.
       77 WS-PDDHIST-PATH          PIC X(200) VALUE SPACES.
       77 WS-BAIXAPER-PATH         PIC X(200) VALUE SPACES.

      *> Contas a pagar de fornecedores (contatos PJ do M3), ver
      *> CPAGAR.
       77 WS-CPAGAR-PATH           PIC X(200) VALUE SPACES.

      *> Conciliacao bancaria (ver CONCBAN): trilha das baixas do
      *> retorno (FINRET), extrato diario do banco, pendencias que
      *> passam de uma conciliacao para a outra e a data do ultimo
      *> extrato conciliado.
       77 WS-RETBAIXA-PATH         PIC X(200) VALUE SPACES.
       77 WS-EXTBANCO-PATH         PIC X(200) VALUE SPACES.
       77 WS-CONCPEND-PATH         PIC X(200) VALUE SPACES.
       77 WS-CONCBAN-CTL-PATH      PIC X(200) VALUE SPACES.

      *> Cobranca por PIX (ver PIXGEN e PIXRET): arquivo diario de
      *> liquidacoes enviado pelo PSP.
       77 WS-PIXRET-PATH           PIC X(200) VALUE SPACES.

      *> Nota de corte para aprovacao, configuravel via a
      *> variavel de ambiente M4_NOTA_CORTE_DECIMOS (decimos de ponto,
      *> ex.: "069" = 6,9), com o mesmo valor padrao que ja estava
      *> prova de recuperacao em vez de ser reprovado direto. Recalculado
      *> em P100-RESOLVE-PATH sempre que WS-NOTA-CORTE mudar.
       77 WS-NOTA-CORTE-REC        PIC 9(02)V99 VALUE 4,9.

      *> Consulta aos parametros do sistema (PARAMS.DAT do M3, ver
      *> PARMLKP e PARMMNT): mesma area de M3/WS_PARAM.cpy. Em
      *> P100-RESOLVE-PATH a nota de corte e a frequencia minima em
      *> vigor hoje sobrepoem o padrao e a variavel de ambiente.
       01 WS-PARAM-PARM.
           02 WS-PM-CODIGO         PIC X(20).
           02 WS-PM-DATA           PIC 9(08).
           02 WS-PM-TIPO           PIC X.
           02 WS-PM-VALOR-NUM      PIC 9(07)V99.
           02 WS-PM-VALOR-ALFA     PIC X(40).
           02 WS-PM-DT-VIGENCIA    PIC 9(08).
           02 WS-PM-ACHOU          PIC X.
               88 PM-ACHOU         VALUE "S".

      *> Identificacao da escola nos documentos fiscais emitidos aos
      *> responsaveis (ver DEMIRPF), lida das variaveis de ambiente
      *> M4_CNPJ_ESCOLA (14 digitos) e M4_NOME_ESCOLA.
       77 WS-CNPJ-ESCOLA           PIC X(14) VALUE SPACES.
       77 WS-NOME-ESCOLA           PIC X(40) VALUE SPACES.

      *> Censo escolar (ver EDUCENSO): codigo INEP da escola
      *> (M4_INEP_ESCOLA, 8 digitos) e UF (M4_UF_ESCOLA), que com
      *> o CNPJ, o nome e a cidade formam o registro da escola; o
      *> arquivo de exportacao do ano e a ficha dos professores com
      *> os campos que o censo exige e o cadastro nao tem.
       77 WS-INEP-ESCOLA           PIC X(08) VALUE SPACES.
       77 WS-UF-ESCOLA             PIC X(02) VALUE SPACES.
       77 WS-EDUCENSO-PATH         PIC X(200) VALUE SPACES.
       77 WS-PROFCEN-PATH          PIC X(200) VALUE SPACES.

      *> Dados da NFS-e de servicos: inscricao municipal da escola
      *> (M4_IM_ESCOLA) e item da lista municipal de servicos usado
      *> nas mensalidades (M4_CD_SERVICO_MENSAL, padrao "08.01"); as
      *> parcelas de financiamento usam o codigo do produto.
       77 WS-IM-ESCOLA             PIC X(15) VALUE SPACES.
       77 WS-CD-SERVICO-MENSAL     PIC X(05) VALUE "08.01".
       77 WS-CD-SERVICO-ENV        PIC X(05) VALUE SPACES.

      *> Recebedor do PIX no BR Code das parcelas: chave PIX da conta
      *> da escola (M4_CHAVE_PIX) e cidade do recebedor
      *> (M4_CIDADE_ESCOLA, sem acentos); o nome e WS-NOME-ESCOLA.
       77 WS-CHAVE-PIX             PIC X(77) VALUE SPACES.
       77 WS-CIDADE-ESCOLA         PIC X(15) VALUE SPACES.

      *> Conta de cobranca da escola no banco, para o boleto do carne
      *> (ver CARNE e BOLGEN): codigo do banco (M4_BANCO_COBRANCA, 3
      *> digitos), agencia (M4_AGENCIA_COBRANCA, 4 digitos), carteira
      *> (M4_CARTEIRA_COBRANCA, padrao "09") e conta sem o digito
      *> (M4_CONTA_COBRANCA, 7 digitos com zeros a esquerda).
       77 WS-BANCO-COBRANCA        PIC X(03) VALUE SPACES.
       77 WS-AGENCIA-COBRANCA      PIC X(04) VALUE SPACES.
       77 WS-CARTEIRA-COBRANCA     PIC X(02) VALUE "09".
       77 WS-CARTEIRA-ENV          PIC X(02) VALUE SPACES.
       77 WS-CONTA-COBRANCA        PIC X(07) VALUE SPACES.

      *> Bloqueio financeiro da rematricula e dos documentos nao
      *> obrigatorios (ver SITFIN): titulos vencidos ha mais de
      *> WS-DIAS-BLOQUEIO-FIN dias (M4_DIAS_BLOQUEIO_FIN, 3 digitos,
      *> padrao "030") seguram o aluno; lista dos alunos retidos na
      *> rematricula e trilha das liberacoes feitas por
      *> administrador.
       77 WS-DIAS-BLOQUEIO-FIN     PIC 9(03) VALUE 030.
       77 WS-DIAS-BLOQUEIO-ENV     PIC X(03) VALUE SPACES.
       77 WS-REMPEND-PATH          PIC X(200) VALUE SPACES.
       77 WS-LIBFIN-PATH           PIC X(200) VALUE SPACES.

      *> Fechamento contabil do financeiro (ver FECHAFIN e PERFIN):
      *> competencias fechadas para lancamento e a trilha de
      *> fechamentos e reaberturas.
       77 WS-PERFECH-PATH          PIC X(200) VALUE SPACES.
       77 WS-PERFLOG-PATH          PIC X(200) VALUE SPACES.

      *> Cobranca externa (ver CEDCOB e RETCOB): registro dos
      *> contratos cedidos a agencia, remessa mensal de cessao e seu
      *> sequencial, arquivo de retorno da agencia e a trilha dos
      *> recebimentos e acordos com a comissao devida, apurada pelo
      *> percentual M4_PCT_COMISSAO_COB (4 digitos em centesimos de
      *> ponto, padrao "1500" = 15,00%).
       77 WS-COBEXT-PATH           PIC X(200) VALUE SPACES.
       77 WS-CEDCOB-PATH           PIC X(200) VALUE SPACES.
       77 WS-CEDCOB-CTL-PATH       PIC X(200) VALUE SPACES.
       77 WS-RETCOB-PATH           PIC X(200) VALUE SPACES.
       77 WS-COBMOV-PATH           PIC X(200) VALUE SPACES.
       77 WS-PCT-COMISSAO-COB      PIC 9(02)V99 VALUE 15,00.
       77 WS-PCT-COMISSAO-ENV      PIC X(04) VALUE SPACES.
       77 WS-PCT-COMISSAO-CENT     PIC 9(04) VALUE 1500.

      *> Cantina (ver CANTINA), valores em centavos: recarga minima
      *> aceita no caixa (M4_CANTINA_RECARGA_MIN, 5 digitos, padrao
      *> "01000" = 10,00), saldo minimo que a compra tem de deixar na
      *> conta (M4_CANTINA_SALDO_MIN, padrao "00000") e saldo abaixo
      *> do qual sai o aviso ao responsavel financeiro
      *> (M4_CANTINA_SALDO_AVISO, padrao "01500" = 15,00).
       77 WS-CANT-RECARGA-MIN      PIC 9(03)V99 VALUE 10,00.
       77 WS-CANT-SALDO-MIN        PIC 9(03)V99 VALUE ZEROS.
       77 WS-CANT-SALDO-AVISO      PIC 9(03)V99 VALUE 15,00.
       77 WS-CANT-VALOR-ENV        PIC X(05) VALUE SPACES.
       77 WS-CANT-VALOR-CENT       PIC 9(05) VALUE ZEROS.

      *> Biblioteca (ver BIBLIO): prazo do emprestimo em dias
      *> corridos (M4_BIBLIO_DIAS_PRAZO, 3 digitos, padrao "014") e
      *> numero maximo de renovacoes (M4_BIBLIO_MAX_RENOVACOES, 1
      *> digito, padrao "2").
       77 WS-BIBLIO-DIAS-PRAZO     PIC 9(03) VALUE 14.
       77 WS-BIBLIO-MAX-RENOVA     PIC 9(01) VALUE 2.
       77 WS-BIBLIO-PRAZO-ENV      PIC X(03) VALUE SPACES.
       77 WS-BIBLIO-RENOVA-ENV     PIC X(01) VALUE SPACES.

      *> Feed noturno do portal dos pais (ver PORTAL): o arquivo
      *> entregue ao aplicativo, o sequencial das remessas e a foto
      *> do que ja foi enviado, base do envio so das mudancas.
       77 WS-PORTAL-PATH           PIC X(200) VALUE SPACES.
       77 WS-PORTAL-CTL-PATH       PIC X(200) VALUE SPACES.
       77 WS-PORTALSN-PATH         PIC X(200) VALUE SPACES.
