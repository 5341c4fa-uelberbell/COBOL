      *         O ID-ALUNO DO ALUNO FINANCIADO COMO CHAVE ALTERNATIVA,
      *         PARA A CONSULTA POR ALUNO (FINCONS) NAO DEPENDER DE
      *         GREP POR NOME. COPIADO POR FINANC E FINCONS.
      * Update: CUSTO EFETIVO TOTAL (CET) MENSAL E ANUAL DO CONTRATO
      *         (96 BYTES); ARQUIVO NO DESENHO DE 85 BYTES CONVERTIDO
      *         POR REORGMST COM O CET ZERADO (NAO APURADO).
      * Update: SISTEMA DE AMORTIZACAO DO CONTRATO (PRICE OU SAC), 97
      *         BYTES; ARQUIVOS ANTERIORES CONVERTIDOS POR REORGMST
      *         COMO PRICE.
      * Update: CODIGO DO ALUNO AMPLIADO PARA 9(05), 99 BYTES;
      *         ARQUIVO NO DESENHO DE 97 BYTES CONVERTIDO POR CNVALU.
      ******************************************************************
       01 REG-FINANCIAMENTO.
           03 FI-NUM-CONTRATO           PIC 9(06).
      *> Aluno financiado (ver ALUNOS.DAT), validado ativo na
      *> contratacao.
           03 FI-ID-ALUNO               PIC 9(05).
           03 FI-NOME                   PIC X(18).
           03 FI-NM-PRODUTO             PIC X(18).
           03 FI-VALOR                  PIC 9(06)V99.
      *> calculo; ZEROS quando a taxa foi digitada manualmente sob
      *> override de supervisor.
           03 FI-TAXA-VIGENCIA          PIC 9(08).
      *> Custo efetivo total em % (ao mes e ao ano) apurado sobre o
      *> liquido liberado e o carne com as datas de vencimento (ver
      *> P-CALC-CET.cpy); ZEROS em contrato anterior ao CET.
           03 FI-CET-MENSAL             PIC 9(03)V99.
           03 FI-CET-ANUAL              PIC 9(04)V99.
      *> "P" = TABELA PRICE, "S" = SAC; no SAC FI-VL-PARCELA e a
      *> primeira (maior) parcela e as demais saem de P-CALC-AMORT.cpy.
           03 FI-SISTEMA-AMORT          PIC X.
               88 FI-PRICE              VALUE "P" " ".
               88 FI-SAC                VALUE "S".
