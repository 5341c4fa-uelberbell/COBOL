      ******************************************************************
      * Author:UELBER PEREIRA DE JESUS
      * Purpose:AREA DE PARAMETROS DA SUB-ROTINA DE MASCARAMENTO
      *         MASCDAD: O CHAMADOR CARREGA A POLITICA DO OPERADOR UMA
      *         VEZ (OPERACAO "P") E APLICA A CADA CONTATO LIDO ANTES
      *         DE EXIBIR/IMPRIMIR/EXPORTAR (OPERACAO "A"), SEMPRE COM
      *         CALL "MASCDAD" USING WS-MASCARA-PARM WS-REGISTRO).
      ******************************************************************
       01 WS-MASCARA-PARM.
      *>    "P" = POLITICA DO OPERADOR EM WS-MC-OPERADOR,
      *>    "A" = APLICA A POLITICA CARREGADA AO REGISTRO.
           02 WS-MC-OPERACAO       PIC X.
           02 WS-MC-OPERADOR       PIC X(10).
      *>    Perfil achado em OPERADOR.DAT ("C" se nao achado).
           02 WS-MC-PERFIL         PIC X.
      *>    Por campo: "C" = EM CLARO, "M" = MASCARADO.
           02 WS-MC-CAMPOS.
               03 WS-MC-FONE       PIC X.
                   88 MC-FONE-CLARO    VALUE "C".
               03 WS-MC-NASC       PIC X.
                   88 MC-NASC-CLARO    VALUE "C".
               03 WS-MC-ENDR       PIC X.
                   88 MC-ENDR-CLARO    VALUE "C".
               03 WS-MC-CPF        PIC X.
                   88 MC-CPF-CLARO     VALUE "C".
      *>    "S" se ao menos um campo sai em claro.
           02 WS-MC-ALGUM-CLARO    PIC X.
               88 MC-ALGUM-CLARO   VALUE "S".
      *>    Devolvidos por "A": o contato tinha nascimento/CPF
      *>    preenchido antes do mascaramento.
           02 WS-MC-TEM-NASC       PIC X.
               88 MC-TEM-NASC      VALUE "S".
           02 WS-MC-TEM-CPF        PIC X.
               88 MC-TEM-CPF       VALUE "S".
