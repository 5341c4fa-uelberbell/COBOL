      *         QUANDO O PROFESSOR OU A SALA JA ESTAO OCUPADOS NAQUELE
      *         DIA/PERIODO - O CHOQUE QUE A PLANILHA SO REVELAVA NO
      *         PRIMEIRO DIA DE AULA. IMPRIME A GRADE SEMANAL POR
      *         TURMA E POR PROFESSOR NO SPOOL (SPLCTL). A GRADE DO
      *         ANO PODE SER PROPOSTA POR GERAHOR E AJUSTADA AQUI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
