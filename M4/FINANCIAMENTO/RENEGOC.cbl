      *         DATUTIL) E MARCA AS PARCELAS ANTIGAS COMO QUITADAS POR
      *         RENEGOCIACAO ("R") EM VEZ DE PAGAS - ACABA O
      *         CANCELAMENTO NA MAO. CADA OPERACAO SAI COM O
      *         ANTES/DEPOIS EM RENEGLOG.DAT PARA O AUDITOR. COM A
      *         COMPETENCIA DO DIA FECHADA NA CONTABILIDADE (PERFIN,
      *         VER FECHAFIN) A RENEGOCIACAO E RECUSADA. VENCIMENTO
      *         DO CONTRATO NOVO QUE CAIR EM DIA SEM EXPEDIENTE
      *         BANCARIO (FERBANC.DAT) VAI PARA O PROXIMO DIA UTIL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT JORNAL ASSIGN TO WS-JORNAL-PATH
      *>          JORNAL DE IMAGENS POSTERIORES (VER P-GRAVA-JORNAL).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD FINANCIAMENTOS.
       FD RENEGLOG.
       01 WS-LINHA-LOG             PIC X(120).

       FD JORNAL.
       01 WS-LINHA-JORNAL          PIC X(433).

       WORKING-STORAGE SECTION.

       COPY WS_M4_PATHS.
       77 WS-VL-CONSOLIDADO    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-PARCELA-NOVA   PIC 9(05)V99 VALUE ZEROS.
       77 WS-NUM-CONTRATO-NOVO PIC 9(06) VALUE ZEROS.
       77 WS-ID-ALUNO-VELHO    PIC 9(05) VALUE ZEROS.
       77 WS-NOME-VELHO        PIC X(18) VALUE SPACES.
       77 WS-IND               PIC 9(03) VALUE ZEROS.
       77 WS-DATA-VENC         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO       PIC S9(06) VALUE ZEROS.

       COPY WS_DATUTIL.
       COPY WS_PERFIN.

      *> Jornal de imagens posteriores do mestre (ver BKPCNTT).
       COPY WS_JORNAL.

       LINKAGE SECTION.
       01 LK-COM-AREA.

           DISPLAY "***RENEGOCIACAO DE PARCELAS VENCIDAS***".
           PERFORM P100-RESOLVE-PATH.
           MOVE WS-JRN-PARCELAS-PATH TO WS-JORNAL-PATH
           MOVE "PARCELAS" TO JR-ARQUIVO
           MOVE "RENEGOC" TO JR-PROGRAMA

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      *>   Contrato novo e parcelas quitadas entram na competencia do
      *>   dia: fechada na contabilidade, so depois da reabertura.
           MOVE WS-DATA-HOJE TO WS-PE-DATA
           CALL "PERFIN" USING WS-PERFIN-PARM
           IF PE-PERIODO-FECHADO THEN
               DISPLAY "COMPETENCIA " WS-PE-COMPETENCIA " FECHADA NA "
                       "CONTABILIDADE - RENEGOCIACAO RECUSADA "
                       "(REABERTURA EM FECHAFIN)"
           ELSE
               PERFORM P300-RENEGOCIA
           END-IF
           PERFORM P900-FIM.

       P300-RENEGOCIA.
                   MOVE ZEROS                TO FI-TAXA
                   SET FI-ATIVO              TO TRUE
                   MOVE ZEROS                TO FI-TAXA-VIGENCIA
      *>           Sem juros sobre o consolidado: CET ZERO.
                   MOVE ZEROS                TO FI-CET-MENSAL
                   MOVE ZEROS                TO FI-CET-ANUAL
                   MOVE "P"                  TO FI-SISTEMA-AMORT
                   WRITE REG-FINANCIAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTRATO NOVO"
                       IF WS-DU-ERRO EQUAL "S" THEN
                           MOVE WS-DATA-HOJE TO WS-DATA-VENC
                       ELSE
                           MOVE "U"          TO WS-DU-OPERACAO
                           MOVE WS-DU-RESULTADO-DATA TO WS-DU-DATA-1
                           CALL "DATUTIL" USING WS-DATUTIL-PARM
                           MOVE WS-DU-RESULTADO-DATA TO WS-DATA-VENC
                       END-IF

                       SET PA-ABERTA             TO TRUE
                       MOVE ZEROS                TO PA-DT-PAGAMENTO
                       MOVE ZEROS                TO PA-VL-PAGO
                       MOVE ZEROS                TO PA-VL-MULTA
                       MOVE ZEROS                TO PA-VL-JUROS
                       MOVE PA-VALOR             TO PA-VALOR-ORIG
                       WRITE REG-PARCELA
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A PARCELA "
                                       WS-IND
                           NOT INVALID KEY
                               MOVE "W" TO JR-OPERACAO
                               MOVE REG-PARCELA TO JR-IMAGEM
                               PERFORM P785-GRAVA-JORNAL
                       END-WRITE
                   END-PERFORM
               END-IF
                                   MOVE WS-DATA-HOJE
                                       TO PA-DT-PAGAMENTO
                                   REWRITE REG-PARCELA
                                   IF FS-PARC-OK THEN
                                       MOVE "R" TO JR-OPERACAO
                                       MOVE REG-PARCELA TO JR-IMAGEM
                                       PERFORM P785-GRAVA-JORNAL
                                   END-IF
                                   PERFORM P445-LOG-PARCELA
                               END-IF
                           END-IF
               CLOSE RENEGLOG
           .

       COPY P-GRAVA-JORNAL.

       COPY P-RESOLVE-PATH-M4.

       P900-FIM.
