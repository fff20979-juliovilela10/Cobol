      *              TITULO; A BAIXA SO RODA COM O MES DA DATA DE
      *              PROCESSAMENTO ABERTO NO CONTROLE DE PERIODO
      *              (MODULO PERCHK / PERMANT)
      * 15/10/2026 JV - TITULO RETIDO NA CONFERENCIA DA FATURA
      *                 (CPCONFER) NAO E BAIXADO ATE SER LIBERADO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
              DISPLAY "NOTA " WRK-NOTA " ESTA CANCELADA"
              GO TO 0210-LIQUIDAR-FIM
           END-IF.
      *-------- RETIDO NA CONFERENCIA DA FATURA SO PAGA DEPOIS DE
      *-------- LIBERADO (CPCONFER OU SUPERVISOR NO CPLIBERA)
           IF CP-RETIDO
              DISPLAY "NOTA " WRK-NOTA " RETIDA NA CONFERENCIA DA "
                      "FATURA - PAGAMENTO NAO PERMITIDO (CPRETREL)"
              GO TO 0210-LIQUIDAR-FIM
           END-IF.
           MOVE CP-VALOR TO WRK-VALOR-ED.
           DISPLAY "ENTRADA " CP-DATA-ENTRADA
                   " VENCIMENTO " CP-DATA-VENCTO
