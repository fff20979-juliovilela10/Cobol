      *              A ULTIMA DATA PROCESSADA E IMPEDE O MESMO DIA DE
      *              SOMAR DUAS VEZES; DIA SEM ARQUIVO DE DETALHE SAI
      *              COM AVISO E RETURN-CODE ZERO
      * 15/10/2026 JV - CONTAGEM DAS COMPRAS PAGAS NO PIX
      *                 (RES-QTD-PIX) NO SEU PROPRIO CONTADOR
      * 15/10/2026 JV - COMPRA PAGA COM VALE-PRESENTE CONTA NA
      *                 FREQUENCIA E NO VALOR, SEM CONTADOR DE MEIO
      * 15/10/2026 JV - COMPRA DESCONTADA EM FOLHA ("F") IDEM, SEM
      *                 CONTADOR DE MEIO
      * 15/10/2026 JV - COMPRA PAGA NA ENTREGA ("R") IDEM, SEM
      *                 CONTADOR DE MEIO (NAO CONTA MAIS COMO DINHEIRO)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
                MOVE DET-CLIENTE TO RES-CLIENTE
                MOVE ZEROS TO RES-ULT-COMPRA RES-QTD-COMPRAS
                              RES-TOTAL-GASTO RES-QTD-DINHEIRO
                              RES-QTD-CARTAO RES-QTD-PIX
                PERFORM 0220-SOMAR-MOVIMENTO
                WRITE REG-CLIRESUM
                  INVALID KEY
              MOVE WRK-AAAAMMDD TO RES-ULT-COMPRA
              ADD 1 TO RES-QTD-COMPRAS
              ADD DET-VALOR TO RES-TOTAL-GASTO
              EVALUATE TRUE
                 WHEN DET-PAG-CARTAO
                    ADD 1 TO RES-QTD-CARTAO
                 WHEN DET-PAG-PIX
                    ADD 1 TO RES-QTD-PIX
                 WHEN DET-PAG-VALE OR DET-PAG-FOLHA
                      OR DET-PAG-ENTREGA
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO RES-QTD-DINHEIRO
              END-EVALUATE
           END-IF.

       0230-GRAVAR-CONTROLE         SECTION.
             INVALID KEY
                MOVE ZEROS TO RES-CLIENTE RES-QTD-COMPRAS
                              RES-TOTAL-GASTO RES-QTD-DINHEIRO
                              RES-QTD-CARTAO RES-QTD-PIX
                MOVE WRK-AAAAMMDD TO RES-ULT-COMPRA
                WRITE REG-CLIRESUM
                  INVALID KEY
