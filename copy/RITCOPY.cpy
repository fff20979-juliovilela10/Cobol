      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO ROMITEM.txt
      *           (ORDENS DE ENTREGA DE CADA ROMANEIO, NA SEQUENCIA DA
      *           ROTA) - GRAVADO NA MONTAGEM (ROMMONT) COM O VALOR A
      *           COBRAR NA ENTREGA E REGRAVADO NO ACERTO (ROMACERT)
      *           COM O RESULTADO E O DINHEIRO RECEBIDO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO: VALE A ULTIMA LINHA DE
      *              CADA ROMANEIO + ORDEM. RESULTADO EM BRANCO = EM
      *              ROTA, "E" = ENTREGUE, "D" = DEVOLVIDA
      ******************************************************************
       01  REG-ROMITEM.
           05 RIT-ROMANEIO     PIC 9(06).
           05 FILLER           PIC X(01).
           05 RIT-ORDEM        PIC 9(06).
           05 FILLER           PIC X(01).
           05 RIT-SEQ          PIC 9(03).
           05 FILLER           PIC X(01).
           05 RIT-VALOR-COBRAR PIC 9(06)V99.
           05 FILLER           PIC X(01).
           05 RIT-RESULTADO    PIC X(01).
              88 RIT-EM-ROTA          VALUE " ".
              88 RIT-ENTREGUE         VALUE "E".
              88 RIT-DEVOLVIDA        VALUE "D".
           05 FILLER           PIC X(01).
           05 RIT-VALOR-RECEBIDO PIC 9(06)V99.
           05 FILLER           PIC X(01).
           05 RIT-DATA         PIC 9(08).
