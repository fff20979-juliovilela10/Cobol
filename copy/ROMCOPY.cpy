      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO ROMANEIO.txt
      *           (CABECALHO DO ROMANEIO DE ENTREGA) - UM VEICULO E UM
      *           MOTORISTA SAINDO NUMA DATA COM AS ORDENS DO
      *           ROMITEM.txt; MONTADO NO ROMMONT E ACERTADO NA VOLTA
      *           PELO ROMACERT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO: VALE A ULTIMA LINHA DE
      *              CADA NUMERO. SITUACAO "R" = EM ROTA (MONTADO),
      *              "A" = ACERTADO. OS TOTAIS DO ACERTO (ENTREGUES,
      *              DEVOLVIDAS, RECEBIDO) FICAM ZERADOS ATE O ACERTO
      ******************************************************************
       01  REG-ROMANEIO.
           05 ROM-NUMERO       PIC 9(06).
           05 FILLER           PIC X(01).
           05 ROM-DATA         PIC 9(08).
           05 FILLER           PIC X(01).
           05 ROM-PLACA        PIC X(07).
           05 FILLER           PIC X(01).
           05 ROM-MOTORISTA    PIC X(20).
           05 FILLER           PIC X(01).
           05 ROM-QTD-ORDENS   PIC 9(03).
           05 FILLER           PIC X(01).
           05 ROM-VALOR-COBRAR PIC 9(08)V99.
           05 FILLER           PIC X(01).
           05 ROM-SITUACAO     PIC X(01).
              88 ROM-EM-ROTA          VALUE "R".
              88 ROM-ACERTADO         VALUE "A".
           05 FILLER           PIC X(01).
           05 ROM-QTD-ENTREGUES PIC 9(03).
           05 FILLER           PIC X(01).
           05 ROM-QTD-DEVOLVIDAS PIC 9(03).
           05 FILLER           PIC X(01).
           05 ROM-VALOR-RECEBIDO PIC 9(08)V99.
           05 FILLER           PIC X(01).
           05 ROM-DATA-STAT    PIC 9(08).
           05 FILLER           PIC X(01).
           05 ROM-OPERADOR     PIC X(08).
