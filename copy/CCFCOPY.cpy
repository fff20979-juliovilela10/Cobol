      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO CPCONFLOG.txt
      *           (DECISOES DA CONFERENCIA PEDIDO X RECEBIMENTO X
      *           FATURA) - GRAVADO PELO CPCONFER A CADA TITULO
      *           RETIDO CONFERIDO E PELO CPLIBERA NA LIBERACAO DO
      *           SUPERVISOR; O CPRETREL TIRA DAQUI O MOTIVO DA
      *           RETENCAO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RESULTADO: "L" LIBERADO NA TOLERANCIA, "R"
      *              RETIDO, "S" LIBERADO PELO SUPERVISOR. MOTIVO
      *              (O PRIMEIRO ENCONTRADO): "SP" LINHA SEM PEDIDO,
      *              "PD" PEDIDO DE OUTRO FORNECEDOR OU PRODUTO, "QP"
      *              FATURADO ACIMA DO PEDIDO, "QR" FATURADO ACIMA DO
      *              RECEBIDO, "PR" PRECO ACIMA DO COMBINADO, "SF"
      *              TITULO SEM LINHAS DE FATURA; NA LIBERACAO, "NC"
      *              = DIVERGENCIA COBERTA POR NOTA DE CREDITO. VALOR
      *              E ESPERADO SAO O SALDO DO TITULO E O QUE O
      *              PEDIDO E O RECEBIMENTO JUSTIFICAM
      ******************************************************************
       01  REG-CPCONFLOG.
           05 CCF-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 CCF-FORNECEDOR  PIC 9(04).
           05 FILLER          PIC X(01).
           05 CCF-NOTA        PIC 9(09).
           05 FILLER          PIC X(01).
           05 CCF-RESULTADO   PIC X(01).
              88 CCF-LIBERADO        VALUE "L".
              88 CCF-RETIDO          VALUE "R".
              88 CCF-SUPERVISOR      VALUE "S".
           05 FILLER          PIC X(01).
           05 CCF-MOTIVO      PIC X(02).
           05 FILLER          PIC X(01).
           05 CCF-PRODUTO     PIC 9(04).
           05 FILLER          PIC X(01).
           05 CCF-VALOR       PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 CCF-ESPERADO    PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 CCF-OPERADOR    PIC X(08).
