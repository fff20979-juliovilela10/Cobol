      * OBSERVAÇÕES: STATUS: "S" SEPARANDO, "R" SAIU PARA ENTREGA,
      *              "E" ENTREGUE, "D" DEVOLVIDO; DATA/HORA/OPERADOR
      *              DO ULTIMO STATUS CARIMBADOS NO REGISTRO
      * 15/10/2026 JV - INCLUIDOS NO FIM DO REGISTRO O VALOR A COBRAR
      *                 NA ENTREGA (ENT-VALOR-COBRAR, VENDA PAGA COM
      *                 "R" NO CAIXA) E O ROMANEIO EM QUE A ORDEM SAIU
      *                 (ENT-ROMANEIO, MONTADO NO ROMMONT E ACERTADO NO
      *                 ROMACERT); REGISTRO ANTIGO FICA EM BRANCO E
      *                 VALE COMO JA PAGO E FORA DE ROMANEIO
      ******************************************************************
       01  REG-ENTREGAS.
           05 ENT-NUMERO      PIC 9(06).
           05 ENT-HORA-STAT   PIC 9(06).
           05 FILLER          PIC X(01).
           05 ENT-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01).
           05 ENT-VALOR-COBRAR PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 ENT-ROMANEIO    PIC 9(06).
