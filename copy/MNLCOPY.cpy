      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DA TRILHA DE AUDITORIA DO ESTOQUE
      *           MINIMO (ESTMINLOG.txt): UMA LINHA POR MINIMO GRAVADO
      *           NA FICHA (EST-MINIMO) PELA APROVACAO DO SUPERVISOR
      *           NO ESTMINAP, COM O VALOR ANTERIOR E O NOVO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO SO CRESCE (OPEN EXTEND); MNL-PROPOSTA E A
      *              DATA DA RODADA DO ESTABC QUE GEROU A PROPOSTA
      ******************************************************************
       01  REG-ESTMINLOG.
           05 MNL-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 MNL-HORA           PIC 9(06).
           05 FILLER             PIC X(01).
           05 MNL-OPERADOR       PIC X(08).
           05 FILLER             PIC X(01).
           05 MNL-PRODUTO        PIC 9(04).
           05 FILLER             PIC X(01).
           05 MNL-CLASSE         PIC X(01).
           05 FILLER             PIC X(01).
           05 MNL-MINIMO-ANTES   PIC 9(05).
           05 FILLER             PIC X(01).
           05 MNL-MINIMO-DEPOIS  PIC 9(05).
           05 FILLER             PIC X(01).
           05 MNL-PROPOSTA       PIC 9(08).
