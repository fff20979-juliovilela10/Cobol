      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO VINCULO ALUNO X
      *           RESPONSAVEL FINANCEIRO (RESPALU.txt), GRAVADO PELO
      *           RESPMANT: CADA RM APONTA PARA O RESPONSAVEL DO
      *           RESPFIN.txt (RSPCOPY) QUE PAGA A SUA MENSALIDADE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO: VALE A ULTIMA LINHA DE
      *              CADA RM; RESPONSAVEL 00000 DESFAZ O VINCULO E O
      *              ALUNO VOLTA A SER COBRADO SOZINHO
      ******************************************************************
       01  REG-RESPALU.
           05 RAL-RM          PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RAL-CODIGO-RESP PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RAL-DATA        PIC 9(08).
