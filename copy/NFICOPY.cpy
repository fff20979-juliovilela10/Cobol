      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DAS INUTILIZACOES DE
      *           NUMERACAO DE NOTA FISCAL (NFINUT.txt), GRAVADO PELO
      *           NFINUT: UMA LINHA POR FAIXA INUTILIZADA, COM A
      *           JUSTIFICATIVA E O SUPERVISOR QUE AUTORIZOU
      * DATA: 15/10/2026
      * OBSERVAÇÕES: FAIXA DE UM NUMERO SO TEM INICIO = FIM. NUMERO
      *              INUTILIZADO NAO PODE MAIS SER EMITIDO (NFNUMERA)
      *              E SAI NO RELATORIO DE NUMERACAO (NFNUMREL)
      ******************************************************************
       01  REG-NFINUT.
           05 NFI-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFI-SERIE      PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFI-INICIO     PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFI-FIM        PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFI-OPERADOR   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFI-MOTIVO     PIC X(40).
