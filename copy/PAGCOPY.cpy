      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO PAGSTAT.txt - TRILHA DOS
      *           TITULOS DO CONTAS A PAGAR REMETIDOS AO BANCO NA
      *           REMESSA DE PAGAMENTOS (CPREMES) E DO QUE O BANCO
      *           RESPONDEU NO RETORNO (CPRETOR), NO MOLDE DO
      *           SALSTAT.txt DA FOLHA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO LINE SEQUENTIAL, SO CRESCE (OPEN EXTEND).
      *              STATUS "E" = ENVIADO NA REMESSA (AGUARDA O
      *              RETORNO - NAO ENTRA EM OUTRA REMESSA); "C" =
      *              PAGAMENTO CONFIRMADO (TITULO LIQUIDADO); "R" =
      *              REJEITADO, COM O MOTIVO DO BANCO (PODE SER
      *              REMETIDO DE NOVO). VALE A ULTIMA LINHA DO TITULO
      ******************************************************************
       01  REG-PAGSTAT.
           05 PGS-DATA-PROC      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PGS-DATA-REM       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PGS-FORNECEDOR     PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PGS-NOTA           PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PGS-VALOR          PIC 9(09)V99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PGS-STATUS         PIC X(01).
              88 PGS-ENVIADO           VALUE "E".
              88 PGS-CONFIRMADO        VALUE "C".
              88 PGS-REJEITADO         VALUE "R".
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PGS-MOTIVO         PIC X(02).
