      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO DREHIST.txt - HISTORICO DA
      *           DRE GERENCIAL (DREGER): UMA LINHA POR MES E LOJA COM
      *           AS CONTAS DA DRE JA RATEADAS. E DAQUI QUE SAEM AS
      *           COLUNAS DO MES ANTERIOR E DO MESMO MES DO ANO
      *           ANTERIOR, PORQUE OS VENDASDET DIARIOS SAO
      *           EXPURGADOS PELA FAXINA (HOUSEKP)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO LINE SEQUENTIAL, SO CRESCE (OPEN EXTEND);
      *              VALE A ULTIMA LINHA DO MES E LOJA. DRH-ITEM NA
      *              ORDEM: 1 RECEITA LIQUIDA, 2 CUSTO DAS MERCADORIAS,
      *              3 FOLHA, 4 FRETES, 5 PERDAS DE ESTOQUE, 6 TAXAS DE
      *              CARTAO - CADA UM COM O SINAL ("+"/"-") NA FRENTE
      ******************************************************************
       01  REG-DREHIST.
           05 DRH-MES            PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DRH-LOJA           PIC 9(02).
           05 DRH-ITEM OCCURS 6 TIMES.
              10 FILLER          PIC X(01).
              10 DRH-SINAL       PIC X(01).
              10 DRH-VALOR       PIC 9(11)V99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DRH-DATA-PROC      PIC 9(08).
