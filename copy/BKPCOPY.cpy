      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT DO BACKUP SEQUENCIAL DOS CADASTROS INDEXADOS
      *           (<CODIGO>_AAAAMMDD.txt, LISTA NO MSTCOPY), GRAVADO
      *           PELO MSTUNLD E CONFERIDO PELO MSTRELD ANTES DE
      *           RECONSTRUIR O ARQUIVO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: REGISTRO "D" = DETALHE (IMAGEM DO REGISTRO DO
      *              CADASTRO, COMPLETADA COM BRANCOS); REGISTRO "T" =
      *              TRAILER COM O ARQUIVO DE ORIGEM, A DATA DA
      *              GERACAO, O TOTAL DE DETALHES E O TOTAL DE
      *              CONTROLE (HASH) DO CAMPO DE VALOR DE CADA
      *              CADASTRO:
      *                PRODUTOS  PROD-PRECO     PEDCOMP  PED-QTD-PEDIDA
      *                ESTOQUE   EST-SALDO      CONTASREC CR-VALOR
      *                LOTES     LOT-SALDO      CONTASPAG CP-VALOR
      *                BARRAS    BAR-QTD-EMB    PONTOS   PTS-SALDO
      *                FORNECED  FOR-CODIGO     CLIRESUM RES-TOTAL-GASTO
      ******************************************************************
       01  REG-BKPMST                PIC X(121).
       01  REG-BKPMST-DET REDEFINES REG-BKPMST.
           05 BKM-DET-TIPO    PIC X(01).
           05 BKM-DET-IMAGEM  PIC X(120).
       01  REG-BKPMST-TRL REDEFINES REG-BKPMST.
           05 BKM-TRL-TIPO    PIC X(01).
           05 BKM-TRL-ARQUIVO PIC X(20).
           05 BKM-TRL-DATA    PIC 9(08).
           05 BKM-TRL-TOTAL   PIC 9(07).
           05 BKM-TRL-HASH    PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 BKM-TRL-FILLER  PIC X(69).
