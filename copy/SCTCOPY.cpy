      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO SALDOCTB.DAT - SALDOS DO
      *           RAZAO GERAL POR CONTA CONTABIL (A DO CONTAMAP) E
      *           MES. O CTBLANC SOMA AQUI OS DEBITOS E CREDITOS DE
      *           CADA JORNAL_AAAAMMDD LANCADO; O RAZAO (CTBRAZAO) E O
      *           BALANCETE (CTBBALAN) TIRAM DAQUI O SALDO ANTERIOR
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO INDEXADO PELA CONTA + MES (AAAAMM); NA
      *              ORDEM DA CHAVE CADA CONTA VEM COM SEUS MESES EM
      *              SEQUENCIA. SALDO = DEBITOS - CREDITOS (POSITIVO
      *              DEVEDOR, NEGATIVO CREDOR); O SALDO INICIAL DE UM
      *              MES E A SOMA DOS MESES ANTERIORES DA CONTA
      ******************************************************************
       01  REG-SALDOCTB.
           05 SCT-CHAVE.
              10 SCT-CONTA       PIC 9(06).
              10 SCT-MES         PIC 9(06).
           05 SCT-DEBITOS        PIC 9(13)V99.
           05 SCT-CREDITOS       PIC 9(13)V99.
           05 SCT-QTD-LANC       PIC 9(07).
           05 SCT-DATA-ULTIMO    PIC 9(08).
