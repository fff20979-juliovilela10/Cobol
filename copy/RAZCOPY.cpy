      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO RAZAO.txt - PARTIDAS DO
      *           RAZAO GERAL, UMA LINHA POR LANCAMENTO DOS JORNAIS DO
      *           DIARIO CONTABIL (CONTDIA) JA LANCADOS PELO CTBLANC.
      *           E DAQUI QUE SAI O RAZAO ANALITICO (CTBRAZAO) E E
      *           AQUI QUE O CTBLANC VE SE UM JORNAL JA FOI LANCADO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO LINE SEQUENTIAL, SO CRESCE (OPEN EXTEND).
      *              RAZ-DATA = DATA DO JORNAL (DO MOVIMENTO);
      *              RAZ-DATA-LANC = DIA EM QUE O CTBLANC LANCOU;
      *              HISTORICO = EVENTO DO CONTDIA (VENDADIN, RECEBTO,
      *              FOLHALIQ...)
      ******************************************************************
       01  REG-RAZAO.
           05 RAZ-DATA           PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RAZ-CONTA          PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RAZ-DC             PIC X(01).
              88 RAZ-DEBITO            VALUE "D".
              88 RAZ-CREDITO           VALUE "C".
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RAZ-VALOR          PIC 9(11)V99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RAZ-HISTORICO      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RAZ-DATA-LANC      PIC 9(08).
