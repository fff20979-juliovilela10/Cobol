      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO FISCAL MENSAL PARA O
      *           CONTADOR (SPED_AAAAMM.txt, NOS MOLDES DA EFD),
      *           GRAVADO PELO SPEDFIS: CADA LINHA COMECA PELO CODIGO
      *           DO REGISTRO (SPD-REG) E O RESTO VARIA CONFORME ELE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: BLOCOS, NESTA ORDEM:
      *              0 - 0000 ABERTURA (EMPRESA E MES), 0001, 0150
      *                  PARTICIPANTES (CLIENTES "C" E FORNECEDORES
      *                  "F" DO MES), 0200 PRODUTOS DO MES, 0990
      *              C - C001, C100 DOCUMENTO (SAIDA "1" = NOTA DO
      *                  NOTASLOG, COM A SITUACAO N/C/B; ENTRADA "0" =
      *                  NOTA DE FORNECEDOR DO RECEBNF), C170 ITEM DA
      *                  ENTRADA, C990
      *              E - E001, E110 APURACAO DO ICMS (MESMA REGRA DO
      *                  ICMSLIV), E990
      *              H - H001, H005 TOTAL E H010 ITENS DO INVENTARIO
      *                  (SO NO MES 12; NOS DEMAIS, H001 SEM DADOS),
      *                  H990
      *              9 - 9001, 9900 QUANTIDADE POR REGISTRO, 9990 E
      *                  9999 TOTAL DE LINHAS DO ARQUIVO
      *              XNN1: IND-MOV "0" = BLOCO COM DADOS, "1" = SEM.
      *              XNN0 (0990/C990/E990/H990/9990): LINHAS DO BLOCO
      *              CONTANDO A ABERTURA E O PROPRIO FECHAMENTO
      ******************************************************************
       01  REG-SPED                  PIC X(100).
       01  REG-SPED-GERAL REDEFINES REG-SPED.
           05 SPD-REG         PIC X(04).
              88 SPD-ABERTURA-ARQ      VALUE "0000".
              88 SPD-PARTICIPANTE      VALUE "0150".
              88 SPD-PRODUTO           VALUE "0200".
              88 SPD-DOCUMENTO         VALUE "C100".
              88 SPD-ITEM              VALUE "C170".
              88 SPD-APURACAO          VALUE "E110".
              88 SPD-INVENTARIO        VALUE "H005".
              88 SPD-INVENTARIO-ITEM   VALUE "H010".
              88 SPD-CONTAGEM          VALUE "9900".
              88 SPD-ENCERRAMENTO-ARQ  VALUE "9999".
           05 SPD-CORPO       PIC X(96).
      *-------- 0000 ABERTURA DO ARQUIVO
           05 SPD-0000 REDEFINES SPD-CORPO.
              10 SPD-0000-MES      PIC 9(06).
              10 SPD-0000-EMPRESA  PIC X(30).
              10 SPD-0000-CNPJ     PIC 9(14).
              10 SPD-0000-UF       PIC X(02).
              10 SPD-0000-GERACAO  PIC 9(08).
              10 FILLER            PIC X(36).
      *-------- 0001/C001/E001/H001/9001 ABERTURA DO BLOCO
           05 SPD-XNN1 REDEFINES SPD-CORPO.
              10 SPD-XNN1-IND-MOV  PIC X(01).
              10 FILLER            PIC X(95).
      *-------- 0150 PARTICIPANTE
           05 SPD-0150 REDEFINES SPD-CORPO.
              10 SPD-0150-TIPO     PIC X(01).
              10 SPD-0150-CODIGO   PIC 9(04).
              10 SPD-0150-NOME     PIC X(20).
              10 SPD-0150-PESSOA   PIC X(01).
              10 SPD-0150-CNPJ     PIC 9(14).
              10 SPD-0150-CPF      PIC 9(11).
              10 SPD-0150-IE       PIC X(14).
              10 SPD-0150-UF       PIC X(02).
              10 FILLER            PIC X(29).
      *-------- 0200 PRODUTO
           05 SPD-0200 REDEFINES SPD-CORPO.
              10 SPD-0200-CODIGO   PIC 9(04).
              10 SPD-0200-DESCRICAO PIC X(20).
              10 FILLER            PIC X(72).
      *-------- C100 DOCUMENTO FISCAL
           05 SPD-C100 REDEFINES SPD-CORPO.
              10 SPD-C100-OPER     PIC X(01).
                 88 SPD-C100-ENTRADA      VALUE "0".
                 88 SPD-C100-SAIDA        VALUE "1".
              10 SPD-C100-SIT      PIC X(01).
                 88 SPD-C100-NORMAL       VALUE "N".
                 88 SPD-C100-BLOQUEADA    VALUE "B".
                 88 SPD-C100-CANCELADA    VALUE "C".
              10 SPD-C100-PART-TIPO PIC X(01).
              10 SPD-C100-PART-COD PIC 9(04).
              10 SPD-C100-SERIE    PIC 9(03).
              10 SPD-C100-NUMERO   PIC 9(09).
              10 SPD-C100-DATA     PIC 9(08).
              10 SPD-C100-UF       PIC X(02).
              10 SPD-C100-VALOR    PIC 9(09)V99.
              10 SPD-C100-BASE     PIC 9(09)V99.
              10 SPD-C100-ALIQ     PIC 9(02).
              10 SPD-C100-ICMS     PIC 9(09)V99.
              10 FILLER            PIC X(32).
      *-------- C170 ITEM DO DOCUMENTO DE ENTRADA
           05 SPD-C170 REDEFINES SPD-CORPO.
              10 SPD-C170-PRODUTO  PIC 9(04).
              10 SPD-C170-QTD      PIC 9(05).
              10 SPD-C170-CUSTO    PIC 9(05)V99.
              10 SPD-C170-VALOR    PIC 9(09)V99.
              10 SPD-C170-LOTE     PIC X(10).
              10 FILLER            PIC X(59).
      *-------- E110 APURACAO DO ICMS
           05 SPD-E110 REDEFINES SPD-CORPO.
              10 SPD-E110-NOTAS    PIC 9(05).
              10 SPD-E110-CANCEL   PIC 9(05).
              10 SPD-E110-BLOQ     PIC 9(05).
              10 SPD-E110-BASE     PIC 9(11)V99.
              10 SPD-E110-DEBITOS  PIC 9(11)V99.
              10 SPD-E110-CREDITOS PIC 9(11)V99.
              10 SPD-E110-SALDO    PIC 9(11)V99.
              10 FILLER            PIC X(29).
      *-------- H005 TOTAL DO INVENTARIO
           05 SPD-H005 REDEFINES SPD-CORPO.
              10 SPD-H005-DATA     PIC 9(08).
              10 SPD-H005-VALOR    PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
              10 FILLER            PIC X(74).
      *-------- H010 ITEM DO INVENTARIO
           05 SPD-H010 REDEFINES SPD-CORPO.
              10 SPD-H010-PRODUTO  PIC 9(04).
              10 SPD-H010-QTD      PIC S9(05)
                                   SIGN IS LEADING SEPARATE.
              10 SPD-H010-CUSTO    PIC 9(05)V99.
              10 SPD-H010-VALOR    PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
              10 FILLER            PIC X(66).
      *-------- 0990/C990/E990/H990/9990 FECHAMENTO DO BLOCO
           05 SPD-XNN0 REDEFINES SPD-CORPO.
              10 SPD-XNN0-QTD      PIC 9(06).
              10 FILLER            PIC X(90).
      *-------- 9900 QUANTIDADE DE LINHAS POR REGISTRO
           05 SPD-9900 REDEFINES SPD-CORPO.
              10 SPD-9900-REG      PIC X(04).
              10 SPD-9900-QTD      PIC 9(06).
              10 FILLER            PIC X(86).
      *-------- 9999 ENCERRAMENTO DO ARQUIVO
           05 SPD-9999 REDEFINES SPD-CORPO.
              10 SPD-9999-QTD      PIC 9(06).
              10 FILLER            PIC X(90).
