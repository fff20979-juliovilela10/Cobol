      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO DE CONTRATOS DE
      *           COBRANCA RECORRENTE (CONTRATO.DAT, INDEXADO POR
      *           NUMERO + LINHA): A LINHA 000 E O CABECALHO (CLIENTE
      *           DO CLIENTES.DAT, VIGENCIA, DIA DE FATURAMENTO,
      *           CONDICAO DE PAGAMENTO DO CONDPAG.txt, INDICE E MES DE
      *           ANIVERSARIO DO REAJUSTE ANUAL, CONTROLE DO ULTIMO
      *           FATURAMENTO E DO ULTIMO REAJUSTE) E AS LINHAS 001 EM
      *           DIANTE SAO OS ITENS COM O PRECO CONTRATADO. MANTIDO
      *           NO CTRMANT E FATURADO TODO MES PELO CTRFAT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: VENCIDO NAO E SITUACAO GRAVADA - E O CONTRATO
      *              ATIVO COM O FIM DA VIGENCIA ANTERIOR A HOJE.
      *              CTR-ULT-FAT (AAAAMM) IMPEDE FATURAR DUAS VEZES A
      *              MESMA COMPETENCIA; CTR-ULT-REAJ (AAAA) IMPEDE
      *              REAJUSTAR DUAS VEZES NO MESMO ANO
      ******************************************************************
       01  REG-CONTRATO.
           05 CTR-CHAVE.
              10 CTR-NUMERO     PIC 9(06).
              10 CTR-LINHA      PIC 9(03).
           05 CTR-DADOS         PIC X(70).
           05 CTR-CABECALHO REDEFINES CTR-DADOS.
              10 CTR-CLIENTE    PIC 9(04).
              10 CTR-INICIO     PIC 9(08).
              10 CTR-FIM        PIC 9(08).
              10 CTR-DIA-FAT    PIC 9(02).
              10 CTR-CONDPAG    PIC 9(02).
              10 CTR-INDICE     PIC X(06).
              10 CTR-MES-ANIV   PIC 9(02).
              10 CTR-ULT-FAT    PIC 9(06).
              10 CTR-ULT-REAJ   PIC 9(04).
              10 CTR-SITUACAO   PIC X(01).
                 88 CTR-ATIVO           VALUE "A".
                 88 CTR-ENCERRADO       VALUE "E".
              10 CTR-DATA-SIT   PIC 9(08).
              10 CTR-OPERADOR   PIC X(08).
              10 FILLER         PIC X(11).
           05 CTR-ITEM REDEFINES CTR-DADOS.
              10 CTR-PRODUTO    PIC 9(04).
              10 CTR-DESCRICAO  PIC X(20).
              10 CTR-QTD        PIC 9(05).
              10 CTR-PRECO      PIC 9(07)V99.
              10 FILLER         PIC X(32).
