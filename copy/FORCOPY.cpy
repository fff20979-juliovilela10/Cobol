      *           PELO RECEBIMENTO DE MERCADORIA (ESTRECEB)
      * DATA: 02/09/2026
      * OBSERVAÇÕES:
      * 15/10/2026 JV - INCLUIDOS OS DADOS BANCARIOS DO FORNECEDOR
      *                 (FOR-BANCO, FOR-AGENCIA, FOR-CONTA E
      *                 FOR-CONTA-DV) PARA A REMESSA DE PAGAMENTOS
      *                 (CPREMES). O REGISTRO MUDOU DE TAMANHO: A
      *                 IMPLANTACAO EXIGE A CONVERSAO DE UMA VEZ SO
      *                 PELO FORCONV (RENOMEAR PARA FORNECED.ANT E
      *                 RODAR)
      ******************************************************************
       01  REG-FORNECED.
           05 FOR-CODIGO     PIC 9(04).
           05 FOR-CNPJ       PIC 9(14).
           05 FOR-ENDERECO   PIC X(30).
           05 FOR-TELEFONE   PIC X(11).
           05 FOR-BANCO      PIC 9(03).
           05 FOR-AGENCIA    PIC 9(05).
           05 FOR-CONTA      PIC 9(12).
           05 FOR-CONTA-DV   PIC X(01).
