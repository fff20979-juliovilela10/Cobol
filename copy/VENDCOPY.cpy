      *                 A CONSOLIDACAO DA MATRIZ (LOJACONS) JUNTA OS
      *                 ARQUIVOS DAS LOJAS; REGISTRO ANTIGO VALE
      *                 COMO LOJA 01
      * 15/10/2026 JV - INCLUIDO O PIX COMO TERCEIRO MEIO DE PAGAMENTO
      *                 (DET-PAG-PIX, "P"): ANTES O PIX ERA REGISTRADO
      *                 COMO CARTAO E APARECIA COMO DEPOSITO FALTANTE
      *                 NO CARTCONC; AGORA FECHA NO SEU PROPRIO BOLSO
      *                 E E CONCILIADO COM O EXTRATO DO BANCO (PIXCONC)
      * 15/10/2026 JV - INCLUIDO O NUMERO DO CUPOM (DET-CUPOM, NO FIM
      *                 DO REGISTRO): O EXCBL18 ABRE UM CUPOM POR
      *                 ATENDIMENTO E CARIMBA O MESMO NUMERO EM TODAS
      *                 AS LINHAS E ESTORNOS DELE; A NUMERACAO E
      *                 DIARIA (DATA DO ARQUIVO + CUPOM IDENTIFICAM O
      *                 ATENDIMENTO) E REGISTRO ANTIGO FICA SEM CUPOM
      * 15/10/2026 JV - VALE-PRESENTE (VALEPRES.DAT): O CODIGO 9999 DO
      *                 CADASTRO FICA RESERVADO PARA A EMISSAO DO VALE
      *                 (DET-PROD-VALE - PASSIVO, NAO RECEITA) E O
      *                 VALE PASSA A SER MEIO DE PAGAMENTO
      *                 (DET-PAG-VALE, "V"), SEM NUMERARIO NO CAIXA
      * 15/10/2026 JV - INCLUIDOS A EMBALAGEM BIPADA (DET-QTD-EMB,
      *                 UNIDADES POR EMBALAGEM) E O EAN LIDO (DET-EAN),
      *                 NO FIM DO REGISTRO: DET-QTD CONTINUA NA
      *                 UNIDADE BASE (CAIXA DE 12 = 12), E O CUPOM
      *                 MOSTRA A EMBALAGEM. ZEROS OU REGISTRO ANTIGO
      *                 = VENDA PELA UNIDADE
      * 15/10/2026 JV - COMPRA DE FUNCIONARIO DESCONTADA EM FOLHA COMO
      *                 MEIO DE PAGAMENTO (DET-PAG-FOLHA, "F"), SEM
      *                 NUMERARIO NO CAIXA - O FUNCIONARIO E O VALOR
      *                 FICAM NO LIVRO CONSFUNC_AAAAMM.txt (CONSCOPY)
      * 15/10/2026 JV - PAGAMENTO NA ENTREGA (DET-PAG-ENTREGA, "R"): A
      *                 LINHA GERA ORDEM DE ENTREGA COM O VALOR A
      *                 COBRAR E O DINHEIRO CHEGA PELO ACERTO DO
      *                 ROMANEIO (ROMACERT), NAO PELA GAVETA DO CAIXA
      ******************************************************************
       01  REG-VENDASDET.
           05 DET-PRODUTO   PIC X(20).
           05 DET-PAGAMENTO PIC X(01).
              88 DET-PAG-DINHEIRO      VALUE "D".
              88 DET-PAG-CARTAO        VALUE "C".
              88 DET-PAG-PIX           VALUE "P".
              88 DET-PAG-VALE          VALUE "V".
              88 DET-PAG-FOLHA         VALUE "F".
              88 DET-PAG-ENTREGA       VALUE "R".
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-CODPROD   PIC 9(04).
              88 DET-PROD-VALE         VALUE 9999.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-TIPO      PIC X(01).
              88 DET-TIPO-VENDA        VALUE "V" " ".
           05 DET-DESCONTO  PIC 9(05)V99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-LOJA      PIC 9(02).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-CUPOM     PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-QTD-EMB   PIC 9(04).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DET-EAN       PIC 9(13).
