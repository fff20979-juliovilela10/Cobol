      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO CREXPOS.DAT - EXPOSICAO DE
      *           CREDITO POR CLIENTE (CR-CLIENTE): SALDO DAS PARCELAS
      *           EM ABERTO NO CONTASREC.DAT, QUANTIDADE DE PARCELAS
      *           ABERTAS E O VENCIMENTO MAIS ANTIGO ENTRE ELAS. E O
      *           QUE O CREDCHK LE, COM UMA LEITURA POR CHAVE, NO
      *           LUGAR DE VARRER O CONTAS A RECEBER INTEIRO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ATUALIZADO PELO MODULO CREXPATU EM TODO PROGRAMA
      *              QUE ABRE, LIQUIDA, CANCELA, RENEGOCIA OU BAIXA
      *              COMO PERDA UMA PARCELA (EXCBL23, CRBAIXA,
      *              CRRETOR, NFCANC, CRACORDO, CRPDD); CONFERIDO E
      *              REFEITO CONTRA O CONTASREC.DAT PELO CREXPREC.
      *              QUANDO SAI DO SALDO A PARCELA DO VENCIMENTO MAIS
      *              ANTIGO, O PROXIMO SO E CONHECIDO VARRENDO O
      *              CONTAS A RECEBER: A DATA FICA COMO ESTAVA (AINDA
      *              MAIS ANTIGA QUE A REAL) E EXP-VENCTO-REVER LIGA
      *              ATE O PROXIMO CREXPREC EM MODO ACERTO
      ******************************************************************
       01  REG-CREXPOS.
           05 EXP-CLIENTE        PIC 9(04).
           05 EXP-SALDO          PIC 9(09)V99.
           05 EXP-QTD-ABERTAS    PIC 9(05).
           05 EXP-VENCTO-ANTIGO  PIC 9(08).
           05 EXP-SW-VENCTO      PIC X(01).
              88 EXP-VENCTO-REVER        VALUE "S".
              88 EXP-VENCTO-EXATO        VALUE "N" " ".
           05 EXP-DATA-ATU       PIC 9(08).
