      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO PDDLOG.txt - TRILHA DAS
      *           BAIXAS POR PERDA (CRPDD) E DAS RECUPERACOES DE
      *           TITULO JA BAIXADO COMO PERDA, RECEBIDAS NA BAIXA
      *           MANUAL (CRBAIXA) OU NO RETORNO BANCARIO (CRRETOR).
      *           O DIARIO CONTABIL (CONTDIA) LANCA AS LINHAS DO DIA
      *           NOS EVENTOS BAIXAPDD E RECUPPDD
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO LINE SEQUENTIAL, SO CRESCE (OPEN EXTEND).
      *              TIPO "B" = BAIXA POR PERDA (DATA DA BAIXA, VALOR
      *              ORIGINAL DA PARCELA); TIPO "R" = RECUPERACAO
      *              (DATA DO PAGAMENTO, VALOR RECEBIDO COM MULTA E
      *              JUROS). OPERADOR = QUEM APROVOU A BAIXA OU O
      *              PROGRAMA QUE RECEBEU
      ******************************************************************
       01  REG-PDDLOG.
           05 PDL-TIPO           PIC X(01).
              88 PDL-BAIXA             VALUE "B".
              88 PDL-RECUPERACAO       VALUE "R".
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PDL-DATA           PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PDL-NF             PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PDL-PARCELA        PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PDL-CLIENTE        PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PDL-VALOR          PIC 9(09)V99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PDL-OPERADOR       PIC X(08).
