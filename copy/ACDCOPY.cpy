      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO ACORDOS.txt (ACORDOS DE
      *           RENEGOCIACAO DE DIVIDA) - O VINCULO ENTRE O NUMERO
      *           DO ACORDO, AS PARCELAS VENCIDAS QUE ELE CONSOLIDOU
      *           E AS PARCELAS NOVAS LANCADAS NO CONTASREC.DAT,
      *           GRAVADO PELO CRACORDO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO LINE SEQUENTIAL, SO CRESCE (OPEN EXTEND).
      *              TIPO "O" = PARCELA ORIGINAL RENEGOCIADA (NF E
      *              PARCELA DA NOTA, VALOR ORIGINAL E CORRIGIDO COM
      *              MULTA E JUROS); TIPO "N" = PARCELA NOVA DO ACORDO
      *              (NF = NUMERO DO ACORDO, VALOR = CORRIGIDO =
      *              VALOR DA PARCELA). A DATA E A DO ACORDO
      ******************************************************************
       01  REG-ACORDOS.
           05 ACD-ACORDO         PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-TIPO           PIC X(01).
              88 ACD-ORIGINAL          VALUE "O".
              88 ACD-NOVA              VALUE "N".
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-DATA           PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-CLIENTE        PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-NF             PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-PARCELA        PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-VALOR          PIC 9(09)V99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-VALOR-CORR     PIC 9(09)V99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-CONDPAG        PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ACD-OPERADOR       PIC X(08).
