      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO LOG DE EMISSAO DE
      *           NOTAS (NOTASLOG.txt): UMA LINHA POR NOTA FECHADA
      *           NO EXCBL23 E UMA NOVA LINHA DA MESMA NOTA A CADA
      *           CANCELAMENTO NO NFCANC. LIDO PELO LIVRO DE
      *           APURACAO (ICMSLIV), PELO EXTRATO DO CLIENTE
      *           (CREXTRAT), PELO CONTROLE DE NUMERACAO (NFNUMERA,
      *           NFINUT) E PELO RELATORIO DE NUMERACAO (NFNUMREL)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PARA CADA SERIE + NF VALE A ULTIMA LINHA DO LOG.
      *              SITUACAO:
      *                N = NORMAL
      *                B = BLOQUEADA PELO LIMITE DE CREDITO (SEM
      *                    TITULO LANCADO)
      *                C = CANCELADA (NFCANC)
      *              A SERIE ENTROU NO FIM DO REGISTRO - O LOG DO
      *              LAYOUT ANTIGO PASSA PELO NFLCONV UMA VEZ SO
      ******************************************************************
       01  REG-NOTASLOG.
           05 NL-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-NF          PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-CLIENTE     PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-UF          PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-BASE        PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-ALIQ        PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-ICMS        PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-SITUACAO    PIC X(01).
              88 NL-NORMAL             VALUE "N".
              88 NL-BLOQUEADA          VALUE "B".
              88 NL-CANCELADA          VALUE "C".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NL-SERIE       PIC 9(03).
