      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO CONTROLE DOS EVENTOS DO ESOCIAL
      *           (ESOCCTL.txt): O ESOCEXP GRAVA UMA LINHA "E" PARA
      *           CADA EVENTO ENVIADO E O ESOCRET UMA LINHA "A"
      *           (ACEITO, COM O NUMERO DO RECIBO) OU "R" (REJEITADO,
      *           COM O MOTIVO) PARA CADA RECIBO DEVOLVIDO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO SETORES.txt:
      *              VALE A ULTIMA LINHA DE CADA EVENTO. EVENTO COM
      *              A ULTIMA LINHA "R" E REENVIADO NA PROXIMA
      *              EXPORTACAO
      ******************************************************************
       01  REG-ESOCCTL.
           05 CTL-ID.
              10 CTL-EVENTO      PIC X(04).
              10 CTL-CODIGO      PIC 9(04).
              10 CTL-DATA-EVENTO PIC 9(08).
              10 CTL-SEQ         PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CTL-DATA-PROC      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CTL-SITUACAO       PIC X(01).
              88 CTL-ENVIADO           VALUE "E".
              88 CTL-ACEITO            VALUE "A".
              88 CTL-REJEITADO         VALUE "R".
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CTL-RECIBO         PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CTL-MOTIVO         PIC X(40).
