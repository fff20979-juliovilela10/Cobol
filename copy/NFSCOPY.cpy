      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO CONTROLE DE NUMERACAO
      *           DE NOTA FISCAL (NFSEQ.txt): ULTIMO NUMERO ENTREGUE
      *           EM CADA SERIE, GRAVADO SO PELO MODULO NFNUMERA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO: CADA NUMERO ENTREGUE
      *              (OU PULADO POR INUTILIZACAO / NUMERO INFORMADO A
      *              FRENTE) GRAVA UMA LINHA NOVA E VALE A ULTIMA
      *              LINHA DE CADA SERIE. SERIE SEM LINHA NENHUMA
      *              COMECA DO MAIOR NUMERO JA USADO NO NOTASLOG.txt
      *              E NO NFINUT.txt
      ******************************************************************
       01  REG-NFSEQ.
           05 NFS-SERIE      PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFS-ULTIMO     PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFS-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFS-PROGRAMA   PIC X(08).
