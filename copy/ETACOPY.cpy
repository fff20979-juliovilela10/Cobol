      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO RESUMO ANUAL DA ESTATISTICA DAS
      *           TURMAS (ESTATANO.txt), GRAVADO PELO ALUESTAT A CADA
      *           RODADA - UMA LINHA POR ANO LETIVO + UNIDADE COM AS
      *           MESMAS CONTAGENS DO RELATORIO. O CENSO ESCOLAR
      *           (CENSOEXP) CONCILIA OS SEUS TOTAIS CONTRA ELE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO: VALE A ULTIMA LINHA DE
      *              CADA ANO + UNIDADE (A RODADA MAIS RECENTE)
      ******************************************************************
       01  REG-ESTATANO.
           05 ETA-ANO         PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ETA-UNI         PIC 9(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ETA-ALUNOS      PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ETA-APROV       PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ETA-RECUP       PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ETA-REPROV      PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ETA-REPFAL      PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ETA-DATA        PIC 9(08).
