      *              AINDA PRECISA DO RESULTALU DO ANO. ANO JA
      *              ARQUIVADO E RECUSADO INTEIRO, PARA RODADA
      *              REPETIDA NAO DUPLICAR O HISTORICO
      * 15/10/2026 JV - O LANCAMENTO GANHOU DISCIPLINA E BIMESTRE
      *                 NO FIM (REGISTRO DE 63 POSICOES); O HISTRES
      *                 LEVA O REGISTRO INTEIRO E AS LINHAS ANTIGAS
      *                 SAEM SEM DISCIPLINA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTALU.
       01  REG-RESULTALU     PIC X(63).

       FD  HISTRES.
       01  REG-HISTRES.
           05 HIS-ANO        PIC 9(04).
           05 FILLER         PIC X(01).
           05 HIS-RESULTADO  PIC X(63).


       WORKING-STORAGE            SECTION.
