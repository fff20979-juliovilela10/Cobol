      * DATA: 22/08/2026
      * OBSERVAÇÕES: CLIENTE COM EXCLUSAO LOGICA FICA FORA; A
      *              IMPRESSAO PAGINADA E DO MODULO RELPRINT
      * 15/10/2026 JV - IMAGEM ORDENADA PASSA A 172 POSICOES (BLOCO DE
      *                 PESSOA JURIDICA NO REGISTRO DO CLIENTE)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05 ORD-CHAVE      PIC X(20).
           05 ORD-IMAGEM     PIC X(172).


       WORKING-STORAGE            SECTION.
           05 WRK-TELEFONE   PIC X(11).
           05 WRK-CPF        PIC 9(11).
           05 WRK-EMAIL      PIC X(30).
           05 FILLER         PIC X(96).

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
