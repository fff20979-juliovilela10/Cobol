      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DA PROPOSTA DE ESTOQUE MINIMO
      *           (ESTMINPR.txt), GRAVADA PELA RODADA MENSAL DA CURVA
      *           ABC (ESTABC) E REVISADA PELO SUPERVISOR NO ESTMINAP,
      *           QUE GRAVA O MINIMO APROVADO NA FICHA (EST-MINIMO)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: UMA LINHA POR PRODUTO CUJO MINIMO PROPOSTO DIFERE
      *              DO ATUAL; CADA RODADA DO ESTABC RECRIA O ARQUIVO.
      *              MINIMO PROPOSTO = DEMANDA MEDIA DIARIA X PRAZO DE
      *              ENTREGA (DIAS) X FATOR DE SEGURANCA DA CLASSE,
      *              ARREDONDADO PARA CIMA
      ******************************************************************
       01  REG-ESTMINPR.
           05 MNP-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 MNP-PRODUTO        PIC 9(04).
           05 FILLER             PIC X(01).
           05 MNP-CLASSE         PIC X(01).
              88 MNP-CLASSE-A           VALUE "A".
              88 MNP-CLASSE-B           VALUE "B".
              88 MNP-CLASSE-C           VALUE "C".
           05 FILLER             PIC X(01).
           05 MNP-PCT-RECEITA    PIC 9(03)V99.
           05 FILLER             PIC X(01).
           05 MNP-QTD-PERIODO    PIC 9(07).
           05 FILLER             PIC X(01).
           05 MNP-DEMANDA-DIA    PIC 9(05)V99.
           05 FILLER             PIC X(01).
           05 MNP-PRAZO          PIC 9(03).
           05 FILLER             PIC X(01).
           05 MNP-FATOR          PIC 9(01)V99.
           05 FILLER             PIC X(01).
           05 MNP-MINIMO-ATUAL   PIC 9(05).
           05 FILLER             PIC X(01).
           05 MNP-MINIMO-PROPOSTO PIC 9(05).
           05 FILLER             PIC X(01).
           05 MNP-SITUACAO       PIC X(01).
              88 MNP-PENDENTE           VALUE "P".
              88 MNP-APROVADA           VALUE "A".
              88 MNP-REJEITADA          VALUE "R".
           05 FILLER             PIC X(01).
           05 MNP-OPERADOR       PIC X(08).
