      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO CADASTRO DE CONSENTIMENTO DE
      *           MARKETING (MKTCONS.DAT, INDEXADO POR MKT-CHAVE =
      *           CLIENTE + CANAL): A SITUACAO ATUAL DE CADA CLIENTE
      *           EM CADA CANAL, COM DATA, ORIGEM E OPERADOR DA ULTIMA
      *           MUDANCA. GRAVADO SO PELO MODULO MKTGRAV (QUE
      *           TAMBEM GUARDA O HISTORICO EM MKTHIST.txt) E LIDO
      *           PELAS EXTRACOES DE CAMPANHA (CLIEXTR, PONTOSEX E
      *           CLIRANK)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CLIENTE SEM REGISTRO NO CANAL NAO CONSENTIU -
      *              A CAMPANHA SO ATINGE QUEM DISSE "S"
      ******************************************************************
       01  REG-MKTCONS.
           05 MKT-CHAVE.
              10 MKT-CLIENTE     PIC 9(04).
              10 MKT-CANAL       PIC X(01).
                 88 MKT-CANAL-EMAIL      VALUE "E".
                 88 MKT-CANAL-SMS        VALUE "S".
                 88 MKT-CANAL-CORREIO    VALUE "C".
                 88 MKT-CANAL-VALIDO     VALUE "E" "S" "C".
           05 MKT-SITUACAO       PIC X(01).
              88 MKT-CONSENTIU         VALUE "S".
              88 MKT-RECUSOU           VALUE "N".
           05 MKT-DATA           PIC 9(08).
           05 MKT-HORA           PIC 9(06).
           05 MKT-ORIGEM         PIC X(10).
           05 MKT-OPERADOR       PIC X(08).
