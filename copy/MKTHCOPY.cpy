      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO HISTORICO DE CONSENTIMENTO DE
      *           MARKETING (MKTHIST.txt): UMA LINHA POR MUDANCA, COM
      *           A SITUACAO ANTERIOR E A NOVA, GRAVADA PELO MODULO
      *           MKTGRAV JUNTO COM A ATUALIZACAO DO MKTCONS.DAT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: ARQUIVO LINE SEQUENTIAL, SO CRESCE (OPEN EXTEND);
      *              SITUACAO ANTERIOR EM BRANCO = PRIMEIRO REGISTRO
      *              DO CLIENTE NAQUELE CANAL
      ******************************************************************
       01  REG-MKTHIST.
           05 MKH-DATA           PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MKH-HORA           PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MKH-CLIENTE        PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MKH-CANAL          PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MKH-SIT-ANTES      PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MKH-SIT-DEPOIS     PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MKH-ORIGEM         PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MKH-OPERADOR       PIC X(08).
