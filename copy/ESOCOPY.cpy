      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO DE EVENTOS TRABALHISTAS
      *           PARA O ESOCIAL (ESOCIAL_AAAAMMDD.txt), GRAVADO PELO
      *           ESOCEXP: HEADER "H", UM DETALHE "D" POR EVENTO NO
      *           LAYOUT DO SEU TIPO E TRAILER "T" COM A QUANTIDADE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: EVENTOS: 2200 ADMISSAO, 2205 ALTERACAO CADASTRAL
      *              (NOME), 2206 ALTERACAO CONTRATUAL (SETOR E/OU
      *              SALARIO; SETOR EM BRANCO OU SALARIO ZERADO =
      *              SEM MUDANCA NAQUELE CAMPO), 2299 DESLIGAMENTO.
      *              A IDENTIFICACAO DO EVENTO (EVENTO + CODIGO +
      *              DATA + SEQUENCIA NO DIA) E A MESMA DO CONTROLE
      *              ESOCCTL.txt E DO RECIBO DEVOLVIDO
      ******************************************************************
       01  REG-ESOCIAL               PIC X(80).
       01  REG-ESOCIAL-HDR REDEFINES REG-ESOCIAL.
           05 ESO-HDR-TIPO    PIC X(01).
           05 ESO-HDR-EMPRESA PIC X(30).
           05 ESO-HDR-CNPJ    PIC 9(14).
           05 ESO-HDR-DATA    PIC 9(08).
           05 FILLER          PIC X(27).
       01  REG-ESOCIAL-DET REDEFINES REG-ESOCIAL.
           05 ESO-DET-TIPO    PIC X(01).
           05 ESO-ID.
              10 ESO-EVENTO   PIC X(04).
                 88 ESO-EVT-ADMISSAO      VALUE "2200".
                 88 ESO-EVT-CADASTRAL     VALUE "2205".
                 88 ESO-EVT-CONTRATUAL    VALUE "2206".
                 88 ESO-EVT-DESLIGAMENTO  VALUE "2299".
              10 ESO-CODIGO   PIC 9(04).
              10 ESO-DATA     PIC 9(08).
              10 ESO-SEQ      PIC 9(02).
           05 ESO-CORPO       PIC X(61).
      *-------- 2200 ADMISSAO
           05 ESO-ADM REDEFINES ESO-CORPO.
              10 ESO-ADM-NOME    PIC X(20).
              10 ESO-ADM-SETOR   PIC X(05).
              10 ESO-ADM-SALARIO PIC 9(06)V99.
              10 FILLER          PIC X(28).
      *-------- 2205 ALTERACAO CADASTRAL
           05 ESO-CAD REDEFINES ESO-CORPO.
              10 ESO-CAD-NOME    PIC X(20).
              10 FILLER          PIC X(41).
      *-------- 2206 ALTERACAO CONTRATUAL
           05 ESO-CTR REDEFINES ESO-CORPO.
              10 ESO-CTR-SETOR   PIC X(05).
              10 ESO-CTR-SALARIO PIC 9(06)V99.
              10 ESO-CTR-ORIGEM  PIC X(01).
                 88 ESO-CTR-CADASTRO      VALUE "F".
                 88 ESO-CTR-REAJUSTE      VALUE "R".
                 88 ESO-CTR-TRANSFERENCIA VALUE "T".
              10 FILLER          PIC X(47).
      *-------- 2299 DESLIGAMENTO
           05 ESO-DSL REDEFINES ESO-CORPO.
              10 ESO-DSL-NOME    PIC X(20).
              10 ESO-DSL-SALARIO PIC 9(06)V99.
              10 FILLER          PIC X(33).
       01  REG-ESOCIAL-TRL REDEFINES REG-ESOCIAL.
           05 ESO-TRL-TIPO    PIC X(01).
           05 ESO-TRL-QTD     PIC 9(06).
           05 FILLER          PIC X(73).
