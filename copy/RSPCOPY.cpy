      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO CADASTRO DE
      *           RESPONSAVEIS FINANCEIROS (RESPFIN.txt), MANTIDO PELO
      *           RESPMANT E CONSULTADO PELO MODULO RESPCHK - QUEM
      *           PAGA A MENSALIDADE DE UM OU MAIS ALUNOS (O VINCULO
      *           RM X RESPONSAVEL FICA NO RESPALU.txt, RALCOPY)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO DEPEND.txt:
      *              VALE A ULTIMA LINHA DE CADA CODIGO; DESATIVAR
      *              GRAVA UMA LINHA NOVA COM O FLAG "N". O BLOCO DE
      *              ENDERECO SEGUE O DO CADASTRO DE CLIENTES
      ******************************************************************
       01  REG-RESPFIN.
           05 RSP-CODIGO      PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RSP-NOME        PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RSP-CPF         PIC 9(11).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RSP-TELEFONE    PIC X(11).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RSP-EMAIL       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RSP-ENDERECO.
              10 RSP-LOGRADOURO PIC X(30).
              10 RSP-NUMERO     PIC X(06).
              10 RSP-CIDADE     PIC X(20).
              10 RSP-UF         PIC X(02).
              10 RSP-CEP        PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RSP-ATIVO       PIC X(01).
              88 RSP-E-ATIVO           VALUE "S".
