      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO CADASTRO DE BENEFICIOS
      *           (BENEFIC.txt), MANTIDO PELO BENEMANT: UMA LINHA POR
      *           LINHA DE ONIBUS/METRO DO VALE-TRANSPORTE E UMA PARA
      *           O VALE-REFEICAO DE CADA FUNCIONARIO, COM O
      *           FORNECEDOR (FORNECED.DAT) E O VALOR POR DIA. A
      *           COMPRA DO MES E CALCULADA PELO BENEFMES
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO DEPEND.txt:
      *              VALE A ULTIMA LINHA DE CADA FUNCIONARIO +
      *              SEQUENCIA; EXCLUIR GRAVA UMA LINHA NOVA COM O
      *              FLAG "N". TIPO:
      *                T = VALE-TRANSPORTE (VALOR = TARIFA DO DIA,
      *                    IDA E VOLTA; DESCONTO LIMITADO A 6% DO
      *                    SALARIO BASE NO CONJUNTO DAS LINHAS)
      *                R = VALE-REFEICAO (VALOR DO DIA; O DESCONTO E
      *                    O PERCENTUAL INFORMADO NA PROPRIA LINHA)
      ******************************************************************
       01  REG-BENEFIC.
           05 BNF-CODIGO-FUNC PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNF-SEQ         PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNF-TIPO        PIC X(01).
              88 BNF-TRANSPORTE        VALUE "T".
              88 BNF-REFEICAO          VALUE "R".
              88 BNF-TIPO-OK           VALUE "T" "R".
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNF-FORNECEDOR  PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNF-DESCRICAO   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNF-VALOR-DIA   PIC 9(04)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNF-PERC-DESC   PIC 9(02)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 BNF-ATIVO       PIC X(01).
              88 BNF-E-ATIVO           VALUE "S".
