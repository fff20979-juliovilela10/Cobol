      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO VINCULO OPERADOR X
      *           FUNCIONARIO (OPERFUNC.txt), MANTIDO PELO OPERMANT:
      *           LIGA O CODIGO DO OPERADOR DO CAIXA (DET-OPERADOR,
      *           OPERADOR.txt) AO REG-CODIGO DO ARQFUNC, PARA A
      *           COMISSAO DO MES IR DIRETO PARA A FOLHA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO SETORES.txt:
      *              VALE A ULTIMA LINHA DE CADA OPERADOR; DESVINCULAR
      *              GRAVA UMA LINHA COM O FUNCIONARIO 0000
      ******************************************************************
       01  REG-OPERFUNC.
           05 OPF-OPERADOR    PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 OPF-CODIGO-FUNC PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 OPF-DATA        PIC 9(08).
