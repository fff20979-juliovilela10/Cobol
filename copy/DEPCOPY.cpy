      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO CADASTRO DE DEPENDENTES
      *           (DEPEND.txt), MANTIDO PELO DEPMANT, CONTADO PELO
      *           MODULO DEPCONT PARA A DEDUCAO DO IRRF NO FOLHACAL E
      *           LISTADO NO INFORME DE RENDIMENTOS (FOLHAINF)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO SETORES.txt:
      *              VALE A ULTIMA LINHA DE CADA FUNCIONARIO +
      *              SEQUENCIA; EXCLUIR GRAVA UMA LINHA NOVA COM O
      *              FLAG "N". PARENTESCO:
      *                F = FILHO/ENTEADO (DEDUZ ATE 21 ANOS)
      *                U = FILHO UNIVERSITARIO (DEDUZ ATE 24 ANOS)
      *                C = CONJUGE/COMPANHEIRO   P = PAI/MAE
      *                O = OUTRO (SEM LIMITE DE IDADE)
      ******************************************************************
       01  REG-DEPEND.
           05 DEP-CODIGO-FUNC PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 DEP-SEQ         PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 DEP-NOME        PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 DEP-NASCIMENTO  PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 DEP-PARENTESCO  PIC X(01).
              88 DEP-FILHO             VALUE "F".
              88 DEP-UNIVERSITARIO     VALUE "U".
              88 DEP-CONJUGE           VALUE "C".
              88 DEP-PAIS              VALUE "P".
              88 DEP-OUTRO             VALUE "O".
              88 DEP-PARENTESCO-OK     VALUE "F" "U" "C" "P" "O".
           05 FILLER          PIC X(01) VALUE SPACES.
           05 DEP-CPF         PIC 9(11).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 DEP-ATIVO       PIC X(01).
              88 DEP-E-ATIVO           VALUE "S".
