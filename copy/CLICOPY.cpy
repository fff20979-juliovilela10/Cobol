      *                 "E" = EXCLUIDO LOGICAMENTE); BRANCO (REGISTRO
      *                 ANTIGO) VALE COMO ATIVO. A REMOCAO FISICA
      *                 PASSA A SER FEITA SO PELO EXPURGO (CLIPURGE)
      * 15/10/2026 JV - INCLUIDO O BLOCO DE PESSOA (REG-PESSOA, NO FIM
      *                 DO REGISTRO): TIPO "F" FISICA / "J" JURIDICA,
      *                 CNPJ (14 DIGITOS, VALIDADO NO CNPJVAL) E
      *                 INSCRICAO ESTADUAL PARA A NOTA FISCAL. TIPO EM
      *                 BRANCO (REGISTRO ANTIGO) VALE COMO FISICA. A
      *                 EMPRESA NAO PRECISA DE CPF (REG-CPF ZERADO)
      * 15/10/2026 JV - NOME "*** ANONIMIZADO ***" MARCA O CADASTRO
      *                 ANONIMIZADO A PEDIDO DO TITULAR (LGPDREL):
      *                 SEM TELEFONE, E-MAIL, CPF NEM ENDERECO
      ******************************************************************
       01  REG-CLIENTES.
           05 REG-ID         PIC 9(04).
           05 REG-NOME       PIC X(20).
              88 REG-NOME-ANONIMIZADO  VALUE "*** ANONIMIZADO ***".
           05 REG-TELEFONE   PIC X(11).
           05 REG-CPF        PIC 9(11).
           05 REG-EMAIL      PIC X(30).
           05 REG-SITUACAO   PIC X(01).
              88 REG-SIT-ATIVO         VALUE "A" " ".
              88 REG-SIT-EXCLUIDO      VALUE "E".
           05 REG-PESSOA.
              10 REG-TIPO-PESSOA  PIC X(01).
                 88 REG-PESSOA-FISICA    VALUE "F" " ".
                 88 REG-PESSOA-JURIDICA  VALUE "J".
              10 REG-CNPJ         PIC 9(14).
              10 REG-INSC-ESTADUAL PIC X(14).
