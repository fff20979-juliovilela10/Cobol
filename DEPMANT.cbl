       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DEPENDENTES (DEPEND.txt),
      *           NO MOLDE DO SETMANT: PARA CADA FUNCIONARIO DO
      *           ARQFUNC, NOME, NASCIMENTO, PARENTESCO E CPF DE CADA
      *           DEPENDENTE (CPF CONFERIDO PELO MODULO CPFVAL). O
      *           MODULO DEPCONT CONTA OS DEPENDENTES QUE DEDUZEM NO
      *           IRRF (FOLHACAL) E O FOLHAINF LISTA-OS NO INFORME
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO SETORES.txt:
      *              VALE A ULTIMA LINHA DE CADA FUNCIONARIO +
      *              SEQUENCIA; ALTERAR GRAVA A SEQUENCIA DE NOVO E
      *              EXCLUIR GRAVA UMA LINHA COM O FLAG "N". SEQUENCIA
      *              00 NA INCLUSAO PEGA A PROXIMA LIVRE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT DEPEND ASSIGN TO WRK-PATH-DEPEND
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-DEPEND.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  DEPEND.
       COPY "DEPCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-DEPEND    PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-LISTAR       VALUE 1.
           88 WRK-OPC-INCLUIR      VALUE 2.
           88 WRK-OPC-EXCLUIR      VALUE 3.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-FUNC     PIC X(20) VALUE SPACES.
       77  WRK-SW-FUNC       PIC X(01) VALUE "N".
           88 WRK-FUNC-OK           VALUE "S".

       77  WRK-SEQ           PIC 9(02) VALUE ZEROS.
       77  WRK-NOME          PIC X(30) VALUE SPACES.
       77  WRK-NASCIMENTO    PIC 9(08) VALUE ZEROS.
       77  WRK-PARENTESCO    PIC X(01) VALUE SPACES.
           88 WRK-PARENTESCO-OK     VALUE "F" "U" "C" "P" "O".
       77  WRK-CPF           PIC 9(11) VALUE ZEROS.
       77  WRK-ATIVO         PIC X(01) VALUE SPACES.
       77  WRK-SW-CPF        PIC X(01) VALUE "N".
           88 WRK-CPF-OK            VALUE "S".
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      *-------------- SITUACAO ATUAL DOS DEPENDENTES DO FUNCIONARIO --
      *-------- A ULTIMA LINHA DE CADA SEQUENCIA SOBREPOE A ANTERIOR
       01  WRK-TAB-DEP.
           05 WRK-DEP-ENTRY OCCURS 99 TIMES.
              10 WRK-DEP-TEM        PIC X(01).
                 88 WRK-DEP-GRAVADO        VALUE "S".
              10 WRK-DEP-NOME       PIC X(30).
              10 WRK-DEP-NASC       PIC 9(08).
              10 WRK-DEP-PARENT     PIC X(01).
              10 WRK-DEP-CPF        PIC 9(11).
              10 WRK-DEP-ATIVO      PIC X(01).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMA-SEQ    PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ATIVOS   PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-DEPEND   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "MANUTENCAO DE DEPENDENTES (IRRF)".
           DISPLAY "1 - LISTAR DEPENDENTES DO FUNCIONARIO".
           DISPLAY "2 - INCLUIR/ALTERAR DEPENDENTE".
           DISPLAY "3 - EXCLUIR DEPENDENTE".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-LISTAR
                 PERFORM 0210-LISTAR
              WHEN WRK-OPC-INCLUIR
                 PERFORM 0220-INCLUIR
              WHEN WRK-OPC-EXCLUIR
                 PERFORM 0230-EXCLUIR
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-LISTAR                  SECTION.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF NOT WRK-FUNC-OK
              GO TO 0210-LISTAR-FIM
           END-IF.
           PERFORM 0260-CARREGAR-DEPENDENTES.
           MOVE ZEROS TO WRK-ACUM-ATIVOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 99
              IF WRK-DEP-GRAVADO(WRK-IDX)
                 AND WRK-DEP-ATIVO(WRK-IDX) EQUAL "S"
                 ADD 1 TO WRK-ACUM-ATIVOS
                 DISPLAY "SEQ " WRK-IDX(2:2)
                         " " WRK-DEP-NOME(WRK-IDX)
                         " NASC " WRK-DEP-NASC(WRK-IDX)
                         " PARENT " WRK-DEP-PARENT(WRK-IDX)
                         " CPF " WRK-DEP-CPF(WRK-IDX)
              END-IF
           END-PERFORM.
           DISPLAY "DEPENDENTES ATIVOS DE " WRK-NOME-FUNC ": "
                   WRK-ACUM-ATIVOS.

       0210-LISTAR-FIM.
           EXIT.

       0220-INCLUIR                 SECTION.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF NOT WRK-FUNC-OK
              GO TO 0220-INCLUIR-FIM
           END-IF.
           PERFORM 0260-CARREGAR-DEPENDENTES.
           DISPLAY "SEQUENCIA (00 = NOVO DEPENDENTE): "
             ACCEPT WRK-SEQ.
           IF WRK-SEQ EQUAL ZEROS
              IF WRK-ULTIMA-SEQ NOT LESS 99
                 DISPLAY "FUNCIONARIO SEM SEQUENCIA LIVRE - "
                         "NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
              COMPUTE WRK-SEQ = WRK-ULTIMA-SEQ + 1
           ELSE
              IF NOT WRK-DEP-GRAVADO(WRK-SEQ)
                 DISPLAY "SEQUENCIA " WRK-SEQ " NAO CADASTRADA - "
                         "NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
           END-IF.

           DISPLAY "NOME DO DEPENDENTE..........: "
             ACCEPT WRK-NOME.
           IF WRK-NOME EQUAL SPACES
              DISPLAY "NOME EM BRANCO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "NASCIMENTO (AAAAMMDD).......: "
             ACCEPT WRK-NASCIMENTO.
           IF WRK-NASCIMENTO(5:2) LESS "01"
              OR WRK-NASCIMENTO(5:2) GREATER "12"
              OR WRK-NASCIMENTO(7:2) LESS "01"
              OR WRK-NASCIMENTO(7:2) GREATER "31"
              OR WRK-NASCIMENTO GREATER WRK-DATA-HOJE
              DISPLAY "DATA DE NASCIMENTO INVALIDA - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "PARENTESCO (F=FILHO U=UNIVERSITARIO C=CONJUGE "
                   "P=PAI/MAE O=OUTRO): "
             ACCEPT WRK-PARENTESCO.
           IF NOT WRK-PARENTESCO-OK
              DISPLAY "PARENTESCO INVALIDO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "CPF DO DEPENDENTE (11 DIGITOS): "
             ACCEPT WRK-CPF.
           CALL "CPFVAL" USING WRK-CPF WRK-SW-CPF.
           IF NOT WRK-CPF-OK
              DISPLAY "CPF " WRK-CPF " INVALIDO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.

           MOVE "S" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "DEPENDENTE " WRK-SEQ " DO FUNCIONARIO "
                   WRK-CODIGO " GRAVADO".

       0220-INCLUIR-FIM.
           EXIT.

       0230-EXCLUIR                 SECTION.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF NOT WRK-FUNC-OK
              GO TO 0230-EXCLUIR-FIM
           END-IF.
           PERFORM 0260-CARREGAR-DEPENDENTES.
           DISPLAY "SEQUENCIA DO DEPENDENTE A EXCLUIR: "
             ACCEPT WRK-SEQ.
           IF WRK-SEQ EQUAL ZEROS
              DISPLAY "SEQUENCIA INVALIDA - NAO GRAVADO"
              GO TO 0230-EXCLUIR-FIM
           END-IF.
           IF NOT WRK-DEP-GRAVADO(WRK-SEQ)
              OR WRK-DEP-ATIVO(WRK-SEQ) NOT EQUAL "S"
              DISPLAY "SEQUENCIA " WRK-SEQ " NAO ESTA ATIVA - "
                      "NAO GRAVADO"
              GO TO 0230-EXCLUIR-FIM
           END-IF.
      *-------- A LINHA DE EXCLUSAO LEVA OS DADOS DO DEPENDENTE PARA
      *-------- O HISTORICO FICAR LEGIVEL
           MOVE WRK-DEP-NOME(WRK-SEQ)   TO WRK-NOME.
           MOVE WRK-DEP-NASC(WRK-SEQ)   TO WRK-NASCIMENTO.
           MOVE WRK-DEP-PARENT(WRK-SEQ) TO WRK-PARENTESCO.
           MOVE WRK-DEP-CPF(WRK-SEQ)    TO WRK-CPF.
           MOVE "N" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "DEPENDENTE " WRK-SEQ " EXCLUIDO - DEIXA DE "
                   "DEDUZIR NO IRRF".

       0230-EXCLUIR-FIM.
           EXIT.

       0240-GRAVAR-LINHA            SECTION.
           OPEN EXTEND DEPEND.
           IF FS-DEPEND EQUAL 35
              OPEN OUTPUT DEPEND
           END-IF.
           IF FS-DEPEND NOT EQUAL 00
              DISPLAY "ERRO AO ABRIR O DEPEND.txt - STATUS "
                      FS-DEPEND
              GO TO 0240-GRAVAR-FIM
           END-IF.
           MOVE SPACES         TO REG-DEPEND.
           MOVE WRK-CODIGO     TO DEP-CODIGO-FUNC.
           MOVE WRK-SEQ        TO DEP-SEQ.
           MOVE WRK-NOME       TO DEP-NOME.
           MOVE WRK-NASCIMENTO TO DEP-NASCIMENTO.
           MOVE WRK-PARENTESCO TO DEP-PARENTESCO.
           MOVE WRK-CPF        TO DEP-CPF.
           MOVE WRK-ATIVO      TO DEP-ATIVO.
           WRITE REG-DEPEND.
           CLOSE DEPEND.

       0240-GRAVAR-FIM.
           EXIT.

       0250-PEDIR-FUNCIONARIO       SECTION.
      *-------- O FUNCIONARIO PRECISA EXISTIR NO ARQFUNC
           MOVE "N" TO WRK-SW-FUNC.
           DISPLAY "CODIGO DO FUNCIONARIO: "
             ACCEPT WRK-CODIGO.
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              DISPLAY "ARQFUNC INDISPONIVEL - STATUS " FS-ARQFUNC
              GO TO 0250-PEDIR-FIM
           END-IF.
           READ ARQFUNC
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
                      OR WRK-FUNC-OK
              IF REG-CODIGO EQUAL WRK-CODIGO
                 SET WRK-FUNC-OK TO TRUE
                 MOVE REG-NOME TO WRK-NOME-FUNC
              ELSE
                 READ ARQFUNC
              END-IF
           END-PERFORM.
           CLOSE ARQFUNC.
           IF NOT WRK-FUNC-OK
              DISPLAY "FUNCIONARIO " WRK-CODIGO " NAO CADASTRADO"
           END-IF.

       0250-PEDIR-FIM.
           EXIT.

       0260-CARREGAR-DEPENDENTES    SECTION.
      *-------- HISTORICO: A ULTIMA LINHA DA SEQUENCIA E A QUE VALE
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 99
              MOVE "N" TO WRK-DEP-TEM(WRK-IDX)
           END-PERFORM.
           OPEN INPUT DEPEND.
           IF FS-DEPEND NOT EQUAL 00
              GO TO 0260-CARREGAR-FIM
           END-IF.
           READ DEPEND
           PERFORM UNTIL FS-DEPEND NOT EQUAL 00
              IF DEP-CODIGO-FUNC EQUAL WRK-CODIGO
                 AND DEP-SEQ GREATER ZEROS
                 MOVE "S"            TO WRK-DEP-TEM(DEP-SEQ)
                 MOVE DEP-NOME       TO WRK-DEP-NOME(DEP-SEQ)
                 MOVE DEP-NASCIMENTO TO WRK-DEP-NASC(DEP-SEQ)
                 MOVE DEP-PARENTESCO TO WRK-DEP-PARENT(DEP-SEQ)
                 MOVE DEP-CPF        TO WRK-DEP-CPF(DEP-SEQ)
                 MOVE DEP-ATIVO      TO WRK-DEP-ATIVO(DEP-SEQ)
                 IF DEP-SEQ GREATER WRK-ULTIMA-SEQ
                    MOVE DEP-SEQ TO WRK-ULTIMA-SEQ
                 END-IF
              END-IF
              READ DEPEND
           END-PERFORM.
           CLOSE DEPEND.

       0260-CARREGAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "DEPEND.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DEPEND.
