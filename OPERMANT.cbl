       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DO VINCULO OPERADOR X FUNCIONARIO
      *           (OPERFUNC.txt), NO MOLDE DO SETMANT: LIGA O CODIGO
      *           DO OPERADOR DO CAIXA (OPERADOR.txt, O MESMO DO
      *           DET-OPERADOR DAS VENDAS) AO REG-CODIGO DO ARQFUNC,
      *           PARA O COMISSAO GRAVAR A COMISSAO DO MES POR
      *           FUNCIONARIO E O FOLHAVAR LEVA-LA A FOLHA, NO LUGAR
      *           DE ALGUEM REDIGITAR O RESUMO IMPRESSO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO SETORES.txt:
      *              VALE A ULTIMA LINHA DE CADA OPERADOR;
      *              DESVINCULAR GRAVA UMA LINHA COM O FUNCIONARIO
      *              0000. O OPERADOR E CONFERIDO NO OPERADOR.txt (SE
      *              O CADASTRO AINDA NAO EXISTE, AVISA E ACEITA, COMO
      *              O OPSIGNON) E O FUNCIONARIO PRECISA ESTAR ATIVO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT OPERADOR ASSIGN TO WRK-PATH-OPERADOR
             FILE STATUS IS FS-OPERADOR.

           SELECT OPERFUNC ASSIGN TO WRK-PATH-OPERFUNC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-OPERFUNC.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  OPERADOR.
       01  REG-OPERADOR.
           05 OP-CODIGO      PIC X(08).
           05 FILLER         PIC X(01).
           05 OP-SENHA       PIC X(08).
           05 FILLER         PIC X(01).
           05 OP-PERFIL      PIC X(01).

       FD  OPERFUNC.
       COPY "OPFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-OPERADOR  PIC 9(02) VALUE ZEROS.
       77  FS-OPERFUNC  PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-LISTAR       VALUE 1.
           88 WRK-OPC-VINCULAR     VALUE 2.
           88 WRK-OPC-DESVINCULAR  VALUE 3.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-FUNC     PIC X(20) VALUE SPACES.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       77  WRK-SW-OPER       PIC X(01) VALUE "N".
           88 WRK-OPERADOR-OK       VALUE "S".
       77  WRK-SW-FUNC       PIC X(01) VALUE "N".
           88 WRK-FUNC-OK           VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-OPERADOR PIC X(60) VALUE SPACES.
       01  WRK-PATH-OPERFUNC PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "VINCULO OPERADOR X FUNCIONARIO".
           DISPLAY "1 - LISTAR VINCULOS".
           DISPLAY "2 - VINCULAR OPERADOR A FUNCIONARIO".
           DISPLAY "3 - DESVINCULAR OPERADOR".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-LISTAR
                 PERFORM 0210-LISTAR
              WHEN WRK-OPC-VINCULAR
                 PERFORM 0220-VINCULAR
              WHEN WRK-OPC-DESVINCULAR
                 PERFORM 0230-DESVINCULAR
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-LISTAR                  SECTION.
      *-------- HISTORICO: A ULTIMA LINHA DE CADA OPERADOR E A QUE
      *-------- VALE - A LISTAGEM MOSTRA TODAS, NA ORDEM GRAVADA
           MOVE ZEROS TO WRK-ACUM-LIDOS.
           OPEN INPUT OPERFUNC.
           IF FS-OPERFUNC NOT EQUAL 00
              DISPLAY "NENHUM VINCULO GRAVADO AINDA"
           ELSE
              READ OPERFUNC
              PERFORM UNTIL FS-OPERFUNC NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 DISPLAY "OPERADOR " OPF-OPERADOR
                         " FUNCIONARIO " OPF-CODIGO-FUNC
                         " DESDE " OPF-DATA
                 READ OPERFUNC
              END-PERFORM
              CLOSE OPERFUNC
              DISPLAY "TOTAL DE LINHAS: " WRK-ACUM-LIDOS
           END-IF.

       0220-VINCULAR                SECTION.
           DISPLAY "CODIGO DO OPERADOR: "
             ACCEPT WRK-OPERADOR.
           PERFORM 0250-CONFERIR-OPERADOR.
           IF NOT WRK-OPERADOR-OK
              GO TO 0220-VINCULAR-FIM
           END-IF.
           DISPLAY "CODIGO DO FUNCIONARIO: "
             ACCEPT WRK-CODIGO.
           PERFORM 0260-CONFERIR-FUNCIONARIO.
           IF NOT WRK-FUNC-OK
              GO TO 0220-VINCULAR-FIM
           END-IF.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "OPERADOR " WRK-OPERADOR " VINCULADO A "
                   WRK-CODIGO " " WRK-NOME-FUNC.

       0220-VINCULAR-FIM.
           EXIT.

       0230-DESVINCULAR             SECTION.
           DISPLAY "CODIGO DO OPERADOR A DESVINCULAR: "
             ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
              DISPLAY "OPERADOR EM BRANCO - NAO GRAVADO"
              GO TO 0230-DESVINCULAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-CODIGO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "OPERADOR " WRK-OPERADOR " DESVINCULADO - A "
                   "COMISSAO DELE SAI NA LISTA DE SEM FUNCIONARIO".

       0230-DESVINCULAR-FIM.
           EXIT.

       0240-GRAVAR-LINHA            SECTION.
           OPEN EXTEND OPERFUNC.
           IF FS-OPERFUNC EQUAL 35
              OPEN OUTPUT OPERFUNC
           END-IF.
           IF FS-OPERFUNC NOT EQUAL 00
              DISPLAY "ERRO AO ABRIR O OPERFUNC.txt - STATUS "
                      FS-OPERFUNC
              GO TO 0240-GRAVAR-FIM
           END-IF.
           MOVE SPACES        TO REG-OPERFUNC.
           MOVE WRK-OPERADOR  TO OPF-OPERADOR.
           MOVE WRK-CODIGO    TO OPF-CODIGO-FUNC.
           MOVE WRK-DATA-HOJE TO OPF-DATA.
           WRITE REG-OPERFUNC.
           CLOSE OPERFUNC.

       0240-GRAVAR-FIM.
           EXIT.

       0250-CONFERIR-OPERADOR       SECTION.
           MOVE "N" TO WRK-SW-OPER.
           IF WRK-OPERADOR EQUAL SPACES
              DISPLAY "OPERADOR EM BRANCO - NAO GRAVADO"
              GO TO 0250-CONFERIR-FIM
           END-IF.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT EQUAL 00
              DISPLAY "CADASTRO DE OPERADORES AINDA NAO IMPLANTADO - "
                      "OPERADOR ACEITO SEM CONFERENCIA"
              SET WRK-OPERADOR-OK TO TRUE
              GO TO 0250-CONFERIR-FIM
           END-IF.
           READ OPERADOR
           PERFORM UNTIL FS-OPERADOR NOT EQUAL 00
                      OR WRK-OPERADOR-OK
              IF OP-CODIGO EQUAL WRK-OPERADOR
                 SET WRK-OPERADOR-OK TO TRUE
              ELSE
                 READ OPERADOR
              END-IF
           END-PERFORM.
           CLOSE OPERADOR.
           IF NOT WRK-OPERADOR-OK
              DISPLAY "OPERADOR " WRK-OPERADOR " NAO CADASTRADO - "
                      "NAO GRAVADO"
           END-IF.

       0250-CONFERIR-FIM.
           EXIT.

       0260-CONFERIR-FUNCIONARIO    SECTION.
      *-------- SO FUNCIONARIO ATIVO RECEBE COMISSAO NA FOLHA
           MOVE "N" TO WRK-SW-FUNC.
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              DISPLAY "ARQFUNC INDISPONIVEL - STATUS " FS-ARQFUNC
              GO TO 0260-CONFERIR-FIM
           END-IF.
           READ ARQFUNC
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
                      OR WRK-FUNC-OK
              IF REG-CODIGO EQUAL WRK-CODIGO
                 AND NOT REG-FUNC-DESLIGADO
                 SET WRK-FUNC-OK TO TRUE
                 MOVE REG-NOME TO WRK-NOME-FUNC
              ELSE
                 READ ARQFUNC
              END-IF
           END-PERFORM.
           CLOSE ARQFUNC.
           IF NOT WRK-FUNC-OK
              DISPLAY "FUNCIONARIO " WRK-CODIGO " NAO CADASTRADO OU "
                      "DESLIGADO - NAO GRAVADO"
           END-IF.

       0260-CONFERIR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "OPERADOR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-OPERADOR.
           MOVE "OPERFUNC.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-OPERFUNC.
