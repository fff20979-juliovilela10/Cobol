       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DO CADASTRO DE BENEFICIOS (BENEFIC.txt),
      *           NO MOLDE DO DEPMANT: PARA CADA FUNCIONARIO DO
      *           ARQFUNC, AS LINHAS DO VALE-TRANSPORTE (TARIFA DO
      *           DIA DE CADA CONDUCAO) E O VALE-REFEICAO (VALOR DO
      *           DIA E PERCENTUAL DESCONTADO), CADA UMA COM O SEU
      *           FORNECEDOR DO FORNECED.DAT. A COMPRA DO MES E O
      *           DESCONTO EM FOLHA SAEM DO BENEFMES
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO DEPEND.txt:
      *              VALE A ULTIMA LINHA DE CADA FUNCIONARIO +
      *              SEQUENCIA; ALTERAR GRAVA A SEQUENCIA DE NOVO E
      *              EXCLUIR GRAVA UMA LINHA COM O FLAG "N". SEQUENCIA
      *              00 NA INCLUSAO PEGA A PROXIMA LIVRE. O DESCONTO
      *              DO VALE-REFEICAO VAI ATE 20% (PAT)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT BENEFIC ASSIGN TO WRK-PATH-BENEFIC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BENEFIC.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  BENEFIC.
       COPY "BNFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-BENEFIC   PIC 9(02) VALUE ZEROS.

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
       77  WRK-TIPO          PIC X(01) VALUE SPACES.
           88 WRK-TIPO-TRANSPORTE   VALUE "T".
           88 WRK-TIPO-REFEICAO     VALUE "R".
           88 WRK-TIPO-OK           VALUE "T" "R".
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-VALOR-DIA     PIC 9(04)V99 VALUE ZEROS.
       77  WRK-PERC-DESC     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PERC-MAX-VR   PIC 9(02)V99 VALUE 20.
       77  WRK-ATIVO         PIC X(01) VALUE SPACES.
       77  WRK-SW-FORN       PIC X(01) VALUE "N".
           88 WRK-FORN-OK           VALUE "S".
       77  WRK-VALOR-ED      PIC ZZZ9,99.
       77  WRK-PERC-ED       PIC Z9,99.

      *-------------- SITUACAO ATUAL DOS BENEFICIOS DO FUNCIONARIO --
      *-------- A ULTIMA LINHA DE CADA SEQUENCIA SOBREPOE A ANTERIOR
       01  WRK-TAB-BNF.
           05 WRK-BNF-ENTRY OCCURS 99 TIMES.
              10 WRK-BNF-TEM        PIC X(01).
                 88 WRK-BNF-GRAVADO        VALUE "S".
              10 WRK-BNF-TIPO       PIC X(01).
              10 WRK-BNF-FORN       PIC 9(04).
              10 WRK-BNF-DESCR      PIC X(20).
              10 WRK-BNF-VALOR      PIC 9(04)V99.
              10 WRK-BNF-PERC       PIC 9(02)V99.
              10 WRK-BNF-ATIVO      PIC X(01).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMA-SEQ    PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ATIVOS   PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-VR       PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-BENEFIC  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "MANUTENCAO DE BENEFICIOS (VT E VR)".
           DISPLAY "1 - LISTAR BENEFICIOS DO FUNCIONARIO".
           DISPLAY "2 - INCLUIR/ALTERAR BENEFICIO".
           DISPLAY "3 - EXCLUIR BENEFICIO".
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
           PERFORM 0260-CARREGAR-BENEFICIOS.
           MOVE ZEROS TO WRK-ACUM-ATIVOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 99
              IF WRK-BNF-GRAVADO(WRK-IDX)
                 AND WRK-BNF-ATIVO(WRK-IDX) EQUAL "S"
                 ADD 1 TO WRK-ACUM-ATIVOS
                 MOVE WRK-BNF-VALOR(WRK-IDX) TO WRK-VALOR-ED
                 MOVE WRK-BNF-PERC(WRK-IDX)  TO WRK-PERC-ED
                 DISPLAY "SEQ " WRK-IDX(2:2)
                         " TIPO " WRK-BNF-TIPO(WRK-IDX)
                         " FORN " WRK-BNF-FORN(WRK-IDX)
                         " " WRK-BNF-DESCR(WRK-IDX)
                         " DIA " WRK-VALOR-ED
                         " DESC% " WRK-PERC-ED
              END-IF
           END-PERFORM.
           DISPLAY "BENEFICIOS ATIVOS DE " WRK-NOME-FUNC ": "
                   WRK-ACUM-ATIVOS.

       0210-LISTAR-FIM.
           EXIT.

       0220-INCLUIR                 SECTION.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF NOT WRK-FUNC-OK
              GO TO 0220-INCLUIR-FIM
           END-IF.
           PERFORM 0260-CARREGAR-BENEFICIOS.
           DISPLAY "SEQUENCIA (00 = NOVO BENEFICIO): "
             ACCEPT WRK-SEQ.
           IF WRK-SEQ EQUAL ZEROS
              IF WRK-ULTIMA-SEQ NOT LESS 99
                 DISPLAY "FUNCIONARIO SEM SEQUENCIA LIVRE - "
                         "NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
              COMPUTE WRK-SEQ = WRK-ULTIMA-SEQ + 1
           ELSE
              IF NOT WRK-BNF-GRAVADO(WRK-SEQ)
                 DISPLAY "SEQUENCIA " WRK-SEQ " NAO CADASTRADA - "
                         "NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
           END-IF.

           DISPLAY "TIPO (T=VALE-TRANSPORTE R=VALE-REFEICAO): "
             ACCEPT WRK-TIPO.
           IF NOT WRK-TIPO-OK
              DISPLAY "TIPO INVALIDO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
      *-------- UM SO VALE-REFEICAO ATIVO POR FUNCIONARIO; O
      *-------- TRANSPORTE PODE TER QUANTAS CONDUCOES PRECISAR
           IF WRK-TIPO-REFEICAO
              MOVE ZEROS TO WRK-ACUM-VR
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER 99
                 IF WRK-BNF-GRAVADO(WRK-IDX)
                    AND WRK-BNF-ATIVO(WRK-IDX) EQUAL "S"
                    AND WRK-BNF-TIPO(WRK-IDX) EQUAL "R"
                    AND WRK-IDX NOT EQUAL WRK-SEQ
                    ADD 1 TO WRK-ACUM-VR
                 END-IF
              END-PERFORM
              IF WRK-ACUM-VR GREATER ZEROS
                 DISPLAY "FUNCIONARIO JA TEM VALE-REFEICAO ATIVO - "
                         "ALTERE A SEQUENCIA EXISTENTE"
                 GO TO 0220-INCLUIR-FIM
              END-IF
           END-IF.

           DISPLAY "CODIGO DO FORNECEDOR........: "
             ACCEPT WRK-FORNECEDOR.
           PERFORM 0270-CONFERIR-FORNECEDOR.
           IF NOT WRK-FORN-OK
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "DESCRICAO (LINHA/CARTAO)....: "
             ACCEPT WRK-DESCRICAO.
           IF WRK-DESCRICAO EQUAL SPACES
              DISPLAY "DESCRICAO EM BRANCO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "VALOR POR DIA (9999,99).....: "
             ACCEPT WRK-VALOR-DIA.
           IF WRK-VALOR-DIA NOT GREATER ZEROS
              DISPLAY "VALOR DO DIA INVALIDO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           MOVE ZEROS TO WRK-PERC-DESC.
           IF WRK-TIPO-REFEICAO
              DISPLAY "PERCENTUAL DESCONTADO (99,99): "
                ACCEPT WRK-PERC-DESC
              IF WRK-PERC-DESC GREATER WRK-PERC-MAX-VR
                 DISPLAY "DESCONTO DO VALE-REFEICAO ACIMA DE 20% - "
                         "NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
           END-IF.

           MOVE "S" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "BENEFICIO " WRK-SEQ " DO FUNCIONARIO "
                   WRK-CODIGO " GRAVADO".

       0220-INCLUIR-FIM.
           EXIT.

       0230-EXCLUIR                 SECTION.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF NOT WRK-FUNC-OK
              GO TO 0230-EXCLUIR-FIM
           END-IF.
           PERFORM 0260-CARREGAR-BENEFICIOS.
           DISPLAY "SEQUENCIA DO BENEFICIO A EXCLUIR: "
             ACCEPT WRK-SEQ.
           IF WRK-SEQ EQUAL ZEROS
              DISPLAY "SEQUENCIA INVALIDA - NAO GRAVADO"
              GO TO 0230-EXCLUIR-FIM
           END-IF.
           IF NOT WRK-BNF-GRAVADO(WRK-SEQ)
              OR WRK-BNF-ATIVO(WRK-SEQ) NOT EQUAL "S"
              DISPLAY "SEQUENCIA " WRK-SEQ " NAO ESTA ATIVA - "
                      "NAO GRAVADO"
              GO TO 0230-EXCLUIR-FIM
           END-IF.
      *-------- A LINHA DE EXCLUSAO LEVA OS DADOS DO BENEFICIO PARA
      *-------- O HISTORICO FICAR LEGIVEL
           MOVE WRK-BNF-TIPO(WRK-SEQ)  TO WRK-TIPO.
           MOVE WRK-BNF-FORN(WRK-SEQ)  TO WRK-FORNECEDOR.
           MOVE WRK-BNF-DESCR(WRK-SEQ) TO WRK-DESCRICAO.
           MOVE WRK-BNF-VALOR(WRK-SEQ) TO WRK-VALOR-DIA.
           MOVE WRK-BNF-PERC(WRK-SEQ)  TO WRK-PERC-DESC.
           MOVE "N" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "BENEFICIO " WRK-SEQ " EXCLUIDO - SAI DA "
                   "PROXIMA COMPRA".

       0230-EXCLUIR-FIM.
           EXIT.

       0240-GRAVAR-LINHA            SECTION.
           OPEN EXTEND BENEFIC.
           IF FS-BENEFIC EQUAL 35
              OPEN OUTPUT BENEFIC
           END-IF.
           IF FS-BENEFIC NOT EQUAL 00
              DISPLAY "ERRO AO ABRIR O BENEFIC.txt - STATUS "
                      FS-BENEFIC
              GO TO 0240-GRAVAR-FIM
           END-IF.
           MOVE SPACES         TO REG-BENEFIC.
           MOVE WRK-CODIGO     TO BNF-CODIGO-FUNC.
           MOVE WRK-SEQ        TO BNF-SEQ.
           MOVE WRK-TIPO       TO BNF-TIPO.
           MOVE WRK-FORNECEDOR TO BNF-FORNECEDOR.
           MOVE WRK-DESCRICAO  TO BNF-DESCRICAO.
           MOVE WRK-VALOR-DIA  TO BNF-VALOR-DIA.
           MOVE WRK-PERC-DESC  TO BNF-PERC-DESC.
           MOVE WRK-ATIVO      TO BNF-ATIVO.
           WRITE REG-BENEFIC.
           CLOSE BENEFIC.

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

       0260-CARREGAR-BENEFICIOS     SECTION.
      *-------- HISTORICO: A ULTIMA LINHA DA SEQUENCIA E A QUE VALE
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 99
              MOVE "N" TO WRK-BNF-TEM(WRK-IDX)
           END-PERFORM.
           OPEN INPUT BENEFIC.
           IF FS-BENEFIC NOT EQUAL 00
              GO TO 0260-CARREGAR-FIM
           END-IF.
           READ BENEFIC
           PERFORM UNTIL FS-BENEFIC NOT EQUAL 00
              IF BNF-CODIGO-FUNC EQUAL WRK-CODIGO
                 AND BNF-SEQ GREATER ZEROS
                 MOVE "S"            TO WRK-BNF-TEM(BNF-SEQ)
                 MOVE BNF-TIPO       TO WRK-BNF-TIPO(BNF-SEQ)
                 MOVE BNF-FORNECEDOR TO WRK-BNF-FORN(BNF-SEQ)
                 MOVE BNF-DESCRICAO  TO WRK-BNF-DESCR(BNF-SEQ)
                 MOVE BNF-VALOR-DIA  TO WRK-BNF-VALOR(BNF-SEQ)
                 MOVE BNF-PERC-DESC  TO WRK-BNF-PERC(BNF-SEQ)
                 MOVE BNF-ATIVO      TO WRK-BNF-ATIVO(BNF-SEQ)
                 IF BNF-SEQ GREATER WRK-ULTIMA-SEQ
                    MOVE BNF-SEQ TO WRK-ULTIMA-SEQ
                 END-IF
              END-IF
              READ BENEFIC
           END-PERFORM.
           CLOSE BENEFIC.

       0260-CARREGAR-FIM.
           EXIT.

       0270-CONFERIR-FORNECEDOR     SECTION.
      *-------- O FORNECEDOR DO VALE PRECISA ESTAR NO FORNMANT
           MOVE "N" TO WRK-SW-FORN.
           OPEN INPUT FORNECED.
           IF FS-FORNECED NOT EQUAL 00
              DISPLAY "FORNECED.DAT INDISPONIVEL - STATUS "
                      FS-FORNECED
              GO TO 0270-CONFERIR-FIM
           END-IF.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ FORNECED
             INVALID KEY
                DISPLAY "FORNECEDOR " WRK-FORNECEDOR " NAO "
                        "CADASTRADO NO FORNMANT - NAO GRAVADO"
             NOT INVALID KEY
                SET WRK-FORN-OK TO TRUE
                DISPLAY "FORNECEDOR: " FOR-NOME
           END-READ.
           CLOSE FORNECED.

       0270-CONFERIR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "BENEFIC.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BENEFIC.
