       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DEPARTAMENTOS E CATEGORIAS
      *           DE PRODUTO (CATEGORIA.DAT, LAYOUT CATCOPY): LISTAR,
      *           INCLUIR DEPARTAMENTO, INCLUIR CATEGORIA (AMARRADA A
      *           UM DEPARTAMENTO) E ALTERAR. O PRODMANT PEDE A
      *           CATEGORIA DE CADA PRODUTO E O CATREL TOTALIZA O MES
      *           POR CATEGORIA E DEPARTAMENTO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: NAO HA EXCLUSAO - PRODUTOS APONTAM PARA A
      *              CATEGORIA; PARA DESATIVAR, RENOMEAR. CATEGORIA
      *              000 E RESERVADA PARA PRODUTO SEM CATEGORIA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CATEGORIA ASSIGN TO WRK-PATH-CATEGORIA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CAT-CHAVE
             FILE STATUS IS FS-CATEGORIA.


       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORIA.
       COPY "CATCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CATEGORIA PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CATMANT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CATEGORIA".

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-LISTAR       VALUE 1.
           88 WRK-OPC-INC-DEPTO    VALUE 2.
           88 WRK-OPC-INC-CATEG    VALUE 3.
           88 WRK-OPC-ALT-DEPTO    VALUE 4.
           88 WRK-OPC-ALT-CATEG    VALUE 5.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-CODIGO        PIC 9(03) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-DEPTO         PIC 9(03) VALUE ZEROS.
       77  WRK-DEPTO-NOME    PIC X(20) VALUE SPACES.
       77  WRK-SW-DEPTO      PIC X(01) VALUE "N".
           88 WRK-DEPTO-OK          VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-DEPTOS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-CATEGS   PIC 9(04) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CATEGORIA PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
      *--------------------------------------------------------------
      *-------- ABRE EM I-O; SE O ARQUIVO AINDA NAO EXISTIR, CRIA
      *-------- VAZIO E REABRE, IGUAL AO PRODMANT
      *--------------------------------------------------------------
           OPEN I-O CATEGORIA.
           IF FS-CATEGORIA EQUAL 35
              OPEN OUTPUT CATEGORIA
              CLOSE CATEGORIA
              OPEN I-O CATEGORIA
           END-IF.
           IF FS-CATEGORIA NOT EQUAL 00
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "MANUTENCAO DE DEPARTAMENTOS E CATEGORIAS".
           DISPLAY "1 - LISTAR DEPARTAMENTOS E CATEGORIAS".
           DISPLAY "2 - INCLUIR DEPARTAMENTO".
           DISPLAY "3 - INCLUIR CATEGORIA".
           DISPLAY "4 - ALTERAR DEPARTAMENTO".
           DISPLAY "5 - ALTERAR CATEGORIA".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-LISTAR
                 PERFORM 0210-LISTAR
              WHEN WRK-OPC-INC-DEPTO
                 PERFORM 0220-INCLUIR-DEPTO
              WHEN WRK-OPC-INC-CATEG
                 PERFORM 0230-INCLUIR-CATEG
              WHEN WRK-OPC-ALT-DEPTO
                 PERFORM 0240-ALTERAR-DEPTO
              WHEN WRK-OPC-ALT-CATEG
                 PERFORM 0250-ALTERAR-CATEG
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-LISTAR                  SECTION.
      *--------------------------------------------------------------
      *-------- CADA DEPARTAMENTO SEGUIDO DAS SUAS CATEGORIAS; NO FIM
      *-------- AS CATEGORIAS CUJO DEPARTAMENTO NAO EXISTE MAIS
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-DEPTOS WRK-ACUM-CATEGS.
           MOVE "D"   TO CAT-TIPO.
           MOVE ZEROS TO CAT-CODIGO.
           START CATEGORIA KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
                MOVE 10 TO FS-CATEGORIA
           END-START.
           IF FS-CATEGORIA EQUAL 00
              READ CATEGORIA NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CATEGORIA NOT EQUAL 00
                      OR NOT CAT-DEPARTAMENTO
              ADD 1 TO WRK-ACUM-DEPTOS
              MOVE CAT-CODIGO    TO WRK-DEPTO
              MOVE CAT-DESCRICAO TO WRK-DEPTO-NOME
              DISPLAY "DEPARTAMENTO " WRK-DEPTO " " WRK-DEPTO-NOME
              PERFORM 0215-LISTAR-CATEGORIAS
      *-------- REPOSICIONA NO DEPARTAMENTO SEGUINTE
              MOVE "D"       TO CAT-TIPO
              MOVE WRK-DEPTO TO CAT-CODIGO
              START CATEGORIA KEY IS GREATER THAN CAT-CHAVE
                INVALID KEY
                   MOVE 10 TO FS-CATEGORIA
              END-START
              IF FS-CATEGORIA EQUAL 00
                 READ CATEGORIA NEXT RECORD
              END-IF
           END-PERFORM.
           DISPLAY "CATEGORIAS SEM DEPARTAMENTO CADASTRADO:".
           MOVE ZEROS TO FS-CATEGORIA.
           MOVE "C"   TO CAT-TIPO.
           MOVE ZEROS TO CAT-CODIGO.
           START CATEGORIA KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
                MOVE 10 TO FS-CATEGORIA
           END-START.
           IF FS-CATEGORIA EQUAL 00
              READ CATEGORIA NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CATEGORIA NOT EQUAL 00
                      OR NOT CAT-CATEGORIA
              MOVE CAT-DEPTO TO WRK-DEPTO
              PERFORM 0260-VALIDAR-DEPTO
              IF NOT WRK-DEPTO-OK
                 ADD 1 TO WRK-ACUM-CATEGS
                 DISPLAY "   CATEGORIA " CAT-CODIGO " "
                         CAT-DESCRICAO " (DEPTO " CAT-DEPTO ")"
              END-IF
              READ CATEGORIA NEXT RECORD
           END-PERFORM.
           DISPLAY "TOTAL DE DEPARTAMENTOS: " WRK-ACUM-DEPTOS.
           DISPLAY "TOTAL DE CATEGORIAS...: " WRK-ACUM-CATEGS.
           MOVE ZEROS TO FS-CATEGORIA.

       0215-LISTAR-CATEGORIAS       SECTION.
      *-------- VARRE AS CATEGORIAS PROCURANDO AS DO DEPARTAMENTO
           MOVE "C"   TO CAT-TIPO.
           MOVE ZEROS TO CAT-CODIGO.
           START CATEGORIA KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
                GO TO 0215-LISTAR-FIM
           END-START.
           READ CATEGORIA NEXT RECORD
           PERFORM UNTIL FS-CATEGORIA NOT EQUAL 00
                      OR NOT CAT-CATEGORIA
              IF CAT-DEPTO EQUAL WRK-DEPTO
                 ADD 1 TO WRK-ACUM-CATEGS
                 DISPLAY "   CATEGORIA " CAT-CODIGO " "
                         CAT-DESCRICAO
              END-IF
              READ CATEGORIA NEXT RECORD
           END-PERFORM.

       0215-LISTAR-FIM.
           MOVE ZEROS TO FS-CATEGORIA.

       0220-INCLUIR-DEPTO           SECTION.
           DISPLAY "CODIGO DO DEPARTAMENTO (001-999): "
             ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
              DISPLAY "CODIGO NAO PODE SER ZERO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "DESCRICAO........................: "
             ACCEPT WRK-DESCRICAO.
           MOVE "D"           TO CAT-TIPO.
           MOVE WRK-CODIGO    TO CAT-CODIGO.
           MOVE WRK-DESCRICAO TO CAT-DESCRICAO.
           MOVE ZEROS         TO CAT-DEPTO.
           WRITE REG-CATEGORIA
             INVALID KEY
                DISPLAY "DEPARTAMENTO " WRK-CODIGO " JA CADASTRADO"
             NOT INVALID KEY
                DISPLAY "DEPARTAMENTO " WRK-CODIGO " INCLUIDO"
           END-WRITE.

       0220-INCLUIR-FIM.
           EXIT.

       0230-INCLUIR-CATEG           SECTION.
           DISPLAY "CODIGO DA CATEGORIA (001-999): "
             ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
              DISPLAY "CATEGORIA 000 E RESERVADA - NAO GRAVADO"
              GO TO 0230-INCLUIR-FIM
           END-IF.
           DISPLAY "DESCRICAO.....................: "
             ACCEPT WRK-DESCRICAO.
           DISPLAY "DEPARTAMENTO..................: "
             ACCEPT WRK-DEPTO.
           PERFORM 0260-VALIDAR-DEPTO.
           IF NOT WRK-DEPTO-OK
              DISPLAY "DEPARTAMENTO " WRK-DEPTO
                      " NAO CADASTRADO - NAO GRAVADO"
              GO TO 0230-INCLUIR-FIM
           END-IF.
           MOVE "C"           TO CAT-TIPO.
           MOVE WRK-CODIGO    TO CAT-CODIGO.
           MOVE WRK-DESCRICAO TO CAT-DESCRICAO.
           MOVE WRK-DEPTO     TO CAT-DEPTO.
           WRITE REG-CATEGORIA
             INVALID KEY
                DISPLAY "CATEGORIA " WRK-CODIGO " JA CADASTRADA"
             NOT INVALID KEY
                DISPLAY "CATEGORIA " WRK-CODIGO " INCLUIDA NO "
                        "DEPARTAMENTO " WRK-DEPTO-NOME
           END-WRITE.

       0230-INCLUIR-FIM.
           EXIT.

       0240-ALTERAR-DEPTO           SECTION.
           DISPLAY "CODIGO DO DEPARTAMENTO: "
             ACCEPT WRK-CODIGO.
           MOVE "D"        TO CAT-TIPO.
           MOVE WRK-CODIGO TO CAT-CODIGO.
           READ CATEGORIA
             INVALID KEY
                DISPLAY "DEPARTAMENTO " WRK-CODIGO " NAO ENCONTRADO"
             NOT INVALID KEY
                DISPLAY "DESCRICAO ATUAL. " CAT-DESCRICAO
                DISPLAY "NOVA DESCRICAO.."
                  ACCEPT CAT-DESCRICAO
                REWRITE REG-CATEGORIA
                  INVALID KEY
                     DISPLAY "ERRO AO ALTERAR O DEPARTAMENTO "
                             WRK-CODIGO
                  NOT INVALID KEY
                     DISPLAY "DEPARTAMENTO " WRK-CODIGO " ALTERADO"
                END-REWRITE
           END-READ.

       0250-ALTERAR-CATEG           SECTION.
           DISPLAY "CODIGO DA CATEGORIA: "
             ACCEPT WRK-CODIGO.
           MOVE "C"        TO CAT-TIPO.
           MOVE WRK-CODIGO TO CAT-CODIGO.
           READ CATEGORIA
             INVALID KEY
                DISPLAY "CATEGORIA " WRK-CODIGO " NAO ENCONTRADA"
                GO TO 0250-ALTERAR-FIM
           END-READ.
           DISPLAY "DESCRICAO ATUAL.... " CAT-DESCRICAO.
           DISPLAY "DEPARTAMENTO ATUAL. " CAT-DEPTO.
           MOVE CAT-DESCRICAO TO WRK-DESCRICAO.
           DISPLAY "NOVA DESCRICAO....."
             ACCEPT WRK-DESCRICAO.
           DISPLAY "NOVO DEPARTAMENTO.."
             ACCEPT WRK-DEPTO.
           PERFORM 0260-VALIDAR-DEPTO.
           IF NOT WRK-DEPTO-OK
              DISPLAY "DEPARTAMENTO " WRK-DEPTO
                      " NAO CADASTRADO - NADA ALTERADO"
              GO TO 0250-ALTERAR-FIM
           END-IF.
      *-------- A VALIDACAO LEU O DEPARTAMENTO: RELE A CATEGORIA
           MOVE "C"        TO CAT-TIPO.
           MOVE WRK-CODIGO TO CAT-CODIGO.
           READ CATEGORIA
             INVALID KEY
                DISPLAY "CATEGORIA " WRK-CODIGO " NAO ENCONTRADA"
                GO TO 0250-ALTERAR-FIM
           END-READ.
           MOVE WRK-DESCRICAO TO CAT-DESCRICAO.
           MOVE WRK-DEPTO     TO CAT-DEPTO.
           REWRITE REG-CATEGORIA
             INVALID KEY
                DISPLAY "ERRO AO ALTERAR A CATEGORIA " WRK-CODIGO
             NOT INVALID KEY
                DISPLAY "CATEGORIA " WRK-CODIGO " ALTERADA"
           END-REWRITE.

       0250-ALTERAR-FIM.
           EXIT.

       0260-VALIDAR-DEPTO           SECTION.
           MOVE "N"       TO WRK-SW-DEPTO.
           MOVE SPACES    TO WRK-DEPTO-NOME.
           MOVE "D"       TO CAT-TIPO.
           MOVE WRK-DEPTO TO CAT-CODIGO.
           READ CATEGORIA
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET WRK-DEPTO-OK TO TRUE
                MOVE CAT-DESCRICAO TO WRK-DEPTO-NOME
           END-READ.

       0300-FINALIZAR               SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CATEGORIA.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CATEGORIA.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CATEGORIA.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CATEGORIA.
