       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTABC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RODADA MENSAL DA CURVA ABC E DO ESTOQUE MINIMO -
      *           CLASSIFICA CADA PRODUTO COM FICHA DE ESTOQUE EM A/B/C
      *           PELA PARTICIPACAO NO FATURAMENTO DOS ULTIMOS N MESES
      *           (RESUMOS VENDRES_AAAAMM DO VENDMENS) E PROPOE UM NOVO
      *           MINIMO = DEMANDA MEDIA DIARIA X PRAZO DE ENTREGA DO
      *           FORNECEDOR X FATOR DE SEGURANCA DA CLASSE. O PRAZO E
      *           O OBSERVADO: MEDIA DE DIAS DA EMISSAO DO PEDIDO
      *           (PEDCOMP.DAT) ATE A ULTIMA ENTREGA (RECEBNF.txt DO
      *           ESTRECEB), DO FORNECEDOR DO PEDIDO MAIS RECENTE DO
      *           PRODUTO. AS PROPOSTAS QUE MUDAM O MINIMO VAO PARA O
      *           ESTMINPR.txt, REVISADO E APROVADO PELO SUPERVISOR NO
      *           ESTMINAP - SO ENTAO A FICHA E ALTERADA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CLASSE A = PRODUTOS QUE SOMAM OS PRIMEIROS 80%
      *              DO FATURAMENTO, B = ATE 95%, C = O RESTO (E QUEM
      *              NAO VENDEU). O VENDRES TRAZ A DESCRICAO, NAO O
      *              CODIGO: O PRODUTO E ACHADO PELA DESCRICAO DO
      *              CADASTRO. PRODUTO SEM PEDIDO RECEBIDO USA O PRAZO
      *              PADRAO INFORMADO. CADA RODADA RECRIA O
      *              ESTMINPR.txt (PROPOSTA NAO APROVADA DA RODADA
      *              ANTERIOR E DESCARTADA). ATE 500 PRODUTOS.
      *              IMPRESSO PELO MODULO RELPRINT
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT VENDRES ASSIGN TO WRK-VENDRES-PATH
             FILE STATUS IS FS-VENDRES.

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT RECEBNF ASSIGN TO WRK-PATH-RECEBNF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RECEBNF.

           SELECT ESTMINPR ASSIGN TO WRK-PATH-ESTMINPR
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTMINPR.


       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

      *-------- LINHA DO RESUMO MENSAL, COMO O VENDMENS GRAVA
       FD  VENDRES.
       01  REG-VENDRES.
           05 VRS-POSICAO    PIC 9(03).
           05 FILLER         PIC X(01).
           05 VRS-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 VRS-QTD-ED     PIC -ZZZZ9.
           05 FILLER         PIC X(01).
           05 VRS-VALOR-ED   PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(14).

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  RECEBNF.
       COPY "RCBCOPY.cpy".

       FD  ESTMINPR.
       COPY "MNPCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-VENDRES   PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-RECEBNF   PIC 9(02) VALUE ZEROS.
       77  FS-ESTMINPR  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ESTABC".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ESTOQUE.DAT".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-VENDRES-PATH  PIC X(60) VALUE SPACES.

      *-------------- PARAMETROS DA RODADA ---------------------------
       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-MESES         PIC 9(02) VALUE ZEROS.
       77  WRK-PRAZO-PADRAO  PIC 9(03) VALUE ZEROS.
       77  WRK-FATOR-A       PIC 9(01)V99 VALUE ZEROS.
       77  WRK-FATOR-B       PIC 9(01)V99 VALUE ZEROS.
       77  WRK-FATOR-C       PIC 9(01)V99 VALUE ZEROS.

      *-------------- MES CORRENTE DA VARREDURA ----------------------
       01  WRK-MES-CORR.
           05 WRK-MC-ANO     PIC 9(04).
           05 WRK-MC-MES     PIC 9(02).
       01  WRK-MES-CORR-N REDEFINES WRK-MES-CORR PIC 9(06).
       77  WRK-MES-INICIAL   PIC 9(06) VALUE ZEROS.
       77  WRK-CONT-MES      PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-MESES    PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-PERIODO  PIC 9(04) VALUE ZEROS.

      *-------------- CONTAGEM DE DIAS (MODULO DATAADD) --------------
       77  WRK-DATA-DE       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATE      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-DIAS          PIC 9(04) VALUE ZEROS.

      *-------------- CADASTRO DE PRODUTOS (DESCRICAO -> CODIGO) -----
       77  WRK-ACUM-PRD      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PRD.
           05 WRK-PRD-ENTRY OCCURS 500 TIMES.
              10 WRK-PRD-CODIGO    PIC 9(04).
              10 WRK-PRD-DESCRICAO PIC X(20).

      *-------------- PRODUTOS COM FICHA (CURVA E PROPOSTA) ----------
       77  WRK-ACUM-ABC      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ABC.
           05 WRK-ABC-ENTRY OCCURS 500 TIMES.
              10 WRK-ABC-CODIGO    PIC 9(04).
              10 WRK-ABC-MINIMO    PIC 9(05).
              10 WRK-ABC-QTD       PIC S9(07).
              10 WRK-ABC-VALOR     PIC S9(09)V99.
              10 WRK-ABC-FORN      PIC 9(04).
              10 WRK-ABC-EMISSAO   PIC 9(08).
       01  WRK-TROCA             PIC X(42).

      *-------------- ULTIMA ENTREGA DE CADA PEDIDO (RECEBNF) --------
       77  WRK-ACUM-PRC      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PRC.
           05 WRK-PRC-ENTRY OCCURS 5000 TIMES.
              10 WRK-PRC-PEDIDO  PIC 9(06).
              10 WRK-PRC-DATA    PIC 9(08).

      *-------------- PRAZO OBSERVADO POR FORNECEDOR -----------------
       77  WRK-ACUM-FPZ      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FPZ.
           05 WRK-FPZ-ENTRY OCCURS 300 TIMES.
              10 WRK-FPZ-FORN    PIC 9(04).
              10 WRK-FPZ-DIAS    PIC 9(07).
              10 WRK-FPZ-PEDIDOS PIC 9(05).

       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX2          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ABC       PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-PRC       PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-FPZ       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-TRANSB     PIC X(01) VALUE "N".
           88 WRK-TRANSBORDOU       VALUE "S".
       77  WRK-SW-PEDCOMP    PIC X(01) VALUE "N".
           88 WRK-PEDCOMP-OK        VALUE "S".
       77  WRK-PRODUTO       PIC 9(04) VALUE ZEROS.

      *-------------- LINHA DO RESUMO LIDA ---------------------------
       77  WRK-QTD-LIDA      PIC S9(05) VALUE ZEROS.
       77  WRK-VALOR-LIDO    PIC S9(08)V99 VALUE ZEROS.

      *-------------- CLASSIFICACAO E PROPOSTA -----------------------
       77  WRK-TOTAL-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PCT-ANTES     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PCT-ITEM      PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CLASSE        PIC X(01) VALUE SPACES.
       77  WRK-FATOR         PIC 9(01)V99 VALUE ZEROS.
       77  WRK-QTD-POSITIVA  PIC 9(07) VALUE ZEROS.
       77  WRK-DEMANDA       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PRAZO         PIC 9(03) VALUE ZEROS.
       77  WRK-CALC-MINIMO   PIC 9(07)V9999 VALUE ZEROS.
       77  WRK-PROPOSTO      PIC 9(05) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LINHAS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEM-COD  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-A        PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-B        PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-C        PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PROPOSTAS PIC 9(04) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-PCT-ED        PIC ZZ9,99.
       77  WRK-QTD-ED        PIC -ZZZZZZ9.
       77  WRK-DEMANDA-ED    PIC ZZZZ9,99.
       77  WRK-FATOR-ED      PIC 9,99.
       77  WRK-MINIMO-ED     PIC ZZZZ9.
       77  WRK-PROPOSTO-ED   PIC ZZZZ9.
       77  WRK-VALOR-ED      PIC -ZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-RECEBNF  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTMINPR PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "CURVA ABC E PROPOSTA DE ESTOQUE MINIMO".
           DISPLAY "ULTIMO MES DA BASE (AAAAMM, 0 = MES ANTERIOR): "
             ACCEPT WRK-AAAAMM.
           IF WRK-AAAAMM EQUAL ZEROS
              MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-CORR
              PERFORM 0180-MES-ANTERIOR
              MOVE WRK-MES-CORR TO WRK-AAAAMM
           END-IF.
           DISPLAY "QUANTOS MESES DE VENDA (1 A 12, 0 = 3): "
             ACCEPT WRK-MESES.
           IF WRK-MESES EQUAL ZEROS OR WRK-MESES GREATER 12
              MOVE 3 TO WRK-MESES
           END-IF.
           DISPLAY "PRAZO PADRAO SEM HISTORICO (DIAS, 0 = 7): "
             ACCEPT WRK-PRAZO-PADRAO.
           IF WRK-PRAZO-PADRAO EQUAL ZEROS
              MOVE 7 TO WRK-PRAZO-PADRAO
           END-IF.
           DISPLAY "FATOR DE SEGURANCA CLASSE A (0 = 1,50): "
             ACCEPT WRK-FATOR-A.
           IF WRK-FATOR-A EQUAL ZEROS
              MOVE 1,50 TO WRK-FATOR-A
           END-IF.
           DISPLAY "FATOR DE SEGURANCA CLASSE B (0 = 1,25): "
             ACCEPT WRK-FATOR-B.
           IF WRK-FATOR-B EQUAL ZEROS
              MOVE 1,25 TO WRK-FATOR-B
           END-IF.
           DISPLAY "FATOR DE SEGURANCA CLASSE C (0 = 1,00): "
             ACCEPT WRK-FATOR-C.
           IF WRK-FATOR-C EQUAL ZEROS
              MOVE 1,00 TO WRK-FATOR-C
           END-IF.
      *-------- PRIMEIRO MES DA BASE = ULTIMO MENOS (N - 1)
           MOVE WRK-AAAAMM TO WRK-MES-CORR.
           PERFORM VARYING WRK-CONT-MES FROM 2 BY 1
                   UNTIL WRK-CONT-MES GREATER WRK-MESES
              PERFORM 0180-MES-ANTERIOR
           END-PERFORM.
           MOVE WRK-MES-CORR TO WRK-MES-INICIAL.

           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              MOVE "FICHA DE ESTOQUE NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "CADASTRO DE PRODUTOS NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "PRODUTOS.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PRODUTOS TO FS-ESTOQUE
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP EQUAL 00
              SET WRK-PEDCOMP-OK TO TRUE
           ELSE
              DISPLAY "SEM PEDIDOS DE COMPRA (PEDCOMP.DAT) - TODOS "
                      "OS PRODUTOS COM O PRAZO PADRAO"
           END-IF.

       0180-MES-ANTERIOR            SECTION.
           IF WRK-MC-MES GREATER 1
              SUBTRACT 1 FROM WRK-MC-MES
           ELSE
              MOVE 12 TO WRK-MC-MES
              SUBTRACT 1 FROM WRK-MC-ANO
           END-IF.

       0190-MES-SEGUINTE            SECTION.
           IF WRK-MC-MES LESS 12
              ADD 1 TO WRK-MC-MES
           ELSE
              MOVE 1 TO WRK-MC-MES
              ADD 1 TO WRK-MC-ANO
           END-IF.

       0200-PROCESSAR               SECTION.
           PERFORM 0210-CARREGAR-CADASTROS.
           PERFORM 0220-LER-RESUMOS.
           IF WRK-PEDCOMP-OK
              PERFORM 0230-CARREGAR-ENTREGAS
              PERFORM 0240-APURAR-PRAZOS
           END-IF.
           PERFORM 0250-ORDENAR-CURVA.
           PERFORM 0260-CLASSIFICAR-E-PROPOR.

       0210-CARREGAR-CADASTROS      SECTION.
           READ PRODUTOS NEXT RECORD
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
              IF WRK-ACUM-PRD LESS 500
                 ADD 1 TO WRK-ACUM-PRD
                 MOVE PROD-CODIGO    TO WRK-PRD-CODIGO(WRK-ACUM-PRD)
                 MOVE PROD-DESCRICAO
                   TO WRK-PRD-DESCRICAO(WRK-ACUM-PRD)
              END-IF
              READ PRODUTOS NEXT RECORD
           END-PERFORM.
           READ ESTOQUE NEXT RECORD
           PERFORM UNTIL FS-ESTOQUE NOT EQUAL 00
              IF WRK-ACUM-ABC LESS 500
                 ADD 1 TO WRK-ACUM-ABC
                 MOVE EST-CODIGO TO WRK-ABC-CODIGO(WRK-ACUM-ABC)
                 MOVE EST-MINIMO TO WRK-ABC-MINIMO(WRK-ACUM-ABC)
                 MOVE ZEROS      TO WRK-ABC-QTD(WRK-ACUM-ABC)
                                    WRK-ABC-VALOR(WRK-ACUM-ABC)
                                    WRK-ABC-FORN(WRK-ACUM-ABC)
                                    WRK-ABC-EMISSAO(WRK-ACUM-ABC)
              ELSE
                 DISPLAY "MAIS DE 500 FICHAS - PRODUTO " EST-CODIGO
                         " FORA DA CURVA"
              END-IF
              READ ESTOQUE NEXT RECORD
           END-PERFORM.

       0220-LER-RESUMOS             SECTION.
      *--------------------------------------------------------------
      *-------- UM VENDRES_AAAAMM POR MES DA BASE; MES SEM RESUMO E
      *-------- AVISADO E NAO ENTRA NA CONTA DOS DIAS
      *--------------------------------------------------------------
           MOVE WRK-MES-INICIAL TO WRK-MES-CORR.
           PERFORM VARYING WRK-CONT-MES FROM 1 BY 1
                   UNTIL WRK-CONT-MES GREATER WRK-MESES
              PERFORM 0221-LER-UM-MES
              PERFORM 0190-MES-SEGUINTE
           END-PERFORM.
           IF WRK-ACUM-MESES EQUAL ZEROS
              DISPLAY "NENHUM RESUMO MENSAL (VENDRES) NO PERIODO - "
                      "RODE O VENDMENS DOS MESES"
           END-IF.

       0221-LER-UM-MES              SECTION.
           MOVE SPACES TO WRK-VENDRES-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "VENDRES_"   DELIMITED BY SIZE
                  WRK-MES-CORR DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-VENDRES-PATH.
           OPEN INPUT VENDRES.
           IF FS-VENDRES NOT EQUAL 00
              DISPLAY "MES " WRK-MES-CORR " SEM RESUMO (VENDRES) - "
                      "FORA DA BASE"
              GO TO 0221-LER-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-MESES.
      *-------- DIAS DO MES: DO DIA 1 DESTE ATE O DIA 1 DO SEGUINTE
           COMPUTE WRK-DATA-DE = WRK-MES-CORR-N * 100 + 1.
           PERFORM 0190-MES-SEGUINTE.
           COMPUTE WRK-DATA-ATE = WRK-MES-CORR-N * 100 + 1.
           PERFORM 0180-MES-ANTERIOR.
           PERFORM 0280-CONTAR-DIAS.
           ADD WRK-DIAS TO WRK-DIAS-PERIODO.
           READ VENDRES
           PERFORM UNTIL FS-VENDRES NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LINHAS
              PERFORM 0222-SOMAR-LINHA
              READ VENDRES
           END-PERFORM.
           CLOSE VENDRES.

       0221-LER-FIM.
           EXIT.

       0222-SOMAR-LINHA             SECTION.
           MOVE ZEROS TO WRK-PRODUTO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-PRD
                      OR WRK-PRODUTO GREATER ZEROS
              IF WRK-PRD-DESCRICAO(WRK-IDX) EQUAL VRS-NOME
                 MOVE WRK-PRD-CODIGO(WRK-IDX) TO WRK-PRODUTO
              END-IF
           END-PERFORM.
           IF WRK-PRODUTO EQUAL ZEROS
              ADD 1 TO WRK-ACUM-SEM-COD
              GO TO 0222-SOMAR-FIM
           END-IF.
           PERFORM 0270-ACHAR-FICHA.
           IF WRK-IDX-ABC EQUAL ZEROS
              GO TO 0222-SOMAR-FIM
           END-IF.
           MOVE VRS-QTD-ED   TO WRK-QTD-LIDA.
           MOVE VRS-VALOR-ED TO WRK-VALOR-LIDO.
           ADD WRK-QTD-LIDA   TO WRK-ABC-QTD(WRK-IDX-ABC).
           ADD WRK-VALOR-LIDO TO WRK-ABC-VALOR(WRK-IDX-ABC).

       0222-SOMAR-FIM.
           EXIT.

       0230-CARREGAR-ENTREGAS       SECTION.
      *--------------------------------------------------------------
      *-------- O RECEBNF.txt E CRONOLOGICO: A ULTIMA LINHA DE CADA
      *-------- PEDIDO E A DATA DA ENTREGA, COMO NO FORSCORE
      *--------------------------------------------------------------
           OPEN INPUT RECEBNF.
           IF FS-RECEBNF NOT EQUAL 00
              DISPLAY "SEM ITENS RECEBIDOS (RECEBNF.txt) - TODOS "
                      "OS PRODUTOS COM O PRAZO PADRAO"
              GO TO 0230-CARREGAR-FIM
           END-IF.
           READ RECEBNF
           PERFORM UNTIL FS-RECEBNF NOT EQUAL 00
              IF RCB-PEDIDO GREATER ZEROS
                 PERFORM 0231-GUARDAR-ENTREGA
              END-IF
              READ RECEBNF
           END-PERFORM.
           CLOSE RECEBNF.

       0230-CARREGAR-FIM.
           EXIT.

       0231-GUARDAR-ENTREGA         SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-PRC FROM 1 BY 1
                   UNTIL WRK-IDX-PRC GREATER WRK-ACUM-PRC
                      OR WRK-ACHOU
              IF WRK-PRC-PEDIDO(WRK-IDX-PRC) EQUAL RCB-PEDIDO
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-PRC
           ELSE
              IF WRK-ACUM-PRC NOT LESS 5000
                 SET WRK-TRANSBORDOU TO TRUE
                 GO TO 0231-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-ACUM-PRC
              MOVE WRK-ACUM-PRC TO WRK-IDX-PRC
              MOVE RCB-PEDIDO   TO WRK-PRC-PEDIDO(WRK-IDX-PRC)
           END-IF.
           MOVE RCB-DATA TO WRK-PRC-DATA(WRK-IDX-PRC).

       0231-GUARDAR-FIM.
           EXIT.

       0240-APURAR-PRAZOS           SECTION.
      *--------------------------------------------------------------
      *-------- PRAZO DE CADA PEDIDO ENTREGUE = DIAS DA EMISSAO ATE A
      *-------- ULTIMA ENTREGA, SOMADO NO FORNECEDOR; CADA PRODUTO
      *-------- GUARDA O FORNECEDOR DO SEU PEDIDO MAIS RECENTE
      *--------------------------------------------------------------
           READ PEDCOMP NEXT RECORD
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
              IF NOT PED-CANCELADO
                 MOVE PED-PRODUTO TO WRK-PRODUTO
                 PERFORM 0270-ACHAR-FICHA
                 IF WRK-IDX-ABC GREATER ZEROS
                    AND PED-DATA-EMISSAO NOT LESS
                        WRK-ABC-EMISSAO(WRK-IDX-ABC)
                    MOVE PED-FORNECEDOR
                      TO WRK-ABC-FORN(WRK-IDX-ABC)
                    MOVE PED-DATA-EMISSAO
                      TO WRK-ABC-EMISSAO(WRK-IDX-ABC)
                 END-IF
                 IF PED-QTD-RECEB GREATER ZEROS
                    PERFORM 0241-SOMAR-PRAZO
                 END-IF
              END-IF
              READ PEDCOMP NEXT RECORD
           END-PERFORM.

       0241-SOMAR-PRAZO             SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-PRC FROM 1 BY 1
                   UNTIL WRK-IDX-PRC GREATER WRK-ACUM-PRC
                      OR WRK-ACHOU
              IF WRK-PRC-PEDIDO(WRK-IDX-PRC) EQUAL PED-NUMERO
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              GO TO 0241-SOMAR-FIM
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-PRC.
           MOVE PED-DATA-EMISSAO          TO WRK-DATA-DE.
           MOVE WRK-PRC-DATA(WRK-IDX-PRC) TO WRK-DATA-ATE.
           PERFORM 0280-CONTAR-DIAS.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-FPZ FROM 1 BY 1
                   UNTIL WRK-IDX-FPZ GREATER WRK-ACUM-FPZ
                      OR WRK-ACHOU
              IF WRK-FPZ-FORN(WRK-IDX-FPZ) EQUAL PED-FORNECEDOR
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-FPZ
           ELSE
              IF WRK-ACUM-FPZ NOT LESS 300
                 SET WRK-TRANSBORDOU TO TRUE
                 GO TO 0241-SOMAR-FIM
              END-IF
              ADD 1 TO WRK-ACUM-FPZ
              MOVE WRK-ACUM-FPZ   TO WRK-IDX-FPZ
              MOVE PED-FORNECEDOR TO WRK-FPZ-FORN(WRK-IDX-FPZ)
              MOVE ZEROS          TO WRK-FPZ-DIAS(WRK-IDX-FPZ)
                                     WRK-FPZ-PEDIDOS(WRK-IDX-FPZ)
           END-IF.
           ADD WRK-DIAS TO WRK-FPZ-DIAS(WRK-IDX-FPZ).
           ADD 1        TO WRK-FPZ-PEDIDOS(WRK-IDX-FPZ).

       0241-SOMAR-FIM.
           EXIT.

       0250-ORDENAR-CURVA           SECTION.
      *-------- FATURAMENTO DECRESCENTE (TROCA SIMPLES)
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER OR EQUAL WRK-ACUM-ABC
              PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                      UNTIL WRK-IDX2 GREATER OR EQUAL WRK-ACUM-ABC
                 IF WRK-ABC-VALOR(WRK-IDX2) LESS
                    WRK-ABC-VALOR(WRK-IDX2 + 1)
                    MOVE WRK-ABC-ENTRY(WRK-IDX2)     TO WRK-TROCA
                    MOVE WRK-ABC-ENTRY(WRK-IDX2 + 1)
                      TO WRK-ABC-ENTRY(WRK-IDX2)
                    MOVE WRK-TROCA TO WRK-ABC-ENTRY(WRK-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE ZEROS TO WRK-TOTAL-VALOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ABC
              IF WRK-ABC-VALOR(WRK-IDX) GREATER ZEROS
                 ADD WRK-ABC-VALOR(WRK-IDX) TO WRK-TOTAL-VALOR
              END-IF
           END-PERFORM.

       0260-CLASSIFICAR-E-PROPOR    SECTION.
           OPEN OUTPUT ESTMINPR.
           IF FS-ESTMINPR NOT EQUAL 00
              MOVE "PROPOSTA (ESTMINPR) NAO ABRIU " TO WRK-MSG-ERRO
              MOVE "ESTMINPR.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESTMINPR TO FS-ESTOQUE
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "CURVA ABC E ESTOQUE MINIMO" TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "PROD CL %FAT    QTD PERIODO  DEM/DIA PRZ FATOR"
                                         DELIMITED BY SIZE
                  "  MIN.ATU MIN.PROP"   DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE ZEROS TO WRK-ACUM-VALOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ABC
              PERFORM 0261-PROPOR-PRODUTO
           END-PERFORM.
           CLOSE ESTMINPR.

       0261-PROPOR-PRODUTO          SECTION.
      *-------- CLASSE PELO ACUMULADO ANTES DO ITEM: O PRIMEIRO DA
      *-------- CURVA E SEMPRE A
           MOVE ZEROS TO WRK-PCT-ANTES WRK-PCT-ITEM.
           IF WRK-TOTAL-VALOR GREATER ZEROS
              COMPUTE WRK-PCT-ANTES ROUNDED
                    = WRK-ACUM-VALOR * 100 / WRK-TOTAL-VALOR
           END-IF.
           IF WRK-ABC-VALOR(WRK-IDX) GREATER ZEROS
              ADD WRK-ABC-VALOR(WRK-IDX) TO WRK-ACUM-VALOR
              COMPUTE WRK-PCT-ITEM ROUNDED
                    = WRK-ABC-VALOR(WRK-IDX) * 100 / WRK-TOTAL-VALOR
           END-IF.
           EVALUATE TRUE
              WHEN WRK-ABC-VALOR(WRK-IDX) NOT GREATER ZEROS
                 MOVE "C" TO WRK-CLASSE
              WHEN WRK-PCT-ANTES LESS 80
                 MOVE "A" TO WRK-CLASSE
              WHEN WRK-PCT-ANTES LESS 95
                 MOVE "B" TO WRK-CLASSE
              WHEN OTHER
                 MOVE "C" TO WRK-CLASSE
           END-EVALUATE.
           EVALUATE WRK-CLASSE
              WHEN "A"
                 ADD 1 TO WRK-ACUM-A
                 MOVE WRK-FATOR-A TO WRK-FATOR
              WHEN "B"
                 ADD 1 TO WRK-ACUM-B
                 MOVE WRK-FATOR-B TO WRK-FATOR
              WHEN OTHER
                 ADD 1 TO WRK-ACUM-C
                 MOVE WRK-FATOR-C TO WRK-FATOR
           END-EVALUATE.
      *-------- DEMANDA MEDIA DIARIA DO PERIODO (LIQUIDA DE ESTORNO)
           MOVE ZEROS TO WRK-QTD-POSITIVA WRK-DEMANDA.
           IF WRK-ABC-QTD(WRK-IDX) GREATER ZEROS
              MOVE WRK-ABC-QTD(WRK-IDX) TO WRK-QTD-POSITIVA
           END-IF.
           IF WRK-DIAS-PERIODO GREATER ZEROS
              COMPUTE WRK-DEMANDA ROUNDED
                    = WRK-QTD-POSITIVA / WRK-DIAS-PERIODO
           END-IF.
      *-------- PRAZO OBSERVADO DO FORNECEDOR, ARREDONDADO PARA CIMA
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.
           PERFORM VARYING WRK-IDX-FPZ FROM 1 BY 1
                   UNTIL WRK-IDX-FPZ GREATER WRK-ACUM-FPZ
              IF WRK-FPZ-FORN(WRK-IDX-FPZ) EQUAL WRK-ABC-FORN(WRK-IDX)
                 AND WRK-ABC-FORN(WRK-IDX) GREATER ZEROS
                 AND WRK-FPZ-PEDIDOS(WRK-IDX-FPZ) GREATER ZEROS
                 COMPUTE WRK-PRAZO
                       = (WRK-FPZ-DIAS(WRK-IDX-FPZ)
                       +  WRK-FPZ-PEDIDOS(WRK-IDX-FPZ) - 1)
                       / WRK-FPZ-PEDIDOS(WRK-IDX-FPZ)
                 IF WRK-PRAZO EQUAL ZEROS
                    MOVE 1 TO WRK-PRAZO
                 END-IF
              END-IF
           END-PERFORM.
      *-------- MINIMO = DEMANDA X PRAZO X FATOR, PARA CIMA
           COMPUTE WRK-CALC-MINIMO
                 = WRK-DEMANDA * WRK-PRAZO * WRK-FATOR.
           COMPUTE WRK-PROPOSTO = WRK-CALC-MINIMO + 0,9999
             ON SIZE ERROR
                MOVE 99999 TO WRK-PROPOSTO
           END-COMPUTE.

           MOVE WRK-PCT-ITEM           TO WRK-PCT-ED.
           MOVE WRK-ABC-QTD(WRK-IDX)   TO WRK-QTD-ED.
           MOVE WRK-DEMANDA            TO WRK-DEMANDA-ED.
           MOVE WRK-FATOR              TO WRK-FATOR-ED.
           MOVE WRK-ABC-MINIMO(WRK-IDX) TO WRK-MINIMO-ED.
           MOVE WRK-PROPOSTO           TO WRK-PROPOSTO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-ABC-CODIGO(WRK-IDX) DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WRK-CLASSE             DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WRK-PCT-ED             DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WRK-QTD-ED             DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WRK-DEMANDA-ED         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WRK-PRAZO              DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WRK-FATOR-ED           DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WRK-MINIMO-ED          DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WRK-PROPOSTO-ED        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-PROPOSTO EQUAL WRK-ABC-MINIMO(WRK-IDX)
              GO TO 0261-PROPOR-FIM
           END-IF.
           MOVE SPACES                  TO REG-ESTMINPR.
           MOVE WRK-DATA-HOJE           TO MNP-DATA.
           MOVE WRK-ABC-CODIGO(WRK-IDX) TO MNP-PRODUTO.
           MOVE WRK-CLASSE              TO MNP-CLASSE.
           MOVE WRK-PCT-ITEM            TO MNP-PCT-RECEITA.
           MOVE WRK-QTD-POSITIVA        TO MNP-QTD-PERIODO.
           MOVE WRK-DEMANDA             TO MNP-DEMANDA-DIA.
           MOVE WRK-PRAZO               TO MNP-PRAZO.
           MOVE WRK-FATOR               TO MNP-FATOR.
           MOVE WRK-ABC-MINIMO(WRK-IDX) TO MNP-MINIMO-ATUAL.
           MOVE WRK-PROPOSTO            TO MNP-MINIMO-PROPOSTO.
           SET MNP-PENDENTE             TO TRUE.
           WRITE REG-ESTMINPR.
           ADD 1 TO WRK-ACUM-PROPOSTAS.

       0261-PROPOR-FIM.
           EXIT.

       0270-ACHAR-FICHA             SECTION.
           MOVE ZEROS TO WRK-IDX-ABC.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 GREATER WRK-ACUM-ABC
                      OR WRK-IDX-ABC GREATER ZEROS
              IF WRK-ABC-CODIGO(WRK-IDX2) EQUAL WRK-PRODUTO
                 MOVE WRK-IDX2 TO WRK-IDX-ABC
              END-IF
           END-PERFORM.

       0280-CONTAR-DIAS             SECTION.
      *--------------------------------------------------------------
      *-------- DIAS DE WRK-DATA-DE ATE WRK-DATA-ATE, ANDANDO DIA A
      *-------- DIA (MODULO DATAADD), COMO NO FORSCORE
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-DIAS.
           PERFORM UNTIL WRK-DATA-DE GREATER OR EQUAL WRK-DATA-ATE
                      OR WRK-DIAS GREATER OR EQUAL 9999
              CALL "DATAADD" USING WRK-DATA-DE WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-DE
              ADD 1 TO WRK-DIAS
           END-PERFORM.

       0300-FINALIZAR               SECTION.
           CLOSE ESTOQUE.
           CLOSE PRODUTOS.
           IF WRK-PEDCOMP-OK
              CLOSE PEDCOMP
           END-IF.
           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "BASE " WRK-MES-INICIAL " A " WRK-AAAAMM
                  " (" WRK-ACUM-MESES " MES(ES), " WRK-DIAS-PERIODO
                  " DIAS) FATURADO " WRK-VALOR-ED
                  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "CLASSE A: " WRK-ACUM-A "  B: " WRK-ACUM-B
                  "  C: " WRK-ACUM-C
                  "  PROPOSTAS PARA APROVAR: " WRK-ACUM-PROPOSTAS
                  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-ACUM-SEM-COD GREATER ZEROS
              DISPLAY WRK-ACUM-SEM-COD " LINHA(S) DO VENDRES SEM "
                      "PRODUTO DE MESMA DESCRICAO NO CADASTRO"
           END-IF.
           IF WRK-TRANSBORDOU
              DISPLAY "*** TABELA DE PEDIDOS/FORNECEDORES CHEIA - "
                      "PRAZO APURADO SOBRE PARTE DO HISTORICO ***"
           END-IF.
           DISPLAY "PROPOSTAS GRAVADAS NO ESTMINPR.txt: "
                   WRK-ACUM-PROPOSTAS " - APROVAR NO ESTMINAP".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ESTOQUE.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "RECEBNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RECEBNF.
           MOVE "ESTMINPR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTMINPR.
