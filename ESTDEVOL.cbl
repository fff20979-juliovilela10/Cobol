       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTDEVOL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: DEVOLUCAO DE COMPRA AO FORNECEDOR - CONTRA A NOTA
      *           DE RECEBIMENTO ORIGINAL (RECEBNF.txt), DEVOLVE
      *           ITENS AVARIADOS OU DE LOTE RECUSADO: SUBTRAI DA
      *           FICHA DE ESTOQUE (ESTOQUE.DAT) E DO LOTE DO
      *           PERECIVEL (LOTES.DAT), REGISTRA O MOVIMENTO NO
      *           LIVRO (MODULO ESTMVLOG, TIPO "DEV"), GRAVA O ITEM
      *           NO DEVFORN.txt, ABATE O VALOR DO TITULO DA NOTA NO
      *           CONTAS A PAGAR (CONTASPAG.DAT) E IMPRIME O
      *           DOCUMENTO DE DEVOLUCAO QUE ACOMPANHA A MERCADORIA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SO DEVOLVE ATE O QUE A NOTA TROUXE, DESCONTADAS
      *              AS DEVOLUCOES ANTERIORES DA MESMA NOTA; O VALOR
      *              E O CUSTO UNITARIO DO RECEBIMENTO. TITULO DA NOTA
      *              JA PAGO OU MENOR QUE A DEVOLUCAO: A SOBRA ABATE
      *              OS OUTROS TITULOS EM ABERTO DO FORNECEDOR E O
      *              RESTO SAI NO DOCUMENTO COMO DEBITO A COMPENSAR.
      *              O CUSTO MEDIO DA FICHA NAO MUDA (SAIDA). SO COM O
      *              MES ABERTO NO CONTROLE DE PERIODO (MODULO PERCHK)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT LOTES ASSIGN TO WRK-PATH-LOTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LOT-CHAVE
             FILE STATUS IS FS-LOTES.

           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT RECEBNF ASSIGN TO WRK-PATH-RECEBNF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RECEBNF.

           SELECT DEVFORN ASSIGN TO WRK-PATH-DEVFORN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-DEVFORN.


       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  LOTES.
       COPY "LOTCOPY.cpy".

       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  RECEBNF.
       COPY "RCBCOPY.cpy".

       FD  DEVFORN.
       COPY "DEVCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-LOTES     PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-RECEBNF   PIC 9(02) VALUE ZEROS.
       77  FS-DEVFORN   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ESTDEVOL".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ESTOQUE.DAT".

       77  WRK-SW-LOTES      PIC X(01) VALUE "N".
           88 WRK-LOTES-OK          VALUE "S".
       77  WRK-SW-CONTASPAG  PIC X(01) VALUE "N".
           88 WRK-CONTASPAG-OK      VALUE "S".
       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-OK       VALUE "S".
       77  WRK-SW-DEVFORN    PIC X(01) VALUE "N".
           88 WRK-DEVFORN-OK        VALUE "S".
       77  WRK-SW-MAIS       PIC X(01) VALUE "S".
           88 WRK-MAIS-DEVOLUCOES   VALUE "S" "s".
       77  WRK-SW-FIM-ITENS  PIC X(01) VALUE "N".
           88 WRK-FIM-ITENS         VALUE "S".
       77  WRK-SW-PERECIVEL  PIC X(01) VALUE "N".
           88 WRK-E-PERECIVEL       VALUE "S".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUM-DEV       PIC 9(06) VALUE ZEROS.
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-FOR      PIC X(20) VALUE SPACES.
       77  WRK-NOTA          PIC 9(09) VALUE ZEROS.
       77  WRK-PRODUTO       PIC 9(04) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-LOTE          PIC X(10) VALUE SPACES.
       77  WRK-QTD-DEV       PIC 9(05) VALUE ZEROS.
       77  WRK-DISPONIVEL    PIC S9(06) VALUE ZEROS.
       77  WRK-MOTIVO        PIC X(01) VALUE SPACES.
           88 WRK-MOTIVO-VALIDO     VALUE "A" "L" "O".
       77  WRK-MOTIVO-DESC   PIC X(14) VALUE SPACES.
       77  WRK-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.

      *-------------- ITENS DA NOTA ORIGINAL (RECEBNF.txt) -----------
       77  WRK-ACUM-ITN      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ITN.
           05 WRK-ITN-ITEM OCCURS 50 TIMES.
              10 WRK-ITN-PRODUTO  PIC 9(04).
              10 WRK-ITN-LOTE     PIC X(10).
              10 WRK-ITN-QTD      PIC 9(05).
              10 WRK-ITN-DEVOL    PIC 9(05).
              10 WRK-ITN-CUSTO    PIC 9(05)V99.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.
       77  WRK-SW-TRANSB     PIC X(01) VALUE "N".
           88 WRK-TRANSBORDOU       VALUE "S".

      *-------------- ABATIMENTO NO CONTAS A PAGAR -------------------
       77  WRK-A-ABATER      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ABATIDO-NOTA  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ABATIDO-OUTROS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARCELA       PIC 9(09)V99 VALUE ZEROS.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK         VALUE "S".

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------------- LIVRO DE MOVIMENTOS (MODULO ESTMVLOG) ----------
       77  WRK-MOV-TIPO      PIC X(03) VALUE SPACES.
       77  WRK-MOV-SINAL     PIC X(01) VALUE SPACES.
       77  WRK-MOV-QTD       PIC 9(05) VALUE ZEROS.
       77  WRK-MOV-DOCTO     PIC 9(09) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ITENS-DOC     PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-DOC     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-DOCS     PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-PENDENTE PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-QTD-ED        PIC ZZ.ZZ9.
       77  WRK-CUSTO-ED      PIC ZZ.ZZ9,99.
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTES    PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-RECEBNF  PIC X(60) VALUE SPACES.
       01  WRK-PATH-DEVFORN  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "DEVOLUCAO AO FORNECEDOR - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
                      "ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *-------- MES FECHADO NAO RECEBE MOVIMENTO (PERMANT)
           CALL "PERCHK" USING WRK-DATA-HOJE WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES DE " WRK-DATA-HOJE " FECHADO NO "
                      "CONTROLE DE PERIODO - DEVOLUCAO NAO PERMITIDA"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              MOVE "FICHA DE ESTOQUE NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED NOT EQUAL 00
              MOVE "CADASTRO DE FORNECEDOR FALTOU " TO WRK-MSG-ERRO
              MOVE "FORNECED.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FORNECED TO FS-ESTOQUE
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-OK TO TRUE
           END-IF.
      *-------- SEM LOTES.DAT NAO HA PERECIVEL PARA DEVOLVER
           OPEN I-O LOTES.
           IF FS-LOTES EQUAL 00
              SET WRK-LOTES-OK TO TRUE
           ELSE
              DISPLAY "LOTES.DAT NAO ABRIU - STATUS " FS-LOTES
                      " - PERECIVEL NAO PODE SER DEVOLVIDO"
           END-IF.
      *-------- SEM CONTAS A PAGAR TODA A DEVOLUCAO SAI COMO DEBITO
      *-------- A COMPENSAR NO DOCUMENTO
           OPEN I-O CONTASPAG.
           IF FS-CONTASPAG EQUAL 00
              SET WRK-CONTASPAG-OK TO TRUE
           ELSE
              DISPLAY "CONTASPAG.DAT NAO ABRIU - STATUS "
                      FS-CONTASPAG " - VALOR SAI COMO DEBITO A "
                      "COMPENSAR"
           END-IF.
           PERFORM 0110-PROXIMO-NUMERO.

           MOVE "DEVOLUCAO DE COMPRA AO FORNECEDOR"
             TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "PROD DESCRICAO            LOTE         QTD"
                  DELIMITED BY SIZE
                  "  CUSTO UN         VALOR MOTIVO" DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0110-PROXIMO-NUMERO          SECTION.
      *--------------------------------------------------------------
      *-------- NUMERO DA DEVOLUCAO = MAIOR DO DEVFORN.txt + 1
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-NUM-DEV.
           OPEN INPUT DEVFORN.
           IF FS-DEVFORN NOT EQUAL 00
              GO TO 0110-PROXIMO-FIM
           END-IF.
           READ DEVFORN.
           PERFORM UNTIL FS-DEVFORN NOT EQUAL 00
              IF DEV-NUMERO GREATER WRK-NUM-DEV
                 MOVE DEV-NUMERO TO WRK-NUM-DEV
              END-IF
              READ DEVFORN
           END-PERFORM.
           CLOSE DEVFORN.

       0110-PROXIMO-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           PERFORM UNTIL NOT WRK-MAIS-DEVOLUCOES
              PERFORM 0210-DEVOLUCAO
              MOVE "N" TO WRK-SW-MAIS
              DISPLAY "MAIS DEVOLUCOES (S/N)? "
                ACCEPT WRK-SW-MAIS
           END-PERFORM.

       0210-DEVOLUCAO               SECTION.
           MOVE ZEROS TO WRK-ITENS-DOC.
           MOVE ZEROS TO WRK-VALOR-DOC.
           DISPLAY "CODIGO DO FORNECEDOR: "
             ACCEPT WRK-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ FORNECED
             INVALID KEY
                DISPLAY "FORNECEDOR " WRK-FORNECEDOR
                        " NAO CADASTRADO"
                GO TO 0210-DEVOLUCAO-FIM
           END-READ.
           MOVE FOR-NOME TO WRK-NOME-FOR.
           DISPLAY "NOTA DE RECEBIMENTO ORIGINAL: "
             ACCEPT WRK-NOTA.
           PERFORM 0220-CARREGAR-NOTA.
           IF WRK-ACUM-ITN EQUAL ZEROS
              DISPLAY "NOTA " WRK-NOTA " DO FORNECEDOR "
                      WRK-FORNECEDOR " NAO ENCONTRADA NO RECEBIMENTO"
              GO TO 0210-DEVOLUCAO-FIM
           END-IF.
           DISPLAY "ITENS DA NOTA (PRODUTO / LOTE / RECEBIDO / "
                   "JA DEVOLVIDO):".
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ITN
              DISPLAY "  " WRK-ITN-PRODUTO(WRK-IDX)
                      " " WRK-ITN-LOTE(WRK-IDX)
                      " " WRK-ITN-QTD(WRK-IDX)
                      " " WRK-ITN-DEVOL(WRK-IDX)
           END-PERFORM.

           MOVE "N" TO WRK-SW-FIM-ITENS.
           PERFORM 0230-DEVOLVER-ITEM UNTIL WRK-FIM-ITENS.

           IF WRK-ITENS-DOC EQUAL ZEROS
              DISPLAY "NENHUM ITEM DEVOLVIDO"
              GO TO 0210-DEVOLUCAO-FIM
           END-IF.
           IF WRK-DEVFORN-OK
              CLOSE DEVFORN
           END-IF.
           PERFORM 0250-ABATER-TITULO.
           PERFORM 0260-FECHAR-DOCUMENTO.

       0210-DEVOLUCAO-FIM.
           EXIT.

       0220-CARREGAR-NOTA           SECTION.
      *--------------------------------------------------------------
      *-------- ITENS RECEBIDOS NA NOTA (POR PRODUTO + LOTE), MENOS
      *-------- O QUE JA FOI DEVOLVIDO DELA NO DEVFORN.txt
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-ITN.
           MOVE "N"   TO WRK-SW-TRANSB.
           OPEN INPUT RECEBNF.
           IF FS-RECEBNF NOT EQUAL 00
              DISPLAY "RECEBNF.txt NAO ABRIU - STATUS " FS-RECEBNF
              GO TO 0220-CARREGAR-FIM
           END-IF.
           READ RECEBNF.
           PERFORM UNTIL FS-RECEBNF NOT EQUAL 00
              IF RCB-FORNECEDOR EQUAL WRK-FORNECEDOR
                 AND RCB-NOTA EQUAL WRK-NOTA
                 MOVE RCB-PRODUTO TO WRK-PRODUTO
                 MOVE RCB-LOTE    TO WRK-LOTE
                 PERFORM 0240-LOCALIZAR-ITEM
                 IF WRK-ACHOU
                    ADD RCB-QTD TO WRK-ITN-QTD(WRK-IDX-ACHADO)
                    MOVE RCB-CUSTO TO WRK-ITN-CUSTO(WRK-IDX-ACHADO)
                 ELSE
                    IF WRK-ACUM-ITN LESS 50
                       ADD 1 TO WRK-ACUM-ITN
                       MOVE RCB-PRODUTO TO WRK-ITN-PRODUTO
                                           (WRK-ACUM-ITN)
                       MOVE RCB-LOTE    TO WRK-ITN-LOTE(WRK-ACUM-ITN)
                       MOVE RCB-QTD     TO WRK-ITN-QTD(WRK-ACUM-ITN)
                       MOVE ZEROS       TO WRK-ITN-DEVOL(WRK-ACUM-ITN)
                       MOVE RCB-CUSTO   TO WRK-ITN-CUSTO(WRK-ACUM-ITN)
                    ELSE
                       SET WRK-TRANSBORDOU TO TRUE
                    END-IF
                 END-IF
              END-IF
              READ RECEBNF
           END-PERFORM.
           CLOSE RECEBNF.
           IF WRK-TRANSBORDOU
              DISPLAY "ATENCAO: NOTA COM MAIS DE 50 ITENS - OS "
                      "EXCEDENTES NAO PODEM SER DEVOLVIDOS AQUI"
           END-IF.
           IF WRK-ACUM-ITN EQUAL ZEROS
              GO TO 0220-CARREGAR-FIM
           END-IF.

           OPEN INPUT DEVFORN.
           IF FS-DEVFORN NOT EQUAL 00
              GO TO 0220-CARREGAR-FIM
           END-IF.
           READ DEVFORN.
           PERFORM UNTIL FS-DEVFORN NOT EQUAL 00
              IF DEV-FORNECEDOR EQUAL WRK-FORNECEDOR
                 AND DEV-NOTA EQUAL WRK-NOTA
                 MOVE DEV-PRODUTO TO WRK-PRODUTO
                 MOVE DEV-LOTE    TO WRK-LOTE
                 PERFORM 0240-LOCALIZAR-ITEM
      *-------- LOTE DEVOLVIDO DE NOTA ANTIGA, GRAVADA SEM O LOTE,
      *-------- SAI DO ITEM DO PRODUTO COM O LOTE EM BRANCO
                 IF NOT WRK-ACHOU
                    MOVE SPACES TO WRK-LOTE
                    PERFORM 0240-LOCALIZAR-ITEM
                 END-IF
                 IF WRK-ACHOU
                    ADD DEV-QTD TO WRK-ITN-DEVOL(WRK-IDX-ACHADO)
                 END-IF
              END-IF
              READ DEVFORN
           END-PERFORM.
           CLOSE DEVFORN.

       0220-CARREGAR-FIM.
           EXIT.

       0230-DEVOLVER-ITEM           SECTION.
           DISPLAY "PRODUTO A DEVOLVER (0 = FIM DA NOTA): "
             ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL ZEROS
              SET WRK-FIM-ITENS TO TRUE
              GO TO 0230-DEVOLVER-FIM
           END-IF.
      *-------- PRIMEIRO ITEM DO PRODUTO NA NOTA - O LOTE DELE E A
      *-------- SUGESTAO PARA O PERECIVEL
           MOVE "N"   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ITN OR WRK-ACHOU
              IF WRK-ITN-PRODUTO(WRK-IDX) EQUAL WRK-PRODUTO
                 SET WRK-ACHOU TO TRUE
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              DISPLAY "PRODUTO " WRK-PRODUTO " NAO VEIO NESTA NOTA"
              GO TO 0230-DEVOLVER-FIM
           END-IF.
           MOVE WRK-ITN-LOTE(WRK-IDX-ACHADO) TO WRK-LOTE.

      *-------- PERECIVEL SAI DE UM LOTE DO LOTES.DAT
           MOVE "N" TO WRK-SW-PERECIVEL.
           CALL "PERECVAL" USING WRK-PRODUTO WRK-SW-PERECIVEL.
           IF WRK-E-PERECIVEL
              IF NOT WRK-LOTES-OK
                 DISPLAY "LOTES.DAT INDISPONIVEL - PERECIVEL NAO "
                         "PODE SER DEVOLVIDO"
                 GO TO 0230-DEVOLVER-FIM
              END-IF
              DISPLAY "LOTE DEVOLVIDO (BRANCO = " WRK-LOTE "): "
              MOVE SPACES TO WRK-LOTE
              ACCEPT WRK-LOTE
              IF WRK-LOTE EQUAL SPACES
                 MOVE WRK-ITN-LOTE(WRK-IDX-ACHADO) TO WRK-LOTE
              END-IF
              IF WRK-LOTE EQUAL SPACES
                 DISPLAY "O LOTE E OBRIGATORIO PARA PERECIVEL"
                 GO TO 0230-DEVOLVER-FIM
              END-IF
              PERFORM 0240-LOCALIZAR-ITEM
              IF NOT WRK-ACHOU
                 MOVE WRK-LOTE TO LOT-LOTE
                 MOVE SPACES   TO WRK-LOTE
                 PERFORM 0240-LOCALIZAR-ITEM
                 MOVE LOT-LOTE TO WRK-LOTE
              END-IF
              IF NOT WRK-ACHOU
                 DISPLAY "LOTE " WRK-LOTE " NAO VEIO NESTA NOTA"
                 GO TO 0230-DEVOLVER-FIM
              END-IF
              MOVE WRK-PRODUTO TO LOT-PRODUTO
              MOVE WRK-LOTE    TO LOT-LOTE
              READ LOTES
                INVALID KEY
                   DISPLAY "LOTE " WRK-LOTE " NAO ENCONTRADO NO "
                           "LOTES.DAT - ITEM RECUSADO"
                   GO TO 0230-DEVOLVER-FIM
              END-READ
           END-IF.

           COMPUTE WRK-DISPONIVEL = WRK-ITN-QTD(WRK-IDX-ACHADO)
                                  - WRK-ITN-DEVOL(WRK-IDX-ACHADO).
           IF WRK-DISPONIVEL NOT GREATER ZEROS
              DISPLAY "ITEM JA DEVOLVIDO POR INTEIRO NESTA NOTA"
              GO TO 0230-DEVOLVER-FIM
           END-IF.
           DISPLAY "QUANTIDADE A DEVOLVER (ATE " WRK-DISPONIVEL "): "
             ACCEPT WRK-QTD-DEV.
           IF WRK-QTD-DEV EQUAL ZEROS
              OR WRK-QTD-DEV GREATER WRK-DISPONIVEL
              DISPLAY "QUANTIDADE INVALIDA - ITEM IGNORADO"
              GO TO 0230-DEVOLVER-FIM
           END-IF.
           IF WRK-E-PERECIVEL
              AND LOT-SALDO LESS WRK-QTD-DEV
              DISPLAY "ATENCAO: SALDO DO LOTE " WRK-LOTE " E "
                      LOT-SALDO " - O LOTE FICA NEGATIVO"
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM UNTIL WRK-MOTIVO-VALIDO
              DISPLAY "MOTIVO (A=AVARIA L=LOTE RECUSADO O=OUTRO): "
                ACCEPT WRK-MOTIVO
           END-PERFORM.

      *-------- SAI DA FICHA DE ESTOQUE
           MOVE WRK-PRODUTO TO EST-CODIGO.
           READ ESTOQUE
             INVALID KEY
                DISPLAY "PRODUTO " WRK-PRODUTO " SEM FICHA DE "
                        "ESTOQUE - ITEM RECUSADO"
                GO TO 0230-DEVOLVER-FIM
           END-READ.
           SUBTRACT WRK-QTD-DEV FROM EST-SALDO.
           REWRITE REG-ESTOQUE
             INVALID KEY
                DISPLAY "ERRO AO AJUSTAR A FICHA DO PRODUTO "
                        WRK-PRODUTO
                GO TO 0230-DEVOLVER-FIM
           END-REWRITE.
      *-------- E DO LOTE DO PERECIVEL (JA LIDO ACIMA)
           IF WRK-E-PERECIVEL
              SUBTRACT WRK-QTD-DEV FROM LOT-SALDO
              REWRITE REG-LOTES
                INVALID KEY
                   DISPLAY "ERRO AO AJUSTAR O LOTE " WRK-LOTE
              END-REWRITE
           END-IF.

      *-------- DEVOLUCAO NO LIVRO DE MOVIMENTOS ("DEV"), DOCUMENTO
      *-------- = NOTA ORIGINAL DO FORNECEDOR
           MOVE "DEV"       TO WRK-MOV-TIPO.
           MOVE "-"         TO WRK-MOV-SINAL.
           MOVE WRK-QTD-DEV TO WRK-MOV-QTD.
           MOVE WRK-NOTA    TO WRK-MOV-DOCTO.
           CALL "ESTMVLOG" USING WRK-MOV-TIPO WRK-PRODUTO
                                  WRK-MOV-SINAL WRK-MOV-QTD
                                  WRK-MOV-DOCTO WRK-OPERADOR.

           ADD WRK-QTD-DEV TO WRK-ITN-DEVOL(WRK-IDX-ACHADO).
           COMPUTE WRK-VALOR-ITEM = WRK-QTD-DEV
                                  * WRK-ITN-CUSTO(WRK-IDX-ACHADO).
           ADD WRK-VALOR-ITEM TO WRK-VALOR-DOC.
           IF WRK-ITENS-DOC EQUAL ZEROS
              PERFORM 0270-ABRIR-DOCUMENTO
           END-IF.
           ADD 1 TO WRK-ITENS-DOC.
           PERFORM 0280-GRAVAR-ITEM.
           DISPLAY "ITEM DEVOLVIDO - " WRK-QTD-DEV " UN DO PRODUTO "
                   WRK-PRODUTO.

       0230-DEVOLVER-FIM.
           EXIT.

       0240-LOCALIZAR-ITEM          SECTION.
      *--------------------------------------------------------------
      *-------- ACHA O ITEM WRK-PRODUTO + WRK-LOTE NA TABELA DA NOTA
      *--------------------------------------------------------------
           MOVE "N"   TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ITN OR WRK-ACHOU
              IF WRK-ITN-PRODUTO(WRK-IDX) EQUAL WRK-PRODUTO
                 AND WRK-ITN-LOTE(WRK-IDX) EQUAL WRK-LOTE
                 SET WRK-ACHOU TO TRUE
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.

       0250-ABATER-TITULO           SECTION.
      *--------------------------------------------------------------
      *-------- O VALOR DEVOLVIDO SAI PRIMEIRO DO TITULO DA PROPRIA
      *-------- NOTA (ABERTO OU RETIDO NA CONFERENCIA); A SOBRA
      *-------- ABATE OS OUTROS TITULOS EM ABERTO DO FORNECEDOR, NA
      *-------- ORDEM DA NOTA; O QUE RESTAR E DEBITO A COMPENSAR.
      *-------- TITULO ZERADO PELA DEVOLUCAO FICA CANCELADO
      *--------------------------------------------------------------
           MOVE WRK-VALOR-DOC TO WRK-A-ABATER.
           MOVE ZEROS TO WRK-ABATIDO-NOTA.
           MOVE ZEROS TO WRK-ABATIDO-OUTROS.
           IF NOT WRK-CONTASPAG-OK
              GO TO 0250-ABATER-FIM
           END-IF.
           MOVE WRK-FORNECEDOR TO CP-FORNECEDOR.
           MOVE WRK-NOTA       TO CP-NOTA.
           READ CONTASPAG
             INVALID KEY
                DISPLAY "NOTA " WRK-NOTA " SEM TITULO NO CONTAS A "
                        "PAGAR"
             NOT INVALID KEY
                IF CP-ABERTO OR CP-RETIDO
                   PERFORM 0255-ABATER-PARCELA
                   ADD WRK-PARCELA TO WRK-ABATIDO-NOTA
                ELSE
                   DISPLAY "TITULO DA NOTA " WRK-NOTA " SITUACAO "
                           CP-SITUACAO " - NAO ABATIDO"
                END-IF
           END-READ.
           IF WRK-A-ABATER EQUAL ZEROS
              GO TO 0250-ABATER-FIM
           END-IF.

           MOVE WRK-FORNECEDOR TO CP-FORNECEDOR.
           MOVE ZEROS          TO CP-NOTA.
           START CONTASPAG KEY NOT LESS CP-CHAVE
             INVALID KEY
                GO TO 0250-ABATER-FIM
           END-START.
           READ CONTASPAG NEXT.
           PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
                      OR CP-FORNECEDOR NOT EQUAL WRK-FORNECEDOR
                      OR WRK-A-ABATER EQUAL ZEROS
              IF CP-ABERTO AND CP-NOTA NOT EQUAL WRK-NOTA
                 PERFORM 0255-ABATER-PARCELA
                 ADD WRK-PARCELA TO WRK-ABATIDO-OUTROS
                 DISPLAY "ABATIDO " WRK-PARCELA " DO TITULO DA NOTA "
                         CP-NOTA
              END-IF
              READ CONTASPAG NEXT
           END-PERFORM.

       0250-ABATER-FIM.
           EXIT.

       0255-ABATER-PARCELA          SECTION.
      *--------------------------------------------------------------
      *-------- ABATE DO TITULO CORRENTE O QUE COUBER DE WRK-A-ABATER
      *--------------------------------------------------------------
           IF CP-VALOR GREATER WRK-A-ABATER
              MOVE WRK-A-ABATER TO WRK-PARCELA
           ELSE
              MOVE CP-VALOR TO WRK-PARCELA
           END-IF.
           SUBTRACT WRK-PARCELA FROM CP-VALOR.
           SUBTRACT WRK-PARCELA FROM WRK-A-ABATER.
           IF CP-VALOR EQUAL ZEROS
              SET CP-CANCELADO TO TRUE
           END-IF.
           REWRITE REG-CONTASPAG
             INVALID KEY
                DISPLAY "ERRO AO ABATER O TITULO DA NOTA " CP-NOTA
                ADD WRK-PARCELA TO WRK-A-ABATER
                MOVE ZEROS TO WRK-PARCELA
           END-REWRITE.

       0260-FECHAR-DOCUMENTO        SECTION.
           ADD 1 TO WRK-ACUM-DOCS.
           ADD WRK-VALOR-DOC TO WRK-ACUM-VALOR.
           ADD WRK-A-ABATER  TO WRK-ACUM-PENDENTE.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-VALOR-DOC TO WRK-VALOR-ED.
           STRING "VALOR TOTAL DEVOLVIDO........... " DELIMITED BY SIZE
                  WRK-VALOR-ED                        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-ABATIDO-NOTA TO WRK-VALOR-ED.
           STRING "ABATIDO NO TITULO DA NOTA....... " DELIMITED BY SIZE
                  WRK-VALOR-ED                        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-ABATIDO-OUTROS TO WRK-VALOR-ED.
           STRING "ABATIDO EM OUTROS TITULOS....... " DELIMITED BY SIZE
                  WRK-VALOR-ED                        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-A-ABATER TO WRK-VALOR-ED.
           STRING "DEBITO A COMPENSAR DO FORNECEDOR " DELIMITED BY SIZE
                  WRK-VALOR-ED                        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-A-ABATER GREATER ZEROS
              DISPLAY "DEBITO A COMPENSAR COM O FORNECEDOR "
                      WRK-FORNECEDOR ": " WRK-VALOR-ED
           END-IF.
           DISPLAY "DEVOLUCAO " WRK-NUM-DEV " EMITIDA - "
                   WRK-ITENS-DOC " ITEM(NS)".

       0270-ABRIR-DOCUMENTO         SECTION.
      *--------------------------------------------------------------
      *-------- PRIMEIRO ITEM DA DEVOLUCAO: NUMERO, CABECALHO DO
      *-------- DOCUMENTO (UMA PAGINA POR DEVOLUCAO) E O DEVFORN.txt
      *--------------------------------------------------------------
           ADD 1 TO WRK-NUM-DEV.
           IF WRK-ACUM-DOCS GREATER ZEROS
              MOVE "P" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "DEVOLUCAO NR " DELIMITED BY SIZE
                  WRK-NUM-DEV     DELIMITED BY SIZE
                  "  DATA "       DELIMITED BY SIZE
                  WRK-DATA-HOJE   DELIMITED BY SIZE
                  "  OPERADOR "   DELIMITED BY SIZE
                  WRK-OPERADOR    DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "FORNECEDOR "      DELIMITED BY SIZE
                  WRK-FORNECEDOR     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-NOME-FOR       DELIMITED BY SIZE
                  "  NOTA ORIGINAL " DELIMITED BY SIZE
                  WRK-NOTA           DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           MOVE "N" TO WRK-SW-DEVFORN.
           OPEN EXTEND DEVFORN.
           IF FS-DEVFORN EQUAL 35
              OPEN OUTPUT DEVFORN
           END-IF.
           IF FS-DEVFORN EQUAL 00
              SET WRK-DEVFORN-OK TO TRUE
           ELSE
              DISPLAY "DEVFORN.txt NAO ABRIU - STATUS " FS-DEVFORN
                      " - DEVOLUCAO FORA DO HISTORICO"
           END-IF.

       0280-GRAVAR-ITEM             SECTION.
      *--------------------------------------------------------------
      *-------- LINHA DO DOCUMENTO E REGISTRO NO DEVFORN.txt
      *--------------------------------------------------------------
           EVALUATE WRK-MOTIVO
              WHEN "A"
                 MOVE "AVARIA"         TO WRK-MOTIVO-DESC
              WHEN "L"
                 MOVE "LOTE RECUSADO"  TO WRK-MOTIVO-DESC
              WHEN OTHER
                 MOVE "OUTRO"          TO WRK-MOTIVO-DESC
           END-EVALUATE.
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-OK
              MOVE WRK-PRODUTO TO PROD-CODIGO
              READ PRODUTOS
                INVALID KEY
                   MOVE "NAO CADASTRADO" TO WRK-DESCRICAO
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           MOVE WRK-QTD-DEV TO WRK-QTD-ED.
           MOVE WRK-ITN-CUSTO(WRK-IDX-ACHADO) TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-ITEM TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-PRODUTO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-DESCRICAO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-LOTE        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-CUSTO-ED    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-MOTIVO-DESC DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           IF NOT WRK-DEVFORN-OK
              GO TO 0280-GRAVAR-FIM
           END-IF.
           MOVE SPACES         TO REG-DEVFORN.
           MOVE WRK-NUM-DEV    TO DEV-NUMERO.
           MOVE WRK-DATA-HOJE  TO DEV-DATA.
           MOVE WRK-FORNECEDOR TO DEV-FORNECEDOR.
           MOVE WRK-NOTA       TO DEV-NOTA.
           MOVE WRK-PRODUTO    TO DEV-PRODUTO.
           MOVE WRK-LOTE       TO DEV-LOTE.
           MOVE WRK-QTD-DEV    TO DEV-QTD.
           MOVE WRK-ITN-CUSTO(WRK-IDX-ACHADO) TO DEV-CUSTO.
           MOVE WRK-MOTIVO     TO DEV-MOTIVO.
           MOVE WRK-OPERADOR   TO DEV-OPERADOR.
           WRITE REG-DEVFORN.

       0280-GRAVAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-ACUM-VALOR TO WRK-TOTAL-ED.
           STRING "DEVOLUCOES EMITIDAS: " DELIMITED BY SIZE
                  WRK-ACUM-DOCS           DELIMITED BY SIZE
                  "  VALOR: "             DELIMITED BY SIZE
                  WRK-TOTAL-ED            DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           CLOSE ESTOQUE.
           CLOSE FORNECED.
           IF WRK-PRODUTOS-OK
              CLOSE PRODUTOS
           END-IF.
           IF WRK-LOTES-OK
              CLOSE LOTES
           END-IF.
           IF WRK-CONTASPAG-OK
              CLOSE CONTASPAG
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "DEVOLUCOES EMITIDAS..... " WRK-ACUM-DOCS.
           DISPLAY "VALOR DEVOLVIDO......... " WRK-TOTAL-ED.
           MOVE WRK-ACUM-PENDENTE TO WRK-TOTAL-ED.
           DISPLAY "DEBITO A COMPENSAR...... " WRK-TOTAL-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DA DEVOLUCAO AO FORNECEDOR".

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
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "LOTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTES.
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "RECEBNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RECEBNF.
           MOVE "DEVFORN.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DEVFORN.
