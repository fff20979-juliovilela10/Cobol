      *                 QUANTIDADE RECEBIDA, E AVISA O OPERADOR DE
      *                 CADA CLIENTE A CHAMAR - A VENDA PERDIDA SAI
      *                 NO BACKREL
      * 15/10/2026 JV - O CODIGO DO PRODUTO ACEITA TAMBEM O EAN DA
      *                 EMBALAGEM (BARRAS.DAT): QUANTIDADE E CUSTO SAO
      *                 DIGITADOS POR EMBALAGEM E CONVERTIDOS PARA A
      *                 UNIDADE BASE ANTES DE ENTRAR NA FICHA, NO
      *                 LOTE, NO PEDIDO E NO LIVRO DE MOVIMENTOS
      * 15/10/2026 JV - O RECEBIMENTO DEIXA DE LANCAR O TITULO NO
      *                 CONTAS A PAGAR: O TITULO NASCE DA FATURA
      *                 DIGITADA NO CPFATURA E AQUI SO SE CONSULTA SE
      *                 ELA JA CHEGOU; CADA ITEM RECEBIDO VAI PARA O
      *                 RECEBNF.txt (NOTA, PEDIDO ACEITO, QUANTIDADE),
      *                 BASE DA CONFERENCIA DA FATURA (CPCONFER)
      * 15/10/2026 JV - A LINHA DO RECEBNF.txt LEVA O LOTE DO
      *                 PERECIVEL, BASE DO SCORECARD DE FORNECEDORES
      *                 (FORSCORE)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             RECORD KEY IS LOT-CHAVE
             FILE STATUS IS FS-LOTES.

           SELECT RECEBNF ASSIGN TO WRK-PATH-RECEBNF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RECEBNF.

           SELECT BARRAS ASSIGN TO WRK-PATH-BARRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BAR-EAN
             FILE STATUS IS FS-BARRAS.


       DATA DIVISION.
       FILE SECTION.
       FD  LOTES.
       COPY "LOTCOPY.cpy".

       FD  BARRAS.
       COPY "BARCOPY.cpy".

       FD  RECEBNF.
       COPY "RCBCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  WRK-MINIMO        PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO-UNIT    PIC 9(05)V99 VALUE ZEROS.

      *-------------- EAN DE EMBALAGEM (BARRAS.DAT) ------------------
       77  FS-BARRAS         PIC 9(02) VALUE ZEROS.
       77  WRK-SW-BARRAS     PIC X(01) VALUE "N".
           88 WRK-BARRAS-ABERTO     VALUE "S".
       77  WRK-ENTRADA       PIC 9(13) VALUE ZEROS.
       77  WRK-EMB-QTD       PIC 9(04) VALUE 1.
       77  WRK-EMB-VOLUMES   PIC 9(05) VALUE ZEROS.
       77  WRK-EMB-CUSTO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SW-CODIGO     PIC X(01) VALUE "N".
           88 WRK-CODIGO-OK         VALUE "S".

      *-------------- FORNECEDOR E NOTA DO RECEBIMENTO ---------------
       77  FS-FORNECED       PIC 9(02) VALUE ZEROS.
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.

      *-------------- TITULO DO CONTAS A PAGAR (CPCOPY) --------------
       77  FS-CONTASPAG      PIC 9(02) VALUE ZEROS.
       77  WRK-SW-CONTASPAG  PIC X(01) VALUE "N".
           88 WRK-CONTASPAG-OK      VALUE "S".
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- ITENS RECEBIDOS POR NOTA (RECEBNF.txt) ---------
       77  FS-RECEBNF        PIC 9(02) VALUE ZEROS.
       77  WRK-PED-ACEITO    PIC 9(06) VALUE ZEROS.

      *-------------- RECEBIMENTO CONTRA PEDIDO (PEDCOPY) ------------
       77  FS-PEDCOMP        PIC 9(02) VALUE ZEROS.
       77  WRK-NUM-PEDIDO    PIC 9(06) VALUE ZEROS.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-BACKORD  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTES    PIC X(60) VALUE SPACES.
       01  WRK-PATH-BARRAS   PIC X(60) VALUE SPACES.
       01  WRK-PATH-RECEBNF  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
                      "DE RECEBER"
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- TITULOS DO CONTAS A PAGAR SO PARA CONSULTA: O
      *-------- TITULO NASCE DA FATURA (CPFATURA); SEM O ARQUIVO O
      *-------- RECEBIMENTO SEGUE SEM A CONSULTA
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG EQUAL 00
              SET WRK-CONTASPAG-OK TO TRUE
           END-IF.
      *-------- PEDIDOS DE COMPRA (PEDCOMP); SEM O ARQUIVO, O
      *-------- RECEBIMENTO SEGUE SEM AMARRACAO A PEDIDO
              DISPLAY "SEM ARQUIVO DE PEDIDOS (PEDCOMP) - "
                      "RECEBIMENTO SEM AMARRACAO A PEDIDO"
           END-IF.
      *-------- SEM A REFERENCIA DE BARRAS SO VALE O CODIGO CURTO
           OPEN INPUT BARRAS.
           IF FS-BARRAS EQUAL 00
              SET WRK-BARRAS-ABERTO TO TRUE
           END-IF.
           DISPLAY "RECEBIMENTO DE MERCADORIA".

       0200-PROCESSAR               SECTION.
                 DISPLAY "NOTA DO FORNECEDOR E OBRIGATORIA"
              END-IF
           END-PERFORM.
           PERFORM 0220-CONSULTAR-TITULO-CP.
           DISPLAY "CODIGO DO PRODUTO OU CODIGO DE BARRAS: "
             ACCEPT WRK-ENTRADA.
           PERFORM 0205-RESOLVER-CODIGO.
           IF NOT WRK-CODIGO-OK
              GO TO 0200-PERGUNTAR-MAIS
           END-IF.
           MOVE WRK-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                        "PRODMANT"
             NOT INVALID KEY
                DISPLAY "PRODUTO: " PROD-DESCRICAO
                IF WRK-EMB-QTD GREATER 1
                   PERFORM 0207-RECEBER-EMBALAGEM
                ELSE
                   DISPLAY "QUANTIDADE RECEBIDA: "
                     ACCEPT WRK-QUANTIDADE
                   DISPLAY "CUSTO UNITARIO: "
                     ACCEPT WRK-CUSTO-UNIT
                END-IF
                PERFORM 0210-SOMAR-NO-SALDO
                PERFORM 0250-ENTRAR-LOTE
                MOVE ZEROS TO WRK-PED-ACEITO
                IF WRK-PEDIDOS-OK
                   PERFORM 0230-BAIXAR-PEDIDO
                END-IF
                PERFORM 0260-REGISTRAR-RECEBIDO
                PERFORM 0240-ATENDER-ENCOMENDAS
           END-READ.

       0200-PERGUNTAR-MAIS.
           DISPLAY "MAIS RECEBIMENTOS (S/N)? "
             ACCEPT WRK-SW-CONTINUA.

       0205-RESOLVER-CODIGO         SECTION.
      *--------------------------------------------------------------
      *-------- ATE 4 DIGITOS E O CODIGO CURTO; MAIS QUE ISSO E O EAN
      *-------- DA EMBALAGEM, RESOLVIDO NO BARRAS.DAT COM A SUA
      *-------- QUANTIDADE DE UNIDADES
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-CODIGO.
           MOVE 1   TO WRK-EMB-QTD.
           IF WRK-ENTRADA NOT GREATER 9999
              MOVE WRK-ENTRADA TO WRK-CODIGO
              SET WRK-CODIGO-OK TO TRUE
              GO TO 0205-RESOLVER-FIM
           END-IF.
           IF NOT WRK-BARRAS-ABERTO
              DISPLAY "REFERENCIA DE BARRAS INDISPONIVEL - USE O "
                      "CODIGO CURTO"
              GO TO 0205-RESOLVER-FIM
           END-IF.
           MOVE WRK-ENTRADA TO BAR-EAN.
           READ BARRAS
             INVALID KEY
                DISPLAY "EAN " WRK-ENTRADA " NAO AMARRADO A NENHUM "
                        "PRODUTO (PRODMANT)"
                GO TO 0205-RESOLVER-FIM
           END-READ.
           MOVE BAR-PRODUTO TO WRK-CODIGO.
           IF BAR-QTD-EMB NUMERIC AND BAR-QTD-EMB GREATER ZEROS
              MOVE BAR-QTD-EMB TO WRK-EMB-QTD
           END-IF.
           SET WRK-CODIGO-OK TO TRUE.

       0205-RESOLVER-FIM.
           EXIT.

       0207-RECEBER-EMBALAGEM       SECTION.
      *-------- VOLUMES E CUSTO DA EMBALAGEM, CONVERTIDOS PARA A
      *-------- UNIDADE BASE DA FICHA
           DISPLAY "EMBALAGEM COM " WRK-EMB-QTD " UNIDADES".
           DISPLAY "QUANTIDADE DE EMBALAGENS RECEBIDAS: "
             ACCEPT WRK-EMB-VOLUMES.
           DISPLAY "CUSTO DA EMBALAGEM: "
             ACCEPT WRK-EMB-CUSTO.
           COMPUTE WRK-QUANTIDADE = WRK-EMB-VOLUMES * WRK-EMB-QTD
             ON SIZE ERROR
                DISPLAY "QUANTIDADE EM UNIDADES ACIMA DO LIMITE - "
                        "LANCADO ZERO, RECEBA EM MAIS LINHAS"
                MOVE ZEROS TO WRK-QUANTIDADE
           END-COMPUTE.
           COMPUTE WRK-CUSTO-UNIT ROUNDED
                 = WRK-EMB-CUSTO / WRK-EMB-QTD.
           DISPLAY "UNIDADES RECEBIDAS: " WRK-QUANTIDADE
                   " CUSTO UNITARIO: " WRK-CUSTO-UNIT.

       0210-SOMAR-NO-SALDO          SECTION.
           MOVE WRK-CODIGO TO EST-CODIGO.
           READ ESTOQUE
                                  WRK-MOV-SINAL WRK-MOV-QTD
                                  WRK-MOV-DOCTO WRK-OPERADOR.

       0220-CONSULTAR-TITULO-CP     SECTION.
      *--------------------------------------------------------------
      *-------- O TITULO DO CONTAS A PAGAR NASCE DA FATURA DIGITADA
      *-------- NO CPFATURA, NAO DO RECEBIMENTO; AQUI SO SE AVISA SE
      *-------- A FATURA JA CHEGOU - A CONFERENCIA (CPCONFER) CASA
      *-------- DEPOIS A FATURA COM O QUE FOI RECEBIDO
      *--------------------------------------------------------------
           IF NOT WRK-CONTASPAG-OK
              GO TO 0220-CONSULTAR-FIM
           END-IF.
           MOVE WRK-FORNECEDOR TO CP-FORNECEDOR.
           MOVE WRK-NOTA-FORN  TO CP-NOTA.
           READ CONTASPAG
             INVALID KEY
                DISPLAY "FATURA DA NOTA " WRK-NOTA-FORN " AINDA NAO "
                        "DIGITADA (CPFATURA)"
             NOT INVALID KEY
                MOVE CP-VALOR TO WRK-VALOR-ED
                DISPLAY "NOTA " WRK-NOTA-FORN " JA FATURADA - VALOR "
                        WRK-VALOR-ED " SITUACAO " CP-SITUACAO
           END-READ.

       0220-CONSULTAR-FIM.
           EXIT.

       0230-BAIXAR-PEDIDO           SECTION.
      *--------------------------------------------------------------
           REWRITE REG-PEDCOMP
             INVALID KEY
                DISPLAY "ERRO AO ATUALIZAR O PEDIDO " WRK-NUM-PEDIDO
             NOT INVALID KEY
                MOVE WRK-NUM-PEDIDO TO WRK-PED-ACEITO
           END-REWRITE.

       0230-BAIXAR-FIM.
       0250-ENTRAR-FIM.
           EXIT.

       0260-REGISTRAR-RECEBIDO      SECTION.
      *--------------------------------------------------------------
      *-------- CADA ITEM QUE ENTROU NO SALDO VAI PARA O RECEBNF.txt
      *-------- COM A NOTA E O PEDIDO ACEITO - E A QUANTIDADE QUE A
      *-------- CONFERENCIA DA FATURA (CPCONFER) TEM COMO RECEBIDA
      *--------------------------------------------------------------
           OPEN EXTEND RECEBNF.
           IF FS-RECEBNF EQUAL 35
              OPEN OUTPUT RECEBNF
           END-IF.
           IF FS-RECEBNF NOT EQUAL 00
              DISPLAY "RECEBNF.txt NAO ABRIU - STATUS " FS-RECEBNF
                      " - ITEM FORA DA CONFERENCIA DA FATURA"
              GO TO 0260-REGISTRAR-FIM
           END-IF.
           MOVE SPACES         TO REG-RECEBNF.
           MOVE WRK-DATA-HOJE  TO RCB-DATA.
           MOVE WRK-FORNECEDOR TO RCB-FORNECEDOR.
           MOVE WRK-NOTA-FORN  TO RCB-NOTA.
           MOVE WRK-PED-ACEITO TO RCB-PEDIDO.
           MOVE WRK-CODIGO     TO RCB-PRODUTO.
           MOVE WRK-QUANTIDADE TO RCB-QTD.
           MOVE WRK-CUSTO-UNIT TO RCB-CUSTO.
           MOVE WRK-OPERADOR   TO RCB-OPERADOR.
      *-------- O LOTE DO PERECIVEL AMARRA A PERDA POR VALIDADE
      *-------- (LOTPERDA.txt) AO FORNECEDOR QUE ENTREGOU
           IF WRK-E-PERECIVEL
              MOVE WRK-LOTE    TO RCB-LOTE
           END-IF.
           WRITE REG-RECEBNF.
           CLOSE RECEBNF.

       0260-REGISTRAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE ESTOQUE.
           CLOSE PRODUTOS.
           CLOSE FORNECED.
           IF WRK-CONTASPAG-OK
              CLOSE CONTASPAG
           END-IF.
           IF WRK-PEDIDOS-OK
              CLOSE PEDCOMP
           END-IF.
           IF WRK-BARRAS-ABERTO
              CLOSE BARRAS
           END-IF.
           DISPLAY "FIM DO RECEBIMENTO".

       9000-TRATA-ERRO              SECTION.
           MOVE "LOTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTES.
           MOVE "BARRAS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARRAS.
           MOVE "RECEBNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RECEBNF.
