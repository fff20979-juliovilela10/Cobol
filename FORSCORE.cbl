       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORSCORE.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: SCORECARD DE DESEMPENHO DOS FORNECEDORES NO MES OU
      *           NUM PERIODO - PARA CADA FOR-CODIGO APURA, DOS
      *           PEDIDOS DE COMPRA (PEDCOMP.DAT) COM DATA PREVISTA
      *           NO PERIODO, O PERCENTUAL ENTREGUE NO PRAZO E A
      *           MEDIA DE DIAS DE ATRASO, O ATENDIMENTO (RECEBIDO
      *           SOBRE PEDIDO), OS PEDIDOS PARCIAIS E CANCELADOS;
      *           DOS ITENS RECEBIDOS (RECEBNF.txt) A VARIACAO DO
      *           CUSTO UNITARIO CONTRA O RECEBIMENTO ANTERIOR DO
      *           MESMO PRODUTO; E DAS BAIXAS DE VENCIDOS
      *           (LOTPERDA.txt, GRAVADO PELO LOTBAIXA) A PERDA POR
      *           VALIDADE DOS LOTES QUE ELE ENTREGOU. FECHA COM UMA
      *           NOTA DE 0 A 100 E O RANKING GERAL DOS FORNECEDORES
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PERIODO ZERADO = DO DIA 1 DO MES ATUAL ATE HOJE.
      *              NOTA = 40 X % NO PRAZO + 40 X % ATENDIDO + 10
      *              PONTOS DE CUSTO (MENOS 1 PONTO POR 1% DE ALTA
      *              MEDIA) + 10 PONTOS DE PERDA (MENOS 1 PONTO POR
      *              1% DO VALOR RECEBIDO PERDIDO NA VALIDADE OU
      *              DEVOLVIDO AO FORNECEDOR - DEVFORN.txt); ITEM
      *              SEM BASE NO PERIODO CONTA A PONTUACAO CHEIA.
      *              PEDIDO PENDENTE COM PREVISTA VENCIDA ENTRA COMO
      *              ATRASADO ATE O FIM DO PERIODO (OU HOJE); PEDIDO
      *              RECEBIDO SEM LINHA NO RECEBNF.txt (ANTERIOR A
      *              ELE) FICA FORA DO PRAZO, MAS CONTA NO ATENDIMENTO.
      *              IMPRESSO PELO MODULO RELPRINT
      * 15/10/2026 JV - AS DEVOLUCOES DE COMPRA DO PERIODO (DEVFORN.txt,
      *                 GRAVADO PELO ESTDEVOL) ENTRAM COM A PERDA POR
      *                 VALIDADE NOS 10 PONTOS DE QUALIDADE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT RECEBNF ASSIGN TO WRK-PATH-RECEBNF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RECEBNF.

           SELECT LOTPERDA ASSIGN TO WRK-PATH-LOTPERDA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LOTPERDA.

           SELECT DEVFORN ASSIGN TO WRK-PATH-DEVFORN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-DEVFORN.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.


       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  RECEBNF.
       COPY "RCBCOPY.cpy".

       FD  LOTPERDA.
       COPY "LPRCOPY.cpy".

       FD  DEVFORN.
       COPY "DEVCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-RECEBNF   PIC 9(02) VALUE ZEROS.
       77  FS-LOTPERDA  PIC 9(02) VALUE ZEROS.
       77  FS-DEVFORN   PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "FORSCORE".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "PEDCOMP.DAT".

       77  WRK-SW-FORNECED   PIC X(01) VALUE "N".
           88 WRK-FORNECED-OK       VALUE "S".

      *-------------------- PERIODO DO SCORECARD --------------------
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-INI      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-INI-R REDEFINES WRK-DATA-INI.
           05 WRK-INI-ANOMES PIC 9(06).
           05 WRK-INI-DIA    PIC 9(02).
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.

      *-------------- CONTAGEM DE DIAS (MODULO DATAADD) --------------
       77  WRK-DATA-DE       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATE      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-DIAS          PIC 9(04) VALUE ZEROS.

      *-------------- ULTIMA ENTREGA DE CADA PEDIDO (RECEBNF) --------
       77  WRK-ACUM-PRC      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PRC.
           05 WRK-PRC-ITEM OCCURS 5000 TIMES.
              10 WRK-PRC-PEDIDO   PIC 9(06).
              10 WRK-PRC-DATA     PIC 9(08).
       77  WRK-IDX-PRC       PIC 9(04) VALUE ZEROS.

      *-------------- ULTIMO CUSTO POR FORNECEDOR E PRODUTO ----------
       77  WRK-ACUM-CST      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CST.
           05 WRK-CST-ITEM OCCURS 3000 TIMES.
              10 WRK-CST-FORN     PIC 9(04).
              10 WRK-CST-PRODUTO  PIC 9(04).
              10 WRK-CST-CUSTO    PIC 9(05)V99.
       77  WRK-IDX-CST       PIC 9(04) VALUE ZEROS.

      *-------------- FORNECEDOR DE CADA LOTE DE PERECIVEL -----------
       77  WRK-ACUM-LOT      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LOT.
           05 WRK-LOT-ITEM OCCURS 3000 TIMES.
              10 WRK-LOT-PRODUTO  PIC 9(04).
              10 WRK-LOT-LOTE     PIC X(10).
              10 WRK-LOT-FORN     PIC 9(04).
       77  WRK-IDX-LOT       PIC 9(04) VALUE ZEROS.

      *-------------- APURACAO POR FORNECEDOR (E RANKING) ------------
       77  WRK-ACUM-FOR      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FOR.
           05 WRK-FOR-ENTRY OCCURS 500 TIMES.
              10 WRK-FOR-ID       PIC 9(04).
              10 WRK-FOR-PEDIDOS  PIC 9(05).
              10 WRK-FOR-BASE     PIC 9(05).
              10 WRK-FOR-NO-PRAZO PIC 9(05).
              10 WRK-FOR-ATRASADOS PIC 9(05).
              10 WRK-FOR-DIAS-ATR PIC 9(07).
              10 WRK-FOR-QTD-PED  PIC 9(09).
              10 WRK-FOR-QTD-ATD  PIC 9(09).
              10 WRK-FOR-PARCIAIS PIC 9(05).
              10 WRK-FOR-CANCELADOS PIC 9(05).
              10 WRK-FOR-VAR-SOMA PIC S9(07)V99.
              10 WRK-FOR-VAR-QTD  PIC 9(05).
              10 WRK-FOR-VAL-RECEB PIC 9(11)V99.
              10 WRK-FOR-VAL-PERDA PIC 9(09)V99.
              10 WRK-FOR-VAL-DEVOL PIC 9(09)V99.
              10 WRK-FOR-PCT-PRAZO PIC 9(03)V99.
              10 WRK-FOR-PCT-ATEND PIC 9(03)V99.
              10 WRK-FOR-VAR-MEDIA PIC S9(05)V99.
              10 WRK-FOR-PCT-PERDA PIC 9(05)V99.
              10 WRK-FOR-NOTA     PIC 9(03)V99.

       01  WRK-TROCA         PIC X(137).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX2          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FOR       PIC 9(03) VALUE ZEROS.
       77  WRK-FOR-BUSCA     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-TRANSB     PIC X(01) VALUE "N".
           88 WRK-TRANSBORDOU       VALUE "S".

      *-------------------- CALCULO --------------------
       77  WRK-QTD-ATENDIDA  PIC 9(05) VALUE ZEROS.
       77  WRK-VAR-CUSTO     PIC S9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-LINHA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PTS-PRAZO     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PTS-ATEND     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PTS-CUSTO     PIC S9(05)V99 VALUE ZEROS.
       77  WRK-PTS-PERDA     PIC S9(05)V99 VALUE ZEROS.
       77  WRK-VAL-QUALID    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-MEDIA-ATRASO  PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-FOR      PIC X(20) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-PEDIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-RECEB    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PERDAS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-DEVOL    PIC 9(05) VALUE ZEROS.
       77  WRK-PERDA-SEM-FOR PIC 9(09)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-NOTA-ED       PIC ZZ9,99.
       77  WRK-PCT-ED        PIC ZZ9,99.
       77  WRK-PCT2-ED       PIC ZZ9,99.
       77  WRK-VAR-ED        PIC -ZZZ9,99.
       77  WRK-QUALID-ED     PIC ZZ.ZZ9,99.
       77  WRK-PERDA-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-RECEB-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-RECEBNF  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTPERDA PIC X(60) VALUE SPACES.
       01  WRK-PATH-DEVFORN  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.

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
           DISPLAY "SCORECARD DE FORNECEDORES - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = MES ATUAL): "
             ACCEPT WRK-DATA-INI.
           IF WRK-DATA-INI EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-DATA-INI
              MOVE 01            TO WRK-INI-DIA
              MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           ELSE
              DISPLAY "DATA FINAL (AAAAMMDD): "
                ACCEPT WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-FIM LESS WRK-DATA-INI
              DISPLAY "DATA FINAL ANTERIOR A INICIAL - PROGRAMA "
                      "ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *-------- PEDIDO PENDENTE SO ESTA ATRASADO ATE O FIM DO PERIODO
      *-------- OU ATE HOJE, O QUE VIER PRIMEIRO
           MOVE WRK-DATA-FIM TO WRK-DATA-CORTE.
           IF WRK-DATA-HOJE LESS WRK-DATA-CORTE
              MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE
           END-IF.
           DISPLAY "PERIODO DE " WRK-DATA-INI " A " WRK-DATA-FIM.

           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
              MOVE "PEDIDOS DE COMPRA NAO ABRIRAM " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED EQUAL 00
              SET WRK-FORNECED-OK TO TRUE
           ELSE
              DISPLAY "FORNECED.DAT NAO ABRIU - RANKING SAI SEM O "
                      "NOME DO FORNECEDOR"
           END-IF.

           MOVE "SCORECARD DE FORNECEDORES" TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "POS FORN NOME                   " DELIMITED BY SIZE
                  "NOTA PRAZO%    ATR. ATEND%"       DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0200-PROCESSAR               SECTION.
           PERFORM 0210-CARREGAR-RECEBIMENTOS.
           PERFORM 0220-APURAR-PEDIDOS.
           PERFORM 0230-APURAR-PERDAS.
           PERFORM 0235-APURAR-DEVOLUCOES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-FOR
              PERFORM 0240-CALCULAR-NOTA
           END-PERFORM.
           PERFORM 0250-ORDENAR-RANKING.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-FOR
              PERFORM 0260-LISTAR-FORNECEDOR
           END-PERFORM.

       0210-CARREGAR-RECEBIMENTOS   SECTION.
      *--------------------------------------------------------------
      *-------- O RECEBNF.txt E CRONOLOGICO: A ULTIMA LINHA DE CADA
      *-------- PEDIDO E A DATA DA ENTREGA, E O CUSTO ANTERIOR DE UM
      *-------- PRODUTO E O DA LINHA ANTERIOR DO MESMO FORNECEDOR
      *--------------------------------------------------------------
           OPEN INPUT RECEBNF.
           IF FS-RECEBNF NOT EQUAL 00
              DISPLAY "SEM ITENS RECEBIDOS (RECEBNF.txt) - PRAZO, "
                      "CUSTO E PERDA SEM BASE"
              GO TO 0210-CARREGAR-FIM
           END-IF.
           READ RECEBNF
           PERFORM UNTIL FS-RECEBNF NOT EQUAL 00
              PERFORM 0211-GUARDAR-ENTREGA
              PERFORM 0212-GUARDAR-LOTE
              IF RCB-DATA NOT LESS WRK-DATA-INI
                 AND RCB-DATA NOT GREATER WRK-DATA-FIM
                 ADD 1 TO WRK-ACUM-RECEB
                 MOVE RCB-FORNECEDOR TO WRK-FOR-BUSCA
                 PERFORM 0270-ACHAR-FORNECEDOR
                 IF WRK-IDX-FOR GREATER ZEROS
                    COMPUTE WRK-VALOR-LINHA = RCB-QTD * RCB-CUSTO
                    ADD WRK-VALOR-LINHA
                     TO WRK-FOR-VAL-RECEB(WRK-IDX-FOR)
                 END-IF
              END-IF
              PERFORM 0213-COMPARAR-CUSTO
              READ RECEBNF
           END-PERFORM.
           CLOSE RECEBNF.

       0210-CARREGAR-FIM.
           EXIT.

       0211-GUARDAR-ENTREGA         SECTION.
           IF RCB-PEDIDO EQUAL ZEROS
              GO TO 0211-GUARDAR-FIM
           END-IF.
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
                 GO TO 0211-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-ACUM-PRC
              MOVE WRK-ACUM-PRC TO WRK-IDX-PRC
              MOVE RCB-PEDIDO   TO WRK-PRC-PEDIDO(WRK-IDX-PRC)
           END-IF.
           MOVE RCB-DATA TO WRK-PRC-DATA(WRK-IDX-PRC).

       0211-GUARDAR-FIM.
           EXIT.

       0212-GUARDAR-LOTE            SECTION.
           IF RCB-LOTE EQUAL SPACES
              GO TO 0212-GUARDAR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-LOT FROM 1 BY 1
                   UNTIL WRK-IDX-LOT GREATER WRK-ACUM-LOT
                      OR WRK-ACHOU
              IF WRK-LOT-PRODUTO(WRK-IDX-LOT) EQUAL RCB-PRODUTO
                 AND WRK-LOT-LOTE(WRK-IDX-LOT) EQUAL RCB-LOTE
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-LOT
           ELSE
              IF WRK-ACUM-LOT NOT LESS 3000
                 SET WRK-TRANSBORDOU TO TRUE
                 GO TO 0212-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-ACUM-LOT
              MOVE WRK-ACUM-LOT TO WRK-IDX-LOT
              MOVE RCB-PRODUTO  TO WRK-LOT-PRODUTO(WRK-IDX-LOT)
              MOVE RCB-LOTE     TO WRK-LOT-LOTE(WRK-IDX-LOT)
           END-IF.
      *-------- LOTE ENTREGUE POR MAIS DE UM FORNECEDOR FICA COM O
      *-------- ULTIMO QUE ENTREGOU
           MOVE RCB-FORNECEDOR TO WRK-LOT-FORN(WRK-IDX-LOT).

       0212-GUARDAR-FIM.
           EXIT.

       0213-COMPARAR-CUSTO          SECTION.
           IF RCB-CUSTO EQUAL ZEROS
              GO TO 0213-COMPARAR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-CST FROM 1 BY 1
                   UNTIL WRK-IDX-CST GREATER WRK-ACUM-CST
                      OR WRK-ACHOU
              IF WRK-CST-FORN(WRK-IDX-CST) EQUAL RCB-FORNECEDOR
                 AND WRK-CST-PRODUTO(WRK-IDX-CST) EQUAL RCB-PRODUTO
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-CST
      *-------- SO O RECEBIMENTO DENTRO DO PERIODO ENTRA NA VARIACAO
              IF RCB-DATA NOT LESS WRK-DATA-INI
                 AND RCB-DATA NOT GREATER WRK-DATA-FIM
                 COMPUTE WRK-VAR-CUSTO ROUNDED
                       = (RCB-CUSTO - WRK-CST-CUSTO(WRK-IDX-CST))
                       * 100 / WRK-CST-CUSTO(WRK-IDX-CST)
                    ON SIZE ERROR
                       MOVE 99999,99 TO WRK-VAR-CUSTO
                 END-COMPUTE
                 MOVE RCB-FORNECEDOR TO WRK-FOR-BUSCA
                 PERFORM 0270-ACHAR-FORNECEDOR
                 IF WRK-IDX-FOR GREATER ZEROS
                    ADD WRK-VAR-CUSTO
                     TO WRK-FOR-VAR-SOMA(WRK-IDX-FOR)
                    ADD 1 TO WRK-FOR-VAR-QTD(WRK-IDX-FOR)
                 END-IF
              END-IF
           ELSE
              IF WRK-ACUM-CST NOT LESS 3000
                 SET WRK-TRANSBORDOU TO TRUE
                 GO TO 0213-COMPARAR-FIM
              END-IF
              ADD 1 TO WRK-ACUM-CST
              MOVE WRK-ACUM-CST   TO WRK-IDX-CST
              MOVE RCB-FORNECEDOR TO WRK-CST-FORN(WRK-IDX-CST)
              MOVE RCB-PRODUTO    TO WRK-CST-PRODUTO(WRK-IDX-CST)
           END-IF.
           MOVE RCB-CUSTO TO WRK-CST-CUSTO(WRK-IDX-CST).

       0213-COMPARAR-FIM.
           EXIT.

       0220-APURAR-PEDIDOS          SECTION.
      *--------------------------------------------------------------
      *-------- PEDIDOS COM A DATA PREVISTA DENTRO DO PERIODO
      *--------------------------------------------------------------
           READ PEDCOMP
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
              IF PED-DATA-PREVISTA NOT LESS WRK-DATA-INI
                 AND PED-DATA-PREVISTA NOT GREATER WRK-DATA-FIM
                 ADD 1 TO WRK-ACUM-PEDIDOS
                 MOVE PED-FORNECEDOR TO WRK-FOR-BUSCA
                 PERFORM 0270-ACHAR-FORNECEDOR
                 IF WRK-IDX-FOR GREATER ZEROS
                    PERFORM 0221-APURAR-PEDIDO
                 END-IF
              END-IF
              READ PEDCOMP
           END-PERFORM.

       0221-APURAR-PEDIDO           SECTION.
           ADD 1 TO WRK-FOR-PEDIDOS(WRK-IDX-FOR).
           IF PED-CANCELADO
              ADD 1 TO WRK-FOR-CANCELADOS(WRK-IDX-FOR)
              GO TO 0221-APURAR-FIM
           END-IF.
           IF PED-QTD-RECEB GREATER ZEROS
              AND PED-QTD-RECEB LESS PED-QTD-PEDIDA
              ADD 1 TO WRK-FOR-PARCIAIS(WRK-IDX-FOR)
           END-IF.
      *-------- PENDENTE AINDA NO PRAZO NAO ENTRA EM NADA
           IF PED-PENDENTE
              AND PED-DATA-PREVISTA NOT LESS WRK-DATA-CORTE
              GO TO 0221-APURAR-FIM
           END-IF.
           MOVE PED-QTD-RECEB TO WRK-QTD-ATENDIDA.
           IF WRK-QTD-ATENDIDA GREATER PED-QTD-PEDIDA
              MOVE PED-QTD-PEDIDA TO WRK-QTD-ATENDIDA
           END-IF.
           ADD PED-QTD-PEDIDA   TO WRK-FOR-QTD-PED(WRK-IDX-FOR).
           ADD WRK-QTD-ATENDIDA TO WRK-FOR-QTD-ATD(WRK-IDX-FOR).

           IF PED-PENDENTE
              MOVE WRK-DATA-CORTE TO WRK-DATA-ATE
           ELSE
              MOVE "N" TO WRK-SW-ACHOU
              PERFORM VARYING WRK-IDX-PRC FROM 1 BY 1
                      UNTIL WRK-IDX-PRC GREATER WRK-ACUM-PRC
                         OR WRK-ACHOU
                 IF WRK-PRC-PEDIDO(WRK-IDX-PRC) EQUAL PED-NUMERO
                    SET WRK-ACHOU TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WRK-ACHOU
                 GO TO 0221-APURAR-FIM
              END-IF
              SUBTRACT 1 FROM WRK-IDX-PRC
              MOVE WRK-PRC-DATA(WRK-IDX-PRC) TO WRK-DATA-ATE
           END-IF.
           ADD 1 TO WRK-FOR-BASE(WRK-IDX-FOR).
           IF WRK-DATA-ATE NOT GREATER PED-DATA-PREVISTA
              ADD 1 TO WRK-FOR-NO-PRAZO(WRK-IDX-FOR)
              GO TO 0221-APURAR-FIM
           END-IF.
           MOVE PED-DATA-PREVISTA TO WRK-DATA-DE.
           PERFORM 0280-CONTAR-DIAS.
           ADD 1        TO WRK-FOR-ATRASADOS(WRK-IDX-FOR).
           ADD WRK-DIAS TO WRK-FOR-DIAS-ATR(WRK-IDX-FOR).

       0221-APURAR-FIM.
           EXIT.

       0230-APURAR-PERDAS           SECTION.
      *--------------------------------------------------------------
      *-------- PERDA POR VALIDADE BAIXADA NO PERIODO, COBRADA DO
      *-------- FORNECEDOR QUE ENTREGOU O LOTE
      *--------------------------------------------------------------
           OPEN INPUT LOTPERDA.
           IF FS-LOTPERDA NOT EQUAL 00
              DISPLAY "SEM PERDAS POR VALIDADE (LOTPERDA.txt)"
              GO TO 0230-APURAR-FIM
           END-IF.
           READ LOTPERDA
           PERFORM UNTIL FS-LOTPERDA NOT EQUAL 00
              IF LPR-DATA NOT LESS WRK-DATA-INI
                 AND LPR-DATA NOT GREATER WRK-DATA-FIM
                 ADD 1 TO WRK-ACUM-PERDAS
                 PERFORM 0231-COBRAR-PERDA
              END-IF
              READ LOTPERDA
           END-PERFORM.
           CLOSE LOTPERDA.

       0230-APURAR-FIM.
           EXIT.

       0231-COBRAR-PERDA            SECTION.
           COMPUTE WRK-VALOR-LINHA = LPR-QTD * LPR-CUSTO.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-LOT FROM 1 BY 1
                   UNTIL WRK-IDX-LOT GREATER WRK-ACUM-LOT
                      OR WRK-ACHOU
              IF WRK-LOT-PRODUTO(WRK-IDX-LOT) EQUAL LPR-PRODUTO
                 AND WRK-LOT-LOTE(WRK-IDX-LOT) EQUAL LPR-LOTE
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              ADD WRK-VALOR-LINHA TO WRK-PERDA-SEM-FOR
              GO TO 0231-COBRAR-FIM
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-LOT.
           MOVE WRK-LOT-FORN(WRK-IDX-LOT) TO WRK-FOR-BUSCA.
           PERFORM 0270-ACHAR-FORNECEDOR.
           IF WRK-IDX-FOR GREATER ZEROS
              ADD WRK-VALOR-LINHA TO WRK-FOR-VAL-PERDA(WRK-IDX-FOR)
           ELSE
              ADD WRK-VALOR-LINHA TO WRK-PERDA-SEM-FOR
           END-IF.

       0231-COBRAR-FIM.
           EXIT.

       0235-APURAR-DEVOLUCOES       SECTION.
      *--------------------------------------------------------------
      *-------- DEVOLUCAO DE COMPRA NO PERIODO (DEVFORN.txt, GRAVADO
      *-------- PELO ESTDEVOL), COBRADA DO FORNECEDOR DA NOTA
      *--------------------------------------------------------------
           OPEN INPUT DEVFORN.
           IF FS-DEVFORN NOT EQUAL 00
              DISPLAY "SEM DEVOLUCOES A FORNECEDOR (DEVFORN.txt)"
              GO TO 0235-APURAR-FIM
           END-IF.
           READ DEVFORN
           PERFORM UNTIL FS-DEVFORN NOT EQUAL 00
              IF DEV-DATA NOT LESS WRK-DATA-INI
                 AND DEV-DATA NOT GREATER WRK-DATA-FIM
                 ADD 1 TO WRK-ACUM-DEVOL
                 MOVE DEV-FORNECEDOR TO WRK-FOR-BUSCA
                 PERFORM 0270-ACHAR-FORNECEDOR
                 IF WRK-IDX-FOR GREATER ZEROS
                    COMPUTE WRK-VALOR-LINHA = DEV-QTD * DEV-CUSTO
                    ADD WRK-VALOR-LINHA
                     TO WRK-FOR-VAL-DEVOL(WRK-IDX-FOR)
                 END-IF
              END-IF
              READ DEVFORN
           END-PERFORM.
           CLOSE DEVFORN.

       0235-APURAR-FIM.
           EXIT.

       0240-CALCULAR-NOTA           SECTION.
      *-------- NO PRAZO: ATE 40 PONTOS
           IF WRK-FOR-BASE(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-FOR-PCT-PRAZO(WRK-IDX) ROUNDED
                    = WRK-FOR-NO-PRAZO(WRK-IDX) * 100
                    / WRK-FOR-BASE(WRK-IDX)
           ELSE
              MOVE 100 TO WRK-FOR-PCT-PRAZO(WRK-IDX)
           END-IF.
           COMPUTE WRK-PTS-PRAZO ROUNDED
                 = WRK-FOR-PCT-PRAZO(WRK-IDX) * 0,4.
      *-------- ATENDIMENTO: ATE 40 PONTOS
           IF WRK-FOR-QTD-PED(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-FOR-PCT-ATEND(WRK-IDX) ROUNDED
                    = WRK-FOR-QTD-ATD(WRK-IDX) * 100
                    / WRK-FOR-QTD-PED(WRK-IDX)
           ELSE
              MOVE 100 TO WRK-FOR-PCT-ATEND(WRK-IDX)
           END-IF.
           COMPUTE WRK-PTS-ATEND ROUNDED
                 = WRK-FOR-PCT-ATEND(WRK-IDX) * 0,4.
      *-------- CUSTO: 10 PONTOS, MENOS 1 POR 1% DE ALTA MEDIA
           MOVE ZEROS TO WRK-FOR-VAR-MEDIA(WRK-IDX).
           IF WRK-FOR-VAR-QTD(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-FOR-VAR-MEDIA(WRK-IDX) ROUNDED
                    = WRK-FOR-VAR-SOMA(WRK-IDX)
                    / WRK-FOR-VAR-QTD(WRK-IDX)
           END-IF.
           MOVE 10 TO WRK-PTS-CUSTO.
           IF WRK-FOR-VAR-MEDIA(WRK-IDX) GREATER ZEROS
              SUBTRACT WRK-FOR-VAR-MEDIA(WRK-IDX) FROM WRK-PTS-CUSTO
           END-IF.
           IF WRK-PTS-CUSTO LESS ZEROS
              MOVE ZEROS TO WRK-PTS-CUSTO
           END-IF.
      *-------- QUALIDADE: 10 PONTOS, MENOS 1 POR 1% DO RECEBIDO
      *-------- PERDIDO NA VALIDADE OU DEVOLVIDO AO FORNECEDOR
           MOVE ZEROS TO WRK-FOR-PCT-PERDA(WRK-IDX).
           MOVE 10    TO WRK-PTS-PERDA.
           COMPUTE WRK-VAL-QUALID = WRK-FOR-VAL-PERDA(WRK-IDX)
                                  + WRK-FOR-VAL-DEVOL(WRK-IDX).
           IF WRK-VAL-QUALID GREATER ZEROS
              IF WRK-FOR-VAL-RECEB(WRK-IDX) GREATER ZEROS
                 COMPUTE WRK-FOR-PCT-PERDA(WRK-IDX) ROUNDED
                       = WRK-VAL-QUALID * 100
                       / WRK-FOR-VAL-RECEB(WRK-IDX)
                    ON SIZE ERROR
                       MOVE 99999,99 TO WRK-FOR-PCT-PERDA(WRK-IDX)
                 END-COMPUTE
                 SUBTRACT WRK-FOR-PCT-PERDA(WRK-IDX)
                     FROM WRK-PTS-PERDA
              ELSE
                 MOVE ZEROS TO WRK-PTS-PERDA
              END-IF
           END-IF.
           IF WRK-PTS-PERDA LESS ZEROS
              MOVE ZEROS TO WRK-PTS-PERDA
           END-IF.
           COMPUTE WRK-FOR-NOTA(WRK-IDX) = WRK-PTS-PRAZO
                 + WRK-PTS-ATEND + WRK-PTS-CUSTO + WRK-PTS-PERDA.

       0250-ORDENAR-RANKING         SECTION.
      *-------- ORDENA PELA NOTA DECRESCENTE (TROCA SIMPLES, TABELA
      *-------- PEQUENA, COMO NO CLIRANK)
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER OR EQUAL WRK-ACUM-FOR
              PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                      UNTIL WRK-IDX2 GREATER OR EQUAL WRK-ACUM-FOR
                 IF WRK-FOR-NOTA(WRK-IDX2) LESS
                    WRK-FOR-NOTA(WRK-IDX2 + 1)
                    MOVE WRK-FOR-ENTRY(WRK-IDX2)     TO WRK-TROCA
                    MOVE WRK-FOR-ENTRY(WRK-IDX2 + 1)
                      TO WRK-FOR-ENTRY(WRK-IDX2)
                    MOVE WRK-TROCA TO WRK-FOR-ENTRY(WRK-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       0260-LISTAR-FORNECEDOR       SECTION.
           MOVE "NAO CADASTRADO" TO WRK-NOME-FOR.
           IF WRK-FORNECED-OK
              MOVE WRK-FOR-ID(WRK-IDX) TO FOR-CODIGO
              READ FORNECED
                NOT INVALID KEY
                   MOVE FOR-NOME TO WRK-NOME-FOR
              END-READ
           END-IF.
           MOVE ZEROS TO WRK-MEDIA-ATRASO.
           IF WRK-FOR-ATRASADOS(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-MEDIA-ATRASO ROUNDED
                    = WRK-FOR-DIAS-ATR(WRK-IDX)
                    / WRK-FOR-ATRASADOS(WRK-IDX)
           END-IF.
           MOVE WRK-FOR-NOTA(WRK-IDX)      TO WRK-NOTA-ED.
           MOVE WRK-FOR-PCT-PRAZO(WRK-IDX) TO WRK-PCT-ED.
           MOVE WRK-FOR-PCT-ATEND(WRK-IDX) TO WRK-PCT2-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-IDX              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-FOR-ID(WRK-IDX)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-NOME-FOR         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-NOTA-ED          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-PCT-ED           DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WRK-MEDIA-ATRASO     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-PCT2-ED          DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
      *-------- SEGUNDA LINHA: PEDIDOS, PARCIAIS, CANCELADOS, CUSTO
      *-------- E PERDA POR VALIDADE
           MOVE WRK-FOR-VAR-MEDIA(WRK-IDX) TO WRK-VAR-ED.
           MOVE WRK-FOR-VAL-PERDA(WRK-IDX) TO WRK-PERDA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "         PED "              DELIMITED BY SIZE
                  WRK-FOR-PEDIDOS(WRK-IDX)    DELIMITED BY SIZE
                  " PARC "                    DELIMITED BY SIZE
                  WRK-FOR-PARCIAIS(WRK-IDX)   DELIMITED BY SIZE
                  " CANC "                    DELIMITED BY SIZE
                  WRK-FOR-CANCELADOS(WRK-IDX) DELIMITED BY SIZE
                  " CUSTO% "                  DELIMITED BY SIZE
                  WRK-VAR-ED                  DELIMITED BY SIZE
                  " PERDA "                   DELIMITED BY SIZE
                  WRK-PERDA-ED                DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
      *-------- TERCEIRA LINHA: DEVOLUCOES E O % DO RECEBIDO QUE
      *-------- VOLTOU OU SE PERDEU (BASE DOS PONTOS DE QUALIDADE)
           MOVE WRK-FOR-VAL-DEVOL(WRK-IDX) TO WRK-PERDA-ED.
           MOVE WRK-FOR-PCT-PERDA(WRK-IDX) TO WRK-QUALID-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "         DEVOLVIDO "       DELIMITED BY SIZE
                  WRK-PERDA-ED                DELIMITED BY SIZE
                  " PERDA+DEVOL % RECEBIDO "  DELIMITED BY SIZE
                  WRK-QUALID-ED               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0270-ACHAR-FORNECEDOR        SECTION.
      *--------------------------------------------------------------
      *-------- DEVOLVE EM WRK-IDX-FOR A POSICAO DO FORNECEDOR NA
      *-------- TABELA, INCLUINDO-O SE FOR NOVO (ZERO = TABELA CHEIA)
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-IDX-FOR.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 GREATER WRK-ACUM-FOR
                      OR WRK-IDX-FOR GREATER ZEROS
              IF WRK-FOR-ID(WRK-IDX2) EQUAL WRK-FOR-BUSCA
                 MOVE WRK-IDX2 TO WRK-IDX-FOR
              END-IF
           END-PERFORM.
           IF WRK-IDX-FOR GREATER ZEROS
              GO TO 0270-ACHAR-FIM
           END-IF.
           IF WRK-ACUM-FOR NOT LESS 500
              SET WRK-TRANSBORDOU TO TRUE
              GO TO 0270-ACHAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-FOR.
           MOVE WRK-ACUM-FOR TO WRK-IDX-FOR.
           INITIALIZE WRK-FOR-ENTRY(WRK-IDX-FOR).
           MOVE WRK-FOR-BUSCA TO WRK-FOR-ID(WRK-IDX-FOR).

       0270-ACHAR-FIM.
           EXIT.

       0280-CONTAR-DIAS             SECTION.
      *--------------------------------------------------------------
      *-------- DIAS DE WRK-DATA-DE ATE WRK-DATA-ATE, ANDANDO DIA A
      *-------- DIA (MODULO DATAADD), COMO A CORRECAO DO CRBAIXA
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
           CLOSE PEDCOMP.
           IF WRK-FORNECED-OK
              CLOSE FORNECED
           END-IF.
           MOVE WRK-PERDA-SEM-FOR TO WRK-PERDA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "FORNECEDORES: "    DELIMITED BY SIZE
                  WRK-ACUM-FOR        DELIMITED BY SIZE
                  "  PEDIDOS: "       DELIMITED BY SIZE
                  WRK-ACUM-PEDIDOS    DELIMITED BY SIZE
                  "  PERDA SEM FORNECEDOR: " DELIMITED BY SIZE
                  WRK-PERDA-ED        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-TRANSBORDOU
              DISPLAY "AVISO: MAIS PEDIDOS/LOTES/FORNECEDORES QUE AS "
                      "TABELAS COMPORTAM - SCORECARD INCOMPLETO"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "PEDIDOS NO PERIODO...... " WRK-ACUM-PEDIDOS.
           DISPLAY "ITENS RECEBIDOS......... " WRK-ACUM-RECEB.
           DISPLAY "BAIXAS POR VALIDADE..... " WRK-ACUM-PERDAS.
           DISPLAY "ITENS DEVOLVIDOS........ " WRK-ACUM-DEVOL.
           DISPLAY "FORNECEDORES AVALIADOS.. " WRK-ACUM-FOR.
           DISPLAY "=========================================".
           DISPLAY "FIM DO SCORECARD DE FORNECEDORES".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PEDCOMP.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "RECEBNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RECEBNF.
           MOVE "LOTPERDA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTPERDA.
           MOVE "DEVFORN.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DEVFORN.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
