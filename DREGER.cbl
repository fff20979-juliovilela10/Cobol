       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREGER.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: DRE GERENCIAL MENSAL POR LOJA E CONSOLIDADA - JUNTA
      *           NUMA PAGINA POR LOJA O QUE HOJE ESTA ESPALHADO EM
      *           VARIOS RELATORIOS: RECEITA LIQUIDA (VENDASDET, COMO
      *           NO VENDMENS/LOJACONS), CUSTO DAS MERCADORIAS (CUSTO
      *           MEDIO DA FICHA, COMO NO ESTMARG), MARGEM BRUTA,
      *           FOLHA (BRUTO DO FOLHAVAR, COMO NO SETCUSTO), FRETES
      *           PAGOS (FRTDIV DO FRETCONF), PERDAS DE ESTOQUE
      *           (BAIXAS POR VALIDADE DO LOTBAIXA E AJUSTES DO
      *           INVCOMP NO ESTMOV) E TAXAS DE CARTAO (CARTLIQ), ATE
      *           O RESULTADO OPERACIONAL - COM O MES ANTERIOR E O
      *           MESMO MES DO ANO ANTERIOR AO LADO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LOJAS PELO LOJAS.txt (COMO NO LOJACONS); SEM O
      *              CADASTRO, LE SO O DIRETORIO CENTRAL. A RECEITA E O
      *              CUSTO SAEM POR DET-LOJA; FOLHA, FRETE E PERDAS NAO
      *              TEM LOJA NA ORIGEM E SAO RATEADOS PELA RECEITA, E
      *              AS TAXAS DE CARTAO PELAS VENDAS NO CARTAO DE CADA
      *              LOJA. EMISSAO DE VALE-PRESENTE NAO E RECEITA.
      *              O MES PEDIDO E SEMPRE APURADO E GRAVADO NO
      *              DREHIST.txt; OS MESES DE COMPARACAO VEM DO
      *              HISTORICO E, SEM HISTORICO, SAO APURADOS DOS
      *              ARQUIVOS QUE AINDA EXISTEM (A FOLHA APURADA E A
      *              DO QUADRO ATUAL DE FUNCIONARIOS)
      * 15/10/2026 JV - FOLHA DA DRE COM A COMISSAO DO MES DOS
      *                 OPERADORES VINCULADOS (FOLHAVAR)
      * 15/10/2026 JV - O FOLHAVAR DEVOLVE TAMBEM A PARTE DO
      *                 FUNCIONARIO NO VT/VR, QUE NAO MEXE NO BRUTO
      *                 DA FOLHA APURADA NA DRE
      * 15/10/2026 JV - PERDAS DE MES JA ARQUIVADO PELO LOGARQ SAO
      *                 LIDAS NO ESTMOV_AAAA.txt (MODULO LOGSEL)
      * 15/10/2026 JV - PRODUTO SEM FICHA DE ESTOQUE (KIT) NAO ZERA
      *                 MAIS O CUSTO DOS PRODUTOS SEGUINTES
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT LOJAS ASSIGN TO WRK-PATH-LOJAS
             FILE STATUS IS FS-LOJAS.

           SELECT VENDASDET ASSIGN TO WRK-VENDASDET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VENDASDET.

           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT KITS ASSIGN TO WRK-PATH-KITS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KIT-CHAVE
             FILE STATUS IS FS-KITS.

           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT FRTDIV ASSIGN TO WRK-PATH-FRTDIV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FRTDIV.

           SELECT ESTMOV ASSIGN TO WRK-PATH-ESTMOV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTMOV.

           SELECT CARTLIQ ASSIGN TO WRK-PATH-CARTLIQ
             FILE STATUS IS FS-CARTLIQ.

           SELECT DREHIST ASSIGN TO WRK-PATH-DREHIST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-DREHIST.


       DATA DIVISION.
       FILE SECTION.
       FD  LOJAS.
       01  REG-LOJAS.
           05 LOJ-CODIGO     PIC 9(02).
           05 FILLER         PIC X(01).
           05 LOJ-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 LOJ-DIR        PIC X(40).

       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  KITS.
       COPY "KITCOPY.cpy".

       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  FRTDIV.
       01  REG-FRTDIV.
           05 DIV-DATA-PROC  PIC 9(08).
           05 DIV-PROC-R REDEFINES DIV-DATA-PROC.
              10 DIV-PROC-AAAAMM PIC 9(06).
              10 DIV-PROC-DD     PIC 9(02).
           05 FILLER         PIC X(01).
           05 DIV-TRANSP     PIC 9(04).
           05 FILLER         PIC X(01).
           05 DIV-DATA-EMB   PIC 9(08).
           05 FILLER         PIC X(01).
           05 DIV-PRODUTO    PIC X(30).
           05 FILLER         PIC X(01).
           05 DIV-UF         PIC X(02).
           05 FILLER         PIC X(01).
           05 DIV-COTADO     PIC 9(08)V99.
           05 FILLER         PIC X(01).
           05 DIV-COBRADO    PIC 9(08)V99.
           05 FILLER         PIC X(01).
           05 DIV-DECISAO    PIC X(01).

       FD  ESTMOV.
       01  REG-ESTMOV.
           05 MOV-DATA       PIC 9(08).
           05 MOV-DATA-R REDEFINES MOV-DATA.
              10 MOV-AAAAMM  PIC 9(06).
              10 MOV-DD      PIC 9(02).
           05 FILLER         PIC X(01).
           05 MOV-HORA       PIC 9(06).
           05 FILLER         PIC X(01).
           05 MOV-TIPO       PIC X(03).
           05 FILLER         PIC X(01).
           05 MOV-PRODUTO    PIC 9(04).
           05 FILLER         PIC X(01).
           05 MOV-SINAL      PIC X(01).
           05 MOV-QTD        PIC 9(05).
           05 FILLER         PIC X(01).
           05 MOV-DOCTO      PIC 9(09).
           05 FILLER         PIC X(01).
           05 MOV-OPERADOR   PIC X(08).

       FD  CARTLIQ.
       01  REG-CARTLIQ.
           05 LIQ-DATA       PIC 9(08).
           05 LIQ-DATA-R REDEFINES LIQ-DATA.
              10 LIQ-AAAAMM  PIC 9(06).
              10 LIQ-DD      PIC 9(02).
           05 FILLER         PIC X(01).
           05 LIQ-HORA       PIC 9(06).
           05 FILLER         PIC X(01).
           05 LIQ-VALOR      PIC 9(05)V99.
           05 FILLER         PIC X(01).
           05 LIQ-TAXA       PIC 9(05)V99.

       FD  DREHIST.
       COPY "DRECOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-LOJAS     PIC 9(02) VALUE ZEROS.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-KITS      PIC 9(02) VALUE ZEROS.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-FRTDIV    PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV    PIC 9(02) VALUE ZEROS.
       77  FS-CARTLIQ   PIC 9(02) VALUE ZEROS.
       77  FS-DREHIST   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "DREGER".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "DREHIST.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-MES-PEDIDO    PIC 9(06) VALUE ZEROS.
       01  WRK-MES-PEDIDO-R REDEFINES WRK-MES-PEDIDO.
           05 WRK-PED-AAAA   PIC 9(04).
           05 WRK-PED-MM     PIC 9(02).
       77  WRK-DIA           PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-ATUAL    PIC 9(08) VALUE ZEROS.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.

      *-------------- PERIODOS: 1 MES PEDIDO, 2 MES ANTERIOR, 3 MESMO
      *-------------- MES DO ANO ANTERIOR
       01  WRK-TAB-PERIODOS.
           05 WRK-PER-ENTRY OCCURS 3 TIMES.
              10 WRK-PER-MES     PIC 9(06).
              10 WRK-PER-ORIGEM  PIC X(01).
                 88 WRK-PER-APURADO      VALUE "A".
                 88 WRK-PER-HISTORICO    VALUE "H".
                 88 WRK-PER-SEM-DADOS    VALUE " ".
              10 WRK-PER-DIAS    PIC 9(03).
       77  WRK-PER           PIC 9(01) VALUE ZEROS.
       77  WRK-PER-SALVO     PIC 9(01) VALUE ZEROS.
       77  WRK-ITEM-SALVO    PIC 9(01) VALUE ZEROS.

      *-------------- LOJAS E CONTAS DA DRE POR PERIODO --------------
      *-------------- ITEM: 1 RECEITA, 2 CMV, 3 FOLHA, 4 FRETE,
      *-------------- 5 PERDAS, 6 TAXAS DE CARTAO
       77  WRK-QTD-LOJAS     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LOJAS.
           05 WRK-LOJ-ENTRY OCCURS 20 TIMES.
              10 WRK-LOJ-CODIGO  PIC 9(02).
              10 WRK-LOJ-NOME    PIC X(20).
              10 WRK-LOJ-DIR     PIC X(40).
              10 WRK-LOJ-CARTAO  PIC S9(11)V99.
              10 WRK-LOJ-PER OCCURS 3 TIMES.
                 15 WRK-LOJ-ITEM PIC S9(11)V99 OCCURS 6 TIMES.
       01  WRK-TAB-CONSOLIDADO.
           05 WRK-CON-PER OCCURS 3 TIMES.
              10 WRK-CON-ITEM    PIC S9(11)V99 OCCURS 6 TIMES.
       77  WRK-IDX-LOJA      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DIR       PIC 9(02) VALUE ZEROS.
       77  WRK-ITEM          PIC 9(01) VALUE ZEROS.
       77  WRK-LOJA-BUSCA    PIC 9(02) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-HIST       PIC X(01) VALUE "N".
           88 WRK-HIST-ACHADO       VALUE "S".

      *-------------- TOTAIS DA EMPRESA NO PERIODO EM APURACAO -------
       77  WRK-EMP-RECEITA   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EMP-CARTAO    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EMP-FRETE     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EMP-PERDAS    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EMP-TAXAS     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-FOLHA-ATUAL   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SW-FOLHA      PIC X(01) VALUE "N".
           88 WRK-FOLHA-APURADA     VALUE "S".

      *-------------- RATEIO ----------------------------------------
       77  WRK-RAT-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RAT-RATEADO   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RAT-PARCELA   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RAT-BASE      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SW-BASE       PIC X(01) VALUE "R".
           88 WRK-BASE-RECEITA      VALUE "R".
           88 WRK-BASE-CARTAO       VALUE "C".

      *-------------- CUSTO MEDIO POR PRODUTO (CACHE) ----------------
       77  WRK-QTD-CUSTOS    PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CUSTOS.
           05 WRK-CST-ENTRY OCCURS 300 TIMES.
              10 WRK-CST-CODIGO  PIC 9(04).
              10 WRK-CST-CUSTO   PIC 9(07)V99.
       77  WRK-IDX-CUSTO     PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-BUSCA    PIC 9(04) VALUE ZEROS.
       77  WRK-CUSTO-UNIT    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SW-ESTOQUE    PIC X(01) VALUE "N".
           88 WRK-ESTOQUE-ABERTO    VALUE "S".
       77  WRK-SW-KITS       PIC X(01) VALUE "N".
           88 WRK-KITS-ABERTO       VALUE "S".
       77  WRK-QTD-LINHA     PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-LINHA   PIC S9(11)V99 VALUE ZEROS.

      *-------------- CALCULO DA FOLHA (MODULO FOLHAVAR) -------------
       77  WRK-VLR-HE50      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-HE100     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-FALTAS    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BRUTO         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-CONSUMO   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-COMISSAO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-BENEFICIO PIC 9(06)V99 VALUE ZEROS.

      *-------------- MONTAGEM DA PAGINA -----------------------------
       77  WRK-MARGEM        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RESULTADO     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PERCENTUAL    PIC S9(05)V99 VALUE ZEROS.
       77  WRK-PCT-ED        PIC -ZZZ9,99.
       01  WRK-PAG-VALORES.
           05 WRK-PAG-PER OCCURS 3 TIMES.
              10 WRK-PAG-ITEM    PIC S9(11)V99 OCCURS 6 TIMES.
       77  WRK-PAGINAS       PIC 9(02) VALUE ZEROS.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.
       01  WRK-LINHA-DRE.
           05 WRK-L-ROTULO    PIC X(22).
           05 WRK-L-COLUNA OCCURS 3 TIMES.
              10 FILLER       PIC X(01).
              10 WRK-L-VALOR  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(10).
       01  WRK-LINHA-TXT REDEFINES WRK-LINHA-DRE.
           05 FILLER          PIC X(22).
           05 WRK-L-TEXTO     PIC X(16) OCCURS 3 TIMES.
           05 FILLER          PIC X(10).

      *-------- ANO DO PERIODO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "ESTMOV.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOJAS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-KITS     PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FRTDIV   PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTMOV   PIC X(60) VALUE SPACES.
       01  WRK-PATH-CARTLIQ  PIC X(60) VALUE SPACES.
       01  WRK-PATH-DREHIST  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0150-CARREGAR-LOJAS
           PERFORM   0200-APURAR-PERIODO
                     VARYING WRK-PER FROM 1 BY 1
                     UNTIL WRK-PER GREATER 3
           PERFORM   0500-GRAVAR-HISTORICO
           PERFORM   0600-IMPRIMIR
           PERFORM   0700-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "MES DA DRE (AAAAMM): "
             ACCEPT WRK-MES-PEDIDO.
           IF WRK-PED-MM LESS 01 OR WRK-PED-MM GREATER 12
              DISPLAY "MES INVALIDO - DRE CANCELADA"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-MES-PEDIDO TO WRK-PER-MES(1).
           IF WRK-PED-MM EQUAL 01
              COMPUTE WRK-PER-MES(2) = (WRK-PED-AAAA - 1) * 100 + 12
           ELSE
              COMPUTE WRK-PER-MES(2) = WRK-MES-PEDIDO - 1
           END-IF.
           COMPUTE WRK-PER-MES(3) = WRK-MES-PEDIDO - 100.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "DRE GERENCIAL " WRK-MES-PEDIDO " - "
                   WRK-DATA-EXEC.
           DISPLAY "=========================================".
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
              SET WRK-ESTOQUE-ABERTO TO TRUE
           END-IF.
           OPEN INPUT KITS.
           IF FS-KITS EQUAL 00
              SET WRK-KITS-ABERTO TO TRUE
           END-IF.
           INITIALIZE WRK-TAB-CONSOLIDADO.

       0150-CARREGAR-LOJAS          SECTION.
      *-------- SEM O CADASTRO DE LOJAS, UMA LOJA SO NO DIRETORIO
      *-------- CENTRAL (A DO CARTAO "LOJA" DO CONFIG, VIA DET-LOJA)
           OPEN INPUT LOJAS.
           IF FS-LOJAS NOT EQUAL 00
              MOVE 1            TO WRK-QTD-LOJAS
              MOVE 01           TO WRK-LOJ-CODIGO(1)
              MOVE "LOJA UNICA" TO WRK-LOJ-NOME(1)
              MOVE WRK-PATH-DIR TO WRK-LOJ-DIR(1)
              PERFORM 0160-ZERAR-LOJA
              GO TO 0150-CARREGAR-FIM
           END-IF.
           READ LOJAS
           PERFORM UNTIL FS-LOJAS NOT EQUAL 00
              IF WRK-QTD-LOJAS LESS 20
                 ADD 1 TO WRK-QTD-LOJAS
                 MOVE LOJ-CODIGO TO WRK-LOJ-CODIGO(WRK-QTD-LOJAS)
                 MOVE LOJ-NOME   TO WRK-LOJ-NOME(WRK-QTD-LOJAS)
                 MOVE LOJ-DIR    TO WRK-LOJ-DIR(WRK-QTD-LOJAS)
                 PERFORM 0160-ZERAR-LOJA
              END-IF
              READ LOJAS
           END-PERFORM.
           CLOSE LOJAS.

       0150-CARREGAR-FIM.
           EXIT.

       0160-ZERAR-LOJA              SECTION.
           MOVE ZEROS TO WRK-LOJ-CARTAO(WRK-QTD-LOJAS).
           PERFORM VARYING WRK-PER FROM 1 BY 1
                   UNTIL WRK-PER GREATER 3
              PERFORM VARYING WRK-ITEM FROM 1 BY 1
                      UNTIL WRK-ITEM GREATER 6
                 MOVE ZEROS
                   TO WRK-LOJ-ITEM(WRK-QTD-LOJAS WRK-PER WRK-ITEM)
              END-PERFORM
           END-PERFORM.
           MOVE ZEROS TO WRK-PER.

       0170-LOCALIZAR-LOJA          SECTION.
      *-------- LOJA DA LINHA (WRK-LOJA-BUSCA) NA TABELA; CODIGO FORA
      *-------- DO CADASTRO ENTRA NO FIM, NO DIRETORIO DE QUEM LEU
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS
                      OR WRK-ACHOU
              IF WRK-LOJ-CODIGO(WRK-IDX-LOJA) EQUAL WRK-LOJA-BUSCA
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-LOJA
              GO TO 0170-LOCALIZAR-FIM
           END-IF.
           IF WRK-QTD-LOJAS LESS 20
              ADD 1 TO WRK-QTD-LOJAS
              MOVE WRK-LOJA-BUSCA TO WRK-LOJ-CODIGO(WRK-QTD-LOJAS)
              MOVE "(FORA DO CADASTRO)"
                TO WRK-LOJ-NOME(WRK-QTD-LOJAS)
              MOVE SPACES TO WRK-LOJ-DIR(WRK-QTD-LOJAS)
              MOVE WRK-PER TO WRK-PER-SALVO
              MOVE WRK-ITEM TO WRK-ITEM-SALVO
              PERFORM 0160-ZERAR-LOJA
              MOVE WRK-PER-SALVO  TO WRK-PER
              MOVE WRK-ITEM-SALVO TO WRK-ITEM
              MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
           ELSE
              MOVE 1 TO WRK-IDX-LOJA
           END-IF.

       0170-LOCALIZAR-FIM.
           EXIT.

       0200-APURAR-PERIODO          SECTION.
      *--------------------------------------------------------------
      *-------- MES DE COMPARACAO JA FECHADO NO HISTORICO VEM DE LA;
      *-------- O MES PEDIDO (E O SEM HISTORICO) E APURADO DOS
      *-------- ARQUIVOS DE ORIGEM
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-PER-ORIGEM(WRK-PER).
           MOVE ZEROS  TO WRK-PER-DIAS(WRK-PER).
           IF WRK-PER GREATER 1
              PERFORM 0210-LER-HISTORICO
              IF WRK-HIST-ACHADO
                 SET WRK-PER-HISTORICO(WRK-PER) TO TRUE
                 GO TO 0200-CONSOLIDAR
              END-IF
           END-IF.
           MOVE ZEROS TO WRK-EMP-RECEITA WRK-EMP-CARTAO
                         WRK-EMP-FRETE WRK-EMP-PERDAS WRK-EMP-TAXAS.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS
              MOVE ZEROS TO WRK-LOJ-CARTAO(WRK-IDX-LOJA)
           END-PERFORM.
           PERFORM 0300-APURAR-VENDAS
                   VARYING WRK-IDX-DIR FROM 1 BY 1
                   UNTIL WRK-IDX-DIR GREATER WRK-QTD-LOJAS.
           PERFORM 0350-APURAR-FOLHA.
           PERFORM 0360-APURAR-FRETE.
           PERFORM 0370-APURAR-PERDAS.
           PERFORM 0380-APURAR-TAXAS.
           PERFORM 0400-RATEAR.
           IF WRK-PER-DIAS(WRK-PER) GREATER ZEROS
              OR WRK-EMP-FRETE  NOT EQUAL ZEROS
              OR WRK-EMP-PERDAS NOT EQUAL ZEROS
              OR WRK-EMP-TAXAS  NOT EQUAL ZEROS
              SET WRK-PER-APURADO(WRK-PER) TO TRUE
           ELSE
      *-------- MES SEM MOVIMENTO NENHUM NAO LEVA A FOLHA DO QUADRO
              PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                      UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS
                 MOVE ZEROS TO WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER 3)
              END-PERFORM
           END-IF.

       0200-CONSOLIDAR.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS
              PERFORM VARYING WRK-ITEM FROM 1 BY 1
                      UNTIL WRK-ITEM GREATER 6
                 ADD WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER WRK-ITEM)
                  TO WRK-CON-ITEM(WRK-PER WRK-ITEM)
              END-PERFORM
           END-PERFORM.

       0210-LER-HISTORICO           SECTION.
      *-------- VALE A ULTIMA LINHA DO MES E LOJA
           MOVE "N" TO WRK-SW-HIST.
           OPEN INPUT DREHIST.
           IF FS-DREHIST NOT EQUAL 00
              GO TO 0210-LER-FIM
           END-IF.
           READ DREHIST
           PERFORM UNTIL FS-DREHIST NOT EQUAL 00
              IF DRH-MES EQUAL WRK-PER-MES(WRK-PER)
                 SET WRK-HIST-ACHADO TO TRUE
                 MOVE DRH-LOJA TO WRK-LOJA-BUSCA
                 PERFORM 0170-LOCALIZAR-LOJA
                 PERFORM VARYING WRK-ITEM FROM 1 BY 1
                         UNTIL WRK-ITEM GREATER 6
                    IF DRH-SINAL(WRK-ITEM) EQUAL "-"
                       COMPUTE WRK-LOJ-ITEM
                               (WRK-IDX-LOJA WRK-PER WRK-ITEM)
                             = DRH-VALOR(WRK-ITEM) * -1
                    ELSE
                       MOVE DRH-VALOR(WRK-ITEM)
                         TO WRK-LOJ-ITEM
                            (WRK-IDX-LOJA WRK-PER WRK-ITEM)
                    END-IF
                 END-PERFORM
              END-IF
              READ DREHIST
           END-PERFORM.
           CLOSE DREHIST.

       0210-LER-FIM.
           EXIT.

       0300-APURAR-VENDAS           SECTION.
      *-------- VARRE OS 31 DIAS POSSIVEIS DO MES NO DIRETORIO DA
      *-------- LOJA; DIA SEM ARQUIVO E PULADO, COMO NO LOJACONS
           IF WRK-LOJ-DIR(WRK-IDX-DIR) EQUAL SPACES
              GO TO 0300-APURAR-FIM
           END-IF.
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA GREATER 31
              COMPUTE WRK-DATA-ATUAL = WRK-PER-MES(WRK-PER) * 100
                                     + WRK-DIA
              PERFORM 0310-APURAR-DIA
           END-PERFORM.

       0300-APURAR-FIM.
           EXIT.

       0310-APURAR-DIA              SECTION.
           MOVE SPACES TO WRK-VENDASDET-PATH.
           STRING WRK-LOJ-DIR(WRK-IDX-DIR) DELIMITED BY SPACES
                  "VENDASDET_"   DELIMITED BY SIZE
                  WRK-DATA-ATUAL DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                  INTO WRK-VENDASDET-PATH.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET NOT EQUAL 00
              GO TO 0310-APURAR-FIM
           END-IF.
           ADD 1 TO WRK-PER-DIAS(WRK-PER).
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              IF NOT DET-PROD-VALE
                 PERFORM 0320-SOMAR-LINHA
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.

       0310-APURAR-FIM.
           EXIT.

       0320-SOMAR-LINHA             SECTION.
      *-------- REGISTRO ANTIGO SEM LOJA VALE COMO LOJA 01 E SEM
      *-------- QUANTIDADE VALE COMO 1
           IF DET-LOJA NUMERIC AND DET-LOJA GREATER ZEROS
              MOVE DET-LOJA TO WRK-LOJA-BUSCA
           ELSE
              MOVE 01 TO WRK-LOJA-BUSCA
           END-IF.
           PERFORM 0170-LOCALIZAR-LOJA.
           IF DET-QTD NUMERIC AND DET-QTD GREATER ZEROS
              MOVE DET-QTD TO WRK-QTD-LINHA
           ELSE
              MOVE 1 TO WRK-QTD-LINHA
           END-IF.
           MOVE DET-CODPROD TO WRK-PROD-BUSCA.
           PERFORM 0330-CUSTO-PRODUTO.
           COMPUTE WRK-VALOR-LINHA = WRK-QTD-LINHA * WRK-CUSTO-UNIT.
           IF DET-TIPO-ESTORNO
              SUBTRACT DET-VALOR
                  FROM WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER 1)
                       WRK-EMP-RECEITA
              SUBTRACT WRK-VALOR-LINHA
                  FROM WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER 2)
              IF DET-PAG-CARTAO
                 SUBTRACT DET-VALOR
                     FROM WRK-LOJ-CARTAO(WRK-IDX-LOJA)
                          WRK-EMP-CARTAO
              END-IF
           ELSE
              ADD DET-VALOR
               TO WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER 1)
                  WRK-EMP-RECEITA
              ADD WRK-VALOR-LINHA
               TO WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER 2)
              IF DET-PAG-CARTAO
                 ADD DET-VALOR
                  TO WRK-LOJ-CARTAO(WRK-IDX-LOJA)
                     WRK-EMP-CARTAO
              END-IF
           END-IF.

       0330-CUSTO-PRODUTO           SECTION.
      *--------------------------------------------------------------
      *-------- CUSTO MEDIO DA FICHA (WRK-PROD-BUSCA), COMO NO
      *-------- ESTMARG: KIT CUSTA A SOMA DOS COMPONENTES X QUANTIDADE
      *-------- POR KIT. GUARDA NA TABELA PARA NAO RELER A CADA LINHA
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-CUSTO FROM 1 BY 1
                   UNTIL WRK-IDX-CUSTO GREATER WRK-QTD-CUSTOS
                      OR WRK-ACHOU
              IF WRK-CST-CODIGO(WRK-IDX-CUSTO) EQUAL WRK-PROD-BUSCA
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-CUSTO
              MOVE WRK-CST-CUSTO(WRK-IDX-CUSTO) TO WRK-CUSTO-UNIT
              GO TO 0330-CUSTO-FIM
           END-IF.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF WRK-ESTOQUE-ABERTO
              MOVE WRK-PROD-BUSCA TO EST-CODIGO
              READ ESTOQUE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-UNIT
              END-READ
           END-IF.
           PERFORM 0340-CUSTEAR-KIT.
           IF WRK-QTD-CUSTOS LESS 300
              ADD 1 TO WRK-QTD-CUSTOS
              MOVE WRK-PROD-BUSCA TO WRK-CST-CODIGO(WRK-QTD-CUSTOS)
              MOVE WRK-CUSTO-UNIT TO WRK-CST-CUSTO(WRK-QTD-CUSTOS)
           END-IF.

       0330-CUSTO-FIM.
           EXIT.

       0340-CUSTEAR-KIT             SECTION.
           IF NOT WRK-KITS-ABERTO
              GO TO 0340-CUSTEAR-FIM
           END-IF.
           MOVE WRK-PROD-BUSCA TO KIT-CODIGO.
           MOVE ZEROS          TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
             INVALID KEY
                GO TO 0340-CUSTEAR-FIM
           END-START.
           READ KITS NEXT RECORD
           IF FS-KITS NOT EQUAL 00
              OR KIT-CODIGO NOT EQUAL WRK-PROD-BUSCA
              GO TO 0340-CUSTEAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           PERFORM UNTIL FS-KITS NOT EQUAL 00
                      OR KIT-CODIGO NOT EQUAL WRK-PROD-BUSCA
              MOVE KIT-COMPONENTE TO EST-CODIGO
              IF WRK-ESTOQUE-ABERTO
                 READ ESTOQUE
                   INVALID KEY
                      MOVE ZEROS TO EST-CUSTO-MEDIO
                 END-READ
              ELSE
                 MOVE ZEROS TO EST-CUSTO-MEDIO
              END-IF
              COMPUTE WRK-CUSTO-UNIT = WRK-CUSTO-UNIT
                                     + EST-CUSTO-MEDIO * KIT-QTD
              READ KITS NEXT RECORD
           END-PERFORM.

       0340-CUSTEAR-FIM.
           EXIT.

       0350-APURAR-FOLHA            SECTION.
      *-------- BRUTO DO QUADRO ATIVO PELA MESMA CONTA DO SETCUSTO
      *-------- (FOLHAVAR); APURADO UMA VEZ SO NA RODADA
           IF WRK-FOLHA-APURADA
              GO TO 0350-APURAR-FIM
           END-IF.
           SET WRK-FOLHA-APURADA TO TRUE.
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              DISPLAY "CADASTRO DE FUNCIONARIOS AUSENTE - DRE SEM "
                      "FOLHA"
              GO TO 0350-APURAR-FIM
           END-IF.
           READ ARQFUNC
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
              IF NOT REG-FUNC-DESLIGADO
                 CALL "FOLHAVAR" USING REG-CODIGO REG-SALARIO
                                        WRK-VLR-HE50 WRK-VLR-HE100
                                        WRK-VLR-FALTAS WRK-BRUTO
                                        WRK-VLR-CONSUMO
                                        WRK-VLR-COMISSAO
                                        WRK-VLR-BENEFICIO
                 ADD WRK-BRUTO TO WRK-FOLHA-ATUAL
              END-IF
              READ ARQFUNC
           END-PERFORM.
           CLOSE ARQFUNC.

       0350-APURAR-FIM.
           EXIT.

       0360-APURAR-FRETE            SECTION.
      *-------- FRETE PAGO: ITENS DA CONFERENCIA DO MES PAGOS DIRETO
      *-------- ("P") OU APROVADOS POR SUPERVISOR ("A"), PELO COBRADO
           OPEN INPUT FRTDIV.
           IF FS-FRTDIV NOT EQUAL 00
              GO TO 0360-APURAR-FIM
           END-IF.
           READ FRTDIV
           PERFORM UNTIL FS-FRTDIV NOT EQUAL 00
              IF DIV-PROC-AAAAMM EQUAL WRK-PER-MES(WRK-PER)
                 AND (DIV-DECISAO EQUAL "P" OR DIV-DECISAO EQUAL "A")
                 ADD DIV-COBRADO TO WRK-EMP-FRETE
              END-IF
              READ FRTDIV
           END-PERFORM.
           CLOSE FRTDIV.

       0360-APURAR-FIM.
           EXIT.

       0370-APURAR-PERDAS           SECTION.
      *-------- BAIXA POR VALIDADE ("VAL") E AJUSTE DE INVENTARIO
      *-------- ("AJU") DO MES NO LIVRO, PELO CUSTO MEDIO; SOBRA NO
      *-------- INVENTARIO ("+") ABATE DA PERDA
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-PER-MES(WRK-PER) BY 100 GIVING WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-ESTMOV WRK-SW-ARQUIVADO.
           OPEN INPUT ESTMOV.
           IF FS-ESTMOV NOT EQUAL 00
              GO TO 0370-APURAR-FIM
           END-IF.
           READ ESTMOV
           PERFORM UNTIL FS-ESTMOV NOT EQUAL 00
              IF MOV-AAAAMM EQUAL WRK-PER-MES(WRK-PER)
                 AND (MOV-TIPO EQUAL "VAL" OR MOV-TIPO EQUAL "AJU")
                 MOVE MOV-PRODUTO TO WRK-PROD-BUSCA
                 PERFORM 0330-CUSTO-PRODUTO
                 COMPUTE WRK-VALOR-LINHA = MOV-QTD * WRK-CUSTO-UNIT
                 IF MOV-SINAL EQUAL "+"
                    SUBTRACT WRK-VALOR-LINHA FROM WRK-EMP-PERDAS
                 ELSE
                    ADD WRK-VALOR-LINHA TO WRK-EMP-PERDAS
                 END-IF
              END-IF
              READ ESTMOV
           END-PERFORM.
           CLOSE ESTMOV.

       0370-APURAR-FIM.
           EXIT.

       0380-APURAR-TAXAS            SECTION.
      *-------- TAXAS RETIDAS PELA ADMINISTRADORA NAS VENDAS DO MES
           OPEN INPUT CARTLIQ.
           IF FS-CARTLIQ NOT EQUAL 00
              GO TO 0380-APURAR-FIM
           END-IF.
           READ CARTLIQ
           PERFORM UNTIL FS-CARTLIQ NOT EQUAL 00
              IF LIQ-AAAAMM EQUAL WRK-PER-MES(WRK-PER)
                 ADD LIQ-TAXA TO WRK-EMP-TAXAS
              END-IF
              READ CARTLIQ
           END-PERFORM.
           CLOSE CARTLIQ.

       0380-APURAR-FIM.
           EXIT.

       0400-RATEAR                  SECTION.
      *--------------------------------------------------------------
      *-------- FOLHA, FRETE E PERDAS PELA PARTICIPACAO DA LOJA NA
      *-------- RECEITA; TAXAS PELA PARTICIPACAO NAS VENDAS NO CARTAO
      *-------- (SEM VENDA NO CARTAO, PELA RECEITA). A SOBRA DO
      *-------- ARREDONDAMENTO FICA NA ULTIMA LOJA
      *--------------------------------------------------------------
           SET WRK-BASE-RECEITA TO TRUE.
           MOVE WRK-FOLHA-ATUAL TO WRK-RAT-TOTAL.
           MOVE 3 TO WRK-ITEM.
           PERFORM 0410-RATEAR-ITEM.
           MOVE WRK-EMP-FRETE TO WRK-RAT-TOTAL.
           MOVE 4 TO WRK-ITEM.
           PERFORM 0410-RATEAR-ITEM.
           MOVE WRK-EMP-PERDAS TO WRK-RAT-TOTAL.
           MOVE 5 TO WRK-ITEM.
           PERFORM 0410-RATEAR-ITEM.
           IF WRK-EMP-CARTAO GREATER ZEROS
              SET WRK-BASE-CARTAO TO TRUE
           END-IF.
           MOVE WRK-EMP-TAXAS TO WRK-RAT-TOTAL.
           MOVE 6 TO WRK-ITEM.
           PERFORM 0410-RATEAR-ITEM.

       0410-RATEAR-ITEM             SECTION.
           MOVE ZEROS TO WRK-RAT-RATEADO.
           IF WRK-BASE-CARTAO
              MOVE WRK-EMP-CARTAO  TO WRK-RAT-BASE
           ELSE
              MOVE WRK-EMP-RECEITA TO WRK-RAT-BASE
           END-IF.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS
              EVALUATE TRUE
                 WHEN WRK-IDX-LOJA EQUAL WRK-QTD-LOJAS
                    COMPUTE WRK-RAT-PARCELA = WRK-RAT-TOTAL
                                            - WRK-RAT-RATEADO
                 WHEN WRK-RAT-BASE NOT GREATER ZEROS
      *-------- SEM BASE PARA RATEAR, TUDO NA PRIMEIRA LOJA
                    IF WRK-IDX-LOJA EQUAL 1
                       MOVE WRK-RAT-TOTAL TO WRK-RAT-PARCELA
                    ELSE
                       MOVE ZEROS TO WRK-RAT-PARCELA
                    END-IF
                 WHEN WRK-BASE-CARTAO
                    COMPUTE WRK-RAT-PARCELA ROUNDED
                          = WRK-RAT-TOTAL
                          * WRK-LOJ-CARTAO(WRK-IDX-LOJA)
                          / WRK-RAT-BASE
                 WHEN OTHER
                    COMPUTE WRK-RAT-PARCELA ROUNDED
                          = WRK-RAT-TOTAL
                          * WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER 1)
                          / WRK-RAT-BASE
              END-EVALUATE
              MOVE WRK-RAT-PARCELA
                TO WRK-LOJ-ITEM(WRK-IDX-LOJA WRK-PER WRK-ITEM)
              ADD WRK-RAT-PARCELA TO WRK-RAT-RATEADO
           END-PERFORM.

       0500-GRAVAR-HISTORICO        SECTION.
      *-------- O MES PEDIDO VAI PARA O HISTORICO, UMA LINHA POR LOJA
           IF NOT WRK-PER-APURADO(1)
              GO TO 0500-GRAVAR-FIM
           END-IF.
           OPEN EXTEND DREHIST.
           IF FS-DREHIST EQUAL 35
              OPEN OUTPUT DREHIST
           END-IF.
           IF FS-DREHIST NOT EQUAL 00
              MOVE "ERRO NO OPEN DO HISTORICO     " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS
              MOVE SPACES                     TO REG-DREHIST
              MOVE WRK-MES-PEDIDO             TO DRH-MES
              MOVE WRK-LOJ-CODIGO(WRK-IDX-LOJA) TO DRH-LOJA
              MOVE WRK-DATA-HOJE              TO DRH-DATA-PROC
              PERFORM VARYING WRK-ITEM FROM 1 BY 1
                      UNTIL WRK-ITEM GREATER 6
                 IF WRK-LOJ-ITEM(WRK-IDX-LOJA 1 WRK-ITEM) LESS ZEROS
                    MOVE "-" TO DRH-SINAL(WRK-ITEM)
                 ELSE
                    MOVE "+" TO DRH-SINAL(WRK-ITEM)
                 END-IF
                 MOVE WRK-LOJ-ITEM(WRK-IDX-LOJA 1 WRK-ITEM)
                   TO DRH-VALOR(WRK-ITEM)
              END-PERFORM
              WRITE REG-DREHIST
           END-PERFORM.
           CLOSE DREHIST.

       0500-GRAVAR-FIM.
           EXIT.

       0600-IMPRIMIR                SECTION.
      *--------------------------------------------------------------
      *-------- UMA PAGINA POR LOJA E A CONSOLIDADA NO FIM
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "DRE GERENCIAL " DELIMITED BY SIZE
                  WRK-MES-PEDIDO   DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           MOVE "CONTA"          TO WRK-REL-COLUNAS(1:5).
           MOVE "ATUAL"          TO WRK-REL-COLUNAS(27:5).
           MOVE WRK-PER-MES(1)   TO WRK-REL-COLUNAS(33:6).
           MOVE "ANTERIOR"       TO WRK-REL-COLUNAS(40:8).
           MOVE WRK-PER-MES(2)   TO WRK-REL-COLUNAS(49:6).
           MOVE "ANO ANT."       TO WRK-REL-COLUNAS(56:8).
           MOVE WRK-PER-MES(3)   TO WRK-REL-COLUNAS(65:6).
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX-LOJA FROM 1 BY 1
                   UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS
              MOVE WRK-LOJ-PER(WRK-IDX-LOJA 1) TO WRK-PAG-PER(1)
              MOVE WRK-LOJ-PER(WRK-IDX-LOJA 2) TO WRK-PAG-PER(2)
              MOVE WRK-LOJ-PER(WRK-IDX-LOJA 3) TO WRK-PAG-PER(3)
              STRING "LOJA "                      DELIMITED BY SIZE
                     WRK-LOJ-CODIGO(WRK-IDX-LOJA) DELIMITED BY SIZE
                     " - "                        DELIMITED BY SIZE
                     WRK-LOJ-NOME(WRK-IDX-LOJA)   DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0610-IMPRIMIR-PAGINA
           END-PERFORM.
           MOVE WRK-CON-PER(1) TO WRK-PAG-PER(1).
           MOVE WRK-CON-PER(2) TO WRK-PAG-PER(2).
           MOVE WRK-CON-PER(3) TO WRK-PAG-PER(3).
           MOVE "CONSOLIDADO DE TODAS AS LOJAS" TO WRK-REL-LINHA.
           PERFORM 0610-IMPRIMIR-PAGINA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "LOJAS NA DRE: " DELIMITED BY SIZE
                  WRK-QTD-LOJAS    DELIMITED BY SIZE
                  "  (FOLHA, FRETE E PERDAS RATEADOS PELA RECEITA)"
                                   DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0610-IMPRIMIR-PAGINA         SECTION.
      *-------- CABECALHO DA LOJA JA EM WRK-REL-LINHA
           ADD 1 TO WRK-PAGINAS.
           IF WRK-PAGINAS GREATER 1
              MOVE "P" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-LINHA-DRE.
           MOVE "BASE" TO WRK-L-ROTULO.
           PERFORM VARYING WRK-PER FROM 1 BY 1
                   UNTIL WRK-PER GREATER 3
              EVALUATE TRUE
                 WHEN WRK-PER-APURADO(WRK-PER)
                    MOVE "         APURADO" TO WRK-L-TEXTO(WRK-PER)
                 WHEN WRK-PER-HISTORICO(WRK-PER)
                    MOVE "       HISTORICO" TO WRK-L-TEXTO(WRK-PER)
                 WHEN OTHER
                    MOVE "       SEM DADOS" TO WRK-L-TEXTO(WRK-PER)
              END-EVALUATE
           END-PERFORM.
           MOVE WRK-LINHA-DRE TO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.

           MOVE "RECEITA LIQUIDA" TO WRK-L-ROTULO.
           MOVE 1 TO WRK-ITEM.
           PERFORM 0620-LINHA-ITEM.
           MOVE "(-) CUSTO MERCADORIAS" TO WRK-L-ROTULO.
           MOVE 2 TO WRK-ITEM.
           PERFORM 0620-LINHA-ITEM.

      *-------- MARGEM BRUTA EM VALOR E EM PERCENTUAL DA RECEITA
           MOVE "= MARGEM BRUTA" TO WRK-L-ROTULO.
           PERFORM VARYING WRK-PER FROM 1 BY 1
                   UNTIL WRK-PER GREATER 3
              COMPUTE WRK-MARGEM = WRK-PAG-ITEM(WRK-PER 1)
                                 - WRK-PAG-ITEM(WRK-PER 2)
              MOVE WRK-MARGEM TO WRK-L-VALOR(WRK-PER)
           END-PERFORM.
           MOVE WRK-LINHA-DRE TO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-LINHA-DRE.
           MOVE "  MARGEM BRUTA %" TO WRK-L-ROTULO.
           PERFORM VARYING WRK-PER FROM 1 BY 1
                   UNTIL WRK-PER GREATER 3
              MOVE ZEROS TO WRK-PERCENTUAL
              IF WRK-PAG-ITEM(WRK-PER 1) NOT EQUAL ZEROS
                 COMPUTE WRK-PERCENTUAL ROUNDED
                       = (WRK-PAG-ITEM(WRK-PER 1)
                        - WRK-PAG-ITEM(WRK-PER 2)) * 100
                       / WRK-PAG-ITEM(WRK-PER 1)
                   ON SIZE ERROR
                      MOVE ZEROS TO WRK-PERCENTUAL
                 END-COMPUTE
              END-IF
              MOVE WRK-PERCENTUAL TO WRK-PCT-ED
              MOVE WRK-PCT-ED TO WRK-L-TEXTO(WRK-PER)(7:8)
              MOVE "%"        TO WRK-L-TEXTO(WRK-PER)(16:1)
           END-PERFORM.
           MOVE WRK-LINHA-DRE TO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.

           MOVE "(-) FOLHA" TO WRK-L-ROTULO.
           MOVE 3 TO WRK-ITEM.
           PERFORM 0620-LINHA-ITEM.
           MOVE "(-) FRETES" TO WRK-L-ROTULO.
           MOVE 4 TO WRK-ITEM.
           PERFORM 0620-LINHA-ITEM.
           MOVE "(-) PERDAS ESTOQUE" TO WRK-L-ROTULO.
           MOVE 5 TO WRK-ITEM.
           PERFORM 0620-LINHA-ITEM.
           MOVE "(-) TAXAS CARTAO" TO WRK-L-ROTULO.
           MOVE 6 TO WRK-ITEM.
           PERFORM 0620-LINHA-ITEM.

           MOVE "= RESULT. OPERACIONAL" TO WRK-L-ROTULO.
           PERFORM VARYING WRK-PER FROM 1 BY 1
                   UNTIL WRK-PER GREATER 3
              COMPUTE WRK-RESULTADO = WRK-PAG-ITEM(WRK-PER 1)
                                    - WRK-PAG-ITEM(WRK-PER 2)
                                    - WRK-PAG-ITEM(WRK-PER 3)
                                    - WRK-PAG-ITEM(WRK-PER 4)
                                    - WRK-PAG-ITEM(WRK-PER 5)
                                    - WRK-PAG-ITEM(WRK-PER 6)
              MOVE WRK-RESULTADO TO WRK-L-VALOR(WRK-PER)
           END-PERFORM.
           MOVE WRK-LINHA-DRE TO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-LINHA-DRE.

       0620-LINHA-ITEM              SECTION.
           PERFORM VARYING WRK-PER FROM 1 BY 1
                   UNTIL WRK-PER GREATER 3
              MOVE WRK-PAG-ITEM(WRK-PER WRK-ITEM)
                TO WRK-L-VALOR(WRK-PER)
           END-PERFORM.
           MOVE WRK-LINHA-DRE TO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-LINHA-DRE.

       0690-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0700-FINALIZAR               SECTION.
           IF WRK-ESTOQUE-ABERTO
              CLOSE ESTOQUE
           END-IF.
           IF WRK-KITS-ABERTO
              CLOSE KITS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "LOJAS NA DRE............ " WRK-QTD-LOJAS.
           DISPLAY "DIAS DE VENDA NO MES.... " WRK-PER-DIAS(1).
           DISPLAY "=========================================".
           DISPLAY "FIM DA DRE GERENCIAL".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-DREHIST.
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
           MOVE "LOJAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOJAS.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "KITS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-KITS.
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "FRTDIV.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FRTDIV.
           MOVE "ESTMOV.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTMOV.
           MOVE "CARTLIQ.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CARTLIQ.
           MOVE "DREHIST.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DREHIST.
