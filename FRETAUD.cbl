      *              DA UF SOBRE O VALOR DO PEDIDO (A SOBRETAXA DE
      *              PESO NAO FICA NO LOG); O LIMITE PROMOCIONAL
      *              ESPELHA O WRK-LIMITE-FRETE-GRATIS DO EXCBL16
      * 15/10/2026 JV - NOVA COMPARACAO NOTA A NOTA DO FRETE
      *                 FATURADO AO CLIENTE (NFFRETE.txt DO EXCBL23)
      *                 CONTRA O PAGO A TRANSPORTADORA (DECISAO DO
      *                 FRETCONF NO FRTDIV.txt), COM OS TOTAIS DO MES
      * 15/10/2026 JV - MES DE ANO JA ARQUIVADO PELO LOGARQ E LIDO NO
      *                 ARQUIVO ANUAL DO LOG (MODULO LOGSEL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT TABFRETE ASSIGN TO WRK-PATH-TABFRETE
             FILE STATUS IS FS-TABFRETE.

           SELECT NFFRETE ASSIGN TO WRK-PATH-NFFRETE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFFRETE.

           SELECT FRTDIV ASSIGN TO WRK-PATH-FRTDIV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FRTDIV.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETELOG.
           05 FILLER         PIC X(01).
           05 TAB-VIGENCIA   PIC 9(08).

       FD  NFFRETE.
       COPY "NFFCOPY.cpy".

       FD  FRTDIV.
       01  REG-FRTDIV.
           05 DIV-DATA-PROC  PIC 9(08).
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

       WORKING-STORAGE            SECTION.
       77  FS-FRETELOG  PIC 9(02) VALUE ZEROS.
       77  FS-TABFRETE  PIC 9(02) VALUE ZEROS.
       77  FS-NFFRETE   PIC 9(02) VALUE ZEROS.
       77  FS-FRTDIV    PIC 9(02) VALUE ZEROS.

       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-TAXA-MEDIA    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERDA         PIC 9(09)V99 VALUE ZEROS.

      *-------------- FRETE FATURADO X PAGO POR NOTA -----------------
      *-------- NOTAS DO MES COM FRETE (NFFRETE.txt DO EXCBL23) E A
      *-------- DECISAO DA CONFERENCIA DA FATURA DA TRANSPORTADORA
      *-------- (FRTDIV.txt DO FRETCONF) PELA CHAVE DA COTACAO;
      *-------- PAGO = COBRADO NAS DECISOES "P" E "A"
       77  WRK-QTD-NFF       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-NFF.
           05 WRK-NFF-ENTRY OCCURS 500 TIMES.
              10 WRK-NFF-SERIE     PIC 9(03).
              10 WRK-NFF-NF        PIC 9(06).
              10 WRK-NFF-TRANSP    PIC 9(04).
              10 WRK-NFF-UF        PIC X(02).
              10 WRK-NFF-FATURADO  PIC 9(08)V99.
              10 WRK-NFF-COT-DATA  PIC 9(08).
              10 WRK-NFF-COT-PROD  PIC X(30).
              10 WRK-NFF-COBRADO   PIC 9(08)V99.
              10 WRK-NFF-DECISAO   PIC X(01).
       77  WRK-IDX-NFF       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.
       77  WRK-NFF-PAGO      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-NFF-DIF       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-NFF-SITUACAO  PIC X(20) VALUE SPACES.
       77  WRK-TOT-FATURADO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PAGO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-NFF-DIF   PIC S9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-SEM-FAT  PIC 9(03) VALUE ZEROS.
       77  WRK-DIF-ED        PIC -ZZ.ZZZ.ZZ9,99.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-MES      PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED       PIC ZZ9,99.

      *-------- ANO DO PERIODO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "FRETELOG.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-FRETELOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-TABFRETE PIC X(60) VALUE SPACES.
       01  WRK-PATH-NFFRETE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FRTDIV   PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR
           PERFORM   0400-FRETE-POR-NOTA
           DISPLAY "FIM DA AUDITORIA DE FRETE"

           STOP RUN.

           DISPLAY "=========================================".
           DISPLAY "DIGITE O MES (AAAAMM): "
             ACCEPT WRK-AAAAMM.
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-AAAAMM BY 100 GIVING WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-FRETELOG WRK-SW-ARQUIVADO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-TABELA.

           DISPLAY "COTACOES DO MES......... " WRK-ACUM-MES.
           DISPLAY "CUSTO DO FRETE GRATIS... " WRK-VALOR-ED.
           DISPLAY "=========================================".

       0310-LISTAR-UF               SECTION.
           IF WRK-UF-VALOR(WRK-IDX) GREATER ZEROS
           MOVE WRK-UF-GRATIS(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY "   FRETE GRATIS DADO " WRK-VALOR-ED.

       0400-FRETE-POR-NOTA          SECTION.
      *--------------------------------------------------------------
      *-------- FRETE FATURADO AO CLIENTE NA NOTA CONTRA O FRETE
      *-------- PAGO A TRANSPORTADORA, NOTA A NOTA, NAS NOTAS DO MES
      *--------------------------------------------------------------
           OPEN INPUT NFFRETE.
           IF FS-NFFRETE NOT EQUAL 00
              DISPLAY "NENHUMA NOTA COM FRETE FATURADO (NFFRETE.txt)"
              GO TO 0400-FRETE-FIM
           END-IF.
           READ NFFRETE
           PERFORM UNTIL FS-NFFRETE NOT EQUAL 00
              IF NFF-DATA(1:6) EQUAL WRK-AAAAMM
                 PERFORM 0410-GUARDAR-NOTA
              END-IF
              READ NFFRETE
           END-PERFORM.
           CLOSE NFFRETE.
           IF WRK-QTD-NFF EQUAL ZEROS
              DISPLAY "NENHUMA NOTA COM FRETE NO MES"
              GO TO 0400-FRETE-FIM
           END-IF.
           OPEN INPUT FRTDIV.
           IF FS-FRTDIV EQUAL 00
              READ FRTDIV
              PERFORM UNTIL FS-FRTDIV NOT EQUAL 00
                 PERFORM 0420-CASAR-FATURA
                 READ FRTDIV
              END-PERFORM
              CLOSE FRTDIV
           ELSE
              DISPLAY "SEM CONFERENCIA DE FATURA (FRTDIV.txt) - "
                      "NADA PAGO AINDA"
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FRETE FATURADO X FRETE PAGO POR NOTA".
           DISPLAY "=========================================".
           PERFORM VARYING WRK-IDX-NFF FROM 1 BY 1
                   UNTIL WRK-IDX-NFF GREATER WRK-QTD-NFF
              PERFORM 0430-LISTAR-NOTA
           END-PERFORM.
           DISPLAY "=========================================".
           DISPLAY "NOTAS COM FRETE......... " WRK-QTD-NFF.
           DISPLAY "SEM FATURA DA TRANSP.... " WRK-ACUM-SEM-FAT.
           MOVE WRK-TOT-FATURADO TO WRK-VALOR-ED.
           DISPLAY "FRETE FATURADO......... " WRK-VALOR-ED.
           MOVE WRK-TOT-PAGO TO WRK-VALOR-ED.
           DISPLAY "FRETE PAGO............. " WRK-VALOR-ED.
           MOVE WRK-TOT-NFF-DIF TO WRK-DIF-ED.
           DISPLAY "FATURADO - PAGO........" WRK-DIF-ED.
           DISPLAY "=========================================".

       0400-FRETE-FIM.
           EXIT.

       0410-GUARDAR-NOTA            SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-NFF FROM 1 BY 1
                   UNTIL WRK-IDX-NFF GREATER WRK-QTD-NFF
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-NFF-NF(WRK-IDX-NFF) EQUAL NFF-NF
                 AND WRK-NFF-SERIE(WRK-IDX-NFF) EQUAL NFF-SERIE
                 MOVE WRK-IDX-NFF TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-QTD-NFF NOT LESS 500
                 DISPLAY "*** MES COM MAIS DE 500 NOTAS COM FRETE - "
                         "EXCEDENTE FORA DA COMPARACAO ***"
                 GO TO 0410-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-NFF
              MOVE WRK-QTD-NFF TO WRK-IDX-ACHADO
           END-IF.
           MOVE NFF-SERIE   TO WRK-NFF-SERIE(WRK-IDX-ACHADO).
           MOVE NFF-NF      TO WRK-NFF-NF(WRK-IDX-ACHADO).
           MOVE NFF-TRANSP  TO WRK-NFF-TRANSP(WRK-IDX-ACHADO).
           MOVE NFF-UF      TO WRK-NFF-UF(WRK-IDX-ACHADO).
           MOVE NFF-FRETE   TO WRK-NFF-FATURADO(WRK-IDX-ACHADO).
           MOVE NFF-COT-DATA TO WRK-NFF-COT-DATA(WRK-IDX-ACHADO).
           MOVE NFF-COT-PRODUTO
             TO WRK-NFF-COT-PROD(WRK-IDX-ACHADO).
           MOVE ZEROS       TO WRK-NFF-COBRADO(WRK-IDX-ACHADO).
           MOVE SPACES      TO WRK-NFF-DECISAO(WRK-IDX-ACHADO).

       0410-GUARDAR-FIM.
           EXIT.

       0420-CASAR-FATURA            SECTION.
      *-------- MESMA CHAVE DO FRETCONF: TRANSPORTADORA + DATA DA
      *-------- COTACAO + PRODUTO + UF; VALE A ULTIMA DECISAO
           PERFORM VARYING WRK-IDX-NFF FROM 1 BY 1
                   UNTIL WRK-IDX-NFF GREATER WRK-QTD-NFF
              IF WRK-NFF-TRANSP(WRK-IDX-NFF)   EQUAL DIV-TRANSP
                 AND WRK-NFF-COT-DATA(WRK-IDX-NFF) EQUAL DIV-DATA-EMB
                 AND WRK-NFF-COT-PROD(WRK-IDX-NFF) EQUAL DIV-PRODUTO
                 AND WRK-NFF-UF(WRK-IDX-NFF)   EQUAL DIV-UF
                 MOVE DIV-COBRADO TO WRK-NFF-COBRADO(WRK-IDX-NFF)
                 MOVE DIV-DECISAO TO WRK-NFF-DECISAO(WRK-IDX-NFF)
              END-IF
           END-PERFORM.

       0430-LISTAR-NOTA             SECTION.
           MOVE ZEROS TO WRK-NFF-PAGO.
           EVALUATE WRK-NFF-DECISAO(WRK-IDX-NFF)
              WHEN "P"
                 MOVE WRK-NFF-COBRADO(WRK-IDX-NFF) TO WRK-NFF-PAGO
                 MOVE "PAGA"                  TO WRK-NFF-SITUACAO
              WHEN "A"
                 MOVE WRK-NFF-COBRADO(WRK-IDX-NFF) TO WRK-NFF-PAGO
                 MOVE "PAGA COM APROVACAO"    TO WRK-NFF-SITUACAO
              WHEN "R"
                 MOVE "RETIDA NA CONFERENCIA" TO WRK-NFF-SITUACAO
              WHEN SPACES
                 ADD 1 TO WRK-ACUM-SEM-FAT
                 MOVE "SEM FATURA DA TRANSP"  TO WRK-NFF-SITUACAO
              WHEN OTHER
                 MOVE "CONFERIR"              TO WRK-NFF-SITUACAO
           END-EVALUATE.
           COMPUTE WRK-NFF-DIF = WRK-NFF-FATURADO(WRK-IDX-NFF)
                               - WRK-NFF-PAGO.
           ADD WRK-NFF-FATURADO(WRK-IDX-NFF) TO WRK-TOT-FATURADO.
           ADD WRK-NFF-PAGO                  TO WRK-TOT-PAGO.
           ADD WRK-NFF-DIF                   TO WRK-TOT-NFF-DIF.
           DISPLAY "NF " WRK-NFF-NF(WRK-IDX-NFF)
                   " SERIE " WRK-NFF-SERIE(WRK-IDX-NFF)
                   " TRANSP " WRK-NFF-TRANSP(WRK-IDX-NFF)
                   " UF " WRK-NFF-UF(WRK-IDX-NFF)
                   " " WRK-NFF-SITUACAO.
           MOVE WRK-NFF-FATURADO(WRK-IDX-NFF) TO WRK-VALOR-ED.
           DISPLAY "   FATURADO......... " WRK-VALOR-ED.
           MOVE WRK-NFF-PAGO TO WRK-VALOR-ED.
           DISPLAY "   PAGO............. " WRK-VALOR-ED.
           MOVE WRK-NFF-DIF TO WRK-DIF-ED.
           DISPLAY "   DIFERENCA........" WRK-DIF-ED.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
           MOVE "TABFRETE.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-TABFRETE.
           MOVE "NFFRETE.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFFRETE.
           MOVE "FRTDIV.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FRTDIV.
