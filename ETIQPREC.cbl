       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQPREC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ETIQUETAS DE GONDOLA DA TROCA DE PRECO - PARA CADA
      *           PRODUTO DO PRODUTOS.DAT COMPARA O PRECO VIGENTE NA
      *           DATA DAS ETIQUETAS COM O DO DIA ANTERIOR, PELA MESMA
      *           REGRA DO PRECODIA (PROMOCAO DENTRO DO PERIODO GANHA
      *           DA TABELA REGULAR, QUE GANHA DO CADASTRO), COM O
      *           INICIO E O FIM DA PROMOCAO ENTRANDO NA COMPARACAO, E
      *           IMPRIME PELO RELPRINT A ETIQUETA SO DOS PRODUTOS QUE
      *           MUDARAM: DESCRICAO, PRECO, PERIODO DA PROMOCAO E O
      *           EAN PRINCIPAL DO BARRAS.DAT - PARA A GONDOLA NAO
      *           FICAR COM O PRECO VELHO QUE O PRECMANT JA TROCOU
      * DATA: 15/10/2026
      * OBSERVAÇÕES: AS ETIQUETAS SAEM AGRUPADAS PARA O REPOSITOR, UM
      *              GRUPO POR PAGINA: PROMOCOES QUE ENTRAM OU MUDAM,
      *              PROMOCOES QUE TERMINAM (VOLTA AO PRECO REGULAR) E
      *              NOVOS PRECOS REGULARES. O RODAPE TRAZ A QUANTIDADE
      *              DE ETIQUETAS POR GRUPO PARA O GERENTE DA LOJA.
      *              DATA ZERO = HOJE; RODAR NA VESPERA COM A DATA DE
      *              AMANHA ADIANTA AS ETIQUETAS. EAN PRINCIPAL = O DA
      *              UNIDADE (QTD DA EMBALAGEM 0 OU 1); SEM ELE, O
      *              PRIMEIRO EAN DO PRODUTO. TROCA DO PRECO DO PROPRIO
      *              CADASTRO (PRODMANT) NAO TEM DATA E NAO E DETECTADA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT TABPRECO ASSIGN TO WRK-PATH-TABPRECO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-TABPRECO.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT BARRAS ASSIGN TO WRK-PATH-BARRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BAR-EAN
             FILE STATUS IS FS-BARRAS.


       DATA DIVISION.
       FILE SECTION.
       FD  TABPRECO.
       01  REG-TABPRECO.
           05 PRC-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 PRC-TIPO       PIC X(01).
           05 FILLER         PIC X(01).
           05 PRC-PRECO      PIC 9(05)V99.
           05 FILLER         PIC X(01).
           05 PRC-INICIO     PIC 9(08).
           05 FILLER         PIC X(01).
           05 PRC-FIM        PIC 9(08).
           05 FILLER         PIC X(01).
           05 PRC-OPERADOR   PIC X(08).
           05 FILLER         PIC X(01).
           05 PRC-DATA-REG   PIC 9(08).

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  BARRAS.
       COPY "BARCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-TABPRECO  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-BARRAS    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ETIQPREC".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "TABPRECO.txt".
       77  WRK-ERRLOG-FS       PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-ETIQ     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANTES    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-CALC     PIC S9(04) VALUE -1.
       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ETQ       PIC 9(04) VALUE ZEROS.
       77  WRK-GRUPO         PIC X(01) VALUE SPACES.

      *-------------- TABELA DE PRECOS EM MEMORIA (TABPRECO.txt) ------
       77  WRK-PRC-QTD       PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PRC.
           05 WRK-TPR-ENTRY OCCURS 3000 TIMES.
              10 WRK-TPR-CODIGO  PIC 9(04).
              10 WRK-TPR-TIPO    PIC X(01).
              10 WRK-TPR-PRECO   PIC 9(05)V99.
              10 WRK-TPR-INICIO  PIC 9(08).
              10 WRK-TPR-FIM     PIC 9(08).

      *-------------- PRECO RESOLVIDO NUMA DATA (REGRA DO PRECODIA) ---
       77  WRK-RES-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RES-PRECO     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-RES-REGULAR   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-RES-VIG-REG   PIC 9(08) VALUE ZEROS.
       77  WRK-RES-PROMO     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-RES-PRO-INI   PIC 9(08) VALUE ZEROS.
       77  WRK-RES-PRO-FIM   PIC 9(08) VALUE ZEROS.
       77  WRK-RES-SW-PROMO  PIC X(01) VALUE "N".
           88 WRK-RES-TEM-PROMO      VALUE "S".

      *-------- SITUACAO DO PRODUTO NA DATA E NO DIA ANTERIOR
       01  WRK-VIG-HOJE.
           05 WRK-HOJE-PRECO    PIC 9(05)V99.
           05 WRK-HOJE-REGULAR  PIC 9(05)V99.
           05 WRK-HOJE-PROMO    PIC X(01).
              88 WRK-HOJE-EM-PROMO   VALUE "S".
           05 WRK-HOJE-PRO-INI  PIC 9(08).
           05 WRK-HOJE-PRO-FIM  PIC 9(08).
       01  WRK-VIG-ONTEM.
           05 WRK-ONTEM-PRECO   PIC 9(05)V99.
           05 WRK-ONTEM-REGULAR PIC 9(05)V99.
           05 WRK-ONTEM-PROMO   PIC X(01).
              88 WRK-ONTEM-EM-PROMO  VALUE "S".
           05 WRK-ONTEM-PRO-INI PIC 9(08).
           05 WRK-ONTEM-PRO-FIM PIC 9(08).

      *-------------- ETIQUETAS A IMPRIMIR --------------------------
      *-------- GRUPO "P" PROMOCAO QUE ENTRA OU MUDA, "F" FIM DE
      *-------- PROMOCAO, "R" NOVO PRECO REGULAR
       77  WRK-ETQ-QTD       PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ETQ.
           05 WRK-ETQ-ENTRY OCCURS 2000 TIMES.
              10 WRK-ETQ-GRUPO     PIC X(01).
              10 WRK-ETQ-PRODUTO   PIC 9(04).
              10 WRK-ETQ-DESCRICAO PIC X(20).
              10 WRK-ETQ-PRECO     PIC 9(05)V99.
              10 WRK-ETQ-REGULAR   PIC 9(05)V99.
              10 WRK-ETQ-ANTERIOR  PIC 9(05)V99.
              10 WRK-ETQ-PRO-INI   PIC 9(08).
              10 WRK-ETQ-PRO-FIM   PIC 9(08).
              10 WRK-ETQ-EAN       PIC 9(13).
              10 WRK-ETQ-EAN-UNID  PIC X(01).

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-PRODUTOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROMO     PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-FIM-PROMO PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-REGULAR   PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEM-EAN   PIC 9(04) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-PRECO-ED      PIC ZZ.ZZ9,99.
       77  WRK-ANTES-ED      PIC ZZ.ZZ9,99.
       77  WRK-INI-ED        PIC X(10) VALUE SPACES.
       77  WRK-FIM-ED        PIC X(10) VALUE SPACES.
       77  WRK-DATA-ED       PIC X(10) VALUE SPACES.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-TABPRECO PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-BARRAS   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           DISPLAY "ETIQUETAS DE GONDOLA - TROCA DE PRECO".
           DISPLAY "DATA DAS ETIQUETAS (AAAAMMDD, 0 = HOJE): "
             ACCEPT WRK-DATA-ETIQ.
           IF WRK-DATA-ETIQ EQUAL ZEROS
              ACCEPT WRK-DATA-ETIQ FROM DATE YYYYMMDD
           END-IF.
           CALL "DATAADD" USING WRK-DATA-ETIQ WRK-DIAS-CALC
                                 WRK-DATA-ANTES.
           PERFORM 0110-CARREGAR-TABPRECO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "CADASTRO DE PRODUTOS NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "PRODUTOS.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PRODUTOS    TO WRK-ERRLOG-FS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-DATA-ETIQ(7:2) "/" WRK-DATA-ETIQ(5:2) "/"
                  WRK-DATA-ETIQ(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-ED.

       0110-CARREGAR-TABPRECO       SECTION.
      *-------- TABELA INTEIRA EM MEMORIA: CADA PRODUTO E RESOLVIDO
      *-------- EM DUAS DATAS SEM RELER O ARQUIVO. SEM TABELA, TODO
      *-------- PRODUTO FICA NO PRECO DO CADASTRO E NAO HA TROCA
           MOVE ZEROS TO WRK-PRC-QTD.
           OPEN INPUT TABPRECO.
           IF FS-TABPRECO NOT EQUAL 00
              DISPLAY "TABELA DE PRECOS NAO ENCONTRADA - NENHUMA "
                      "TROCA A ETIQUETAR"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ TABPRECO
           PERFORM UNTIL FS-TABPRECO NOT EQUAL 00
              IF WRK-PRC-QTD NOT LESS 3000
                 MOVE "TABELA DE PRECOS ACIMA DE 3000" TO WRK-MSG-ERRO
                 MOVE FS-TABPRECO TO WRK-ERRLOG-FS
                 CLOSE TABPRECO
                 PERFORM 9000-TRATA-ERRO
              END-IF
              ADD 1 TO WRK-PRC-QTD
              MOVE PRC-CODIGO TO WRK-TPR-CODIGO(WRK-PRC-QTD)
              MOVE PRC-TIPO   TO WRK-TPR-TIPO(WRK-PRC-QTD)
              MOVE PRC-PRECO  TO WRK-TPR-PRECO(WRK-PRC-QTD)
              MOVE PRC-INICIO TO WRK-TPR-INICIO(WRK-PRC-QTD)
              MOVE PRC-FIM    TO WRK-TPR-FIM(WRK-PRC-QTD)
              READ TABPRECO
           END-PERFORM.
           CLOSE TABPRECO.

       0110-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           READ PRODUTOS
             PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                ADD 1 TO WRK-ACUM-PRODUTOS
                PERFORM 0210-COMPARAR-PRODUTO
                READ PRODUTOS
             END-PERFORM.
           IF WRK-ETQ-QTD GREATER ZEROS
              PERFORM 0230-BUSCAR-EAN
           END-IF.

       0210-COMPARAR-PRODUTO        SECTION.
      *-------- PRECO NA DATA DAS ETIQUETAS E NO DIA ANTERIOR; MUDOU
      *-------- O PRECO, ENTROU/SAIU PROMOCAO OU MUDOU O PERIODO DELA
      *-------- - A ETIQUETA DA GONDOLA PRECISA SER TROCADA. O
      *-------- REGULAR TAMBEM E COMPARADO: SE ELE MUDA DURANTE A
      *-------- PROMOCAO, O "DE" DA ETIQUETA DE OFERTA MUDA
           MOVE WRK-DATA-ETIQ TO WRK-RES-DATA.
           PERFORM 0220-RESOLVER-PRECO.
           MOVE WRK-RES-PRECO    TO WRK-HOJE-PRECO.
           MOVE WRK-RES-REGULAR  TO WRK-HOJE-REGULAR.
           MOVE WRK-RES-SW-PROMO TO WRK-HOJE-PROMO.
           MOVE WRK-RES-PRO-INI  TO WRK-HOJE-PRO-INI.
           MOVE WRK-RES-PRO-FIM  TO WRK-HOJE-PRO-FIM.
           MOVE WRK-DATA-ANTES TO WRK-RES-DATA.
           PERFORM 0220-RESOLVER-PRECO.
           MOVE WRK-RES-PRECO    TO WRK-ONTEM-PRECO.
           MOVE WRK-RES-REGULAR  TO WRK-ONTEM-REGULAR.
           MOVE WRK-RES-SW-PROMO TO WRK-ONTEM-PROMO.
           MOVE WRK-RES-PRO-INI  TO WRK-ONTEM-PRO-INI.
           MOVE WRK-RES-PRO-FIM  TO WRK-ONTEM-PRO-FIM.
           IF WRK-VIG-HOJE EQUAL WRK-VIG-ONTEM
              GO TO 0210-COMPARAR-FIM
           END-IF.
           EVALUATE TRUE
              WHEN WRK-HOJE-EM-PROMO
                 MOVE "P" TO WRK-GRUPO
              WHEN WRK-ONTEM-EM-PROMO
                 MOVE "F" TO WRK-GRUPO
              WHEN OTHER
                 MOVE "R" TO WRK-GRUPO
           END-EVALUATE.
           IF WRK-ETQ-QTD NOT LESS 2000
              DISPLAY "LIMITE DE 2000 ETIQUETAS - PRODUTO "
                      PROD-CODIGO " E SEGUINTES FICAM DE FORA"
              GO TO 0210-COMPARAR-FIM
           END-IF.
           ADD 1 TO WRK-ETQ-QTD.
           MOVE WRK-GRUPO        TO WRK-ETQ-GRUPO(WRK-ETQ-QTD).
           MOVE PROD-CODIGO      TO WRK-ETQ-PRODUTO(WRK-ETQ-QTD).
           MOVE PROD-DESCRICAO   TO WRK-ETQ-DESCRICAO(WRK-ETQ-QTD).
           MOVE WRK-HOJE-PRECO   TO WRK-ETQ-PRECO(WRK-ETQ-QTD).
           MOVE WRK-HOJE-REGULAR TO WRK-ETQ-REGULAR(WRK-ETQ-QTD).
           MOVE WRK-ONTEM-PRECO  TO WRK-ETQ-ANTERIOR(WRK-ETQ-QTD).
           MOVE WRK-HOJE-PRO-INI TO WRK-ETQ-PRO-INI(WRK-ETQ-QTD).
           MOVE WRK-HOJE-PRO-FIM TO WRK-ETQ-PRO-FIM(WRK-ETQ-QTD).
           MOVE ZEROS            TO WRK-ETQ-EAN(WRK-ETQ-QTD).
           MOVE "N"              TO WRK-ETQ-EAN-UNID(WRK-ETQ-QTD).

       0210-COMPARAR-FIM.
           EXIT.

       0220-RESOLVER-PRECO          SECTION.
      *-------- MESMA REGRA DO PRECODIA: REGULAR DE MAIOR VIGENCIA QUE
      *-------- JA COMECOU (SEM ELA, O CADASTRO); POR CIMA, A PROMOCAO
      *-------- MAIS RECENTE CUJO PERIODO CONTENHA A DATA
           MOVE PROD-PRECO TO WRK-RES-REGULAR.
           MOVE ZEROS      TO WRK-RES-VIG-REG WRK-RES-PROMO
                              WRK-RES-PRO-INI WRK-RES-PRO-FIM.
           MOVE "N"        TO WRK-RES-SW-PROMO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-PRC-QTD
              IF WRK-TPR-CODIGO(WRK-IDX) EQUAL PROD-CODIGO
                 EVALUATE WRK-TPR-TIPO(WRK-IDX)
                    WHEN "R"
                       IF WRK-TPR-INICIO(WRK-IDX) NOT GREATER
                          WRK-RES-DATA
                          AND WRK-TPR-INICIO(WRK-IDX) NOT LESS
                              WRK-RES-VIG-REG
                          MOVE WRK-TPR-INICIO(WRK-IDX)
                            TO WRK-RES-VIG-REG
                          MOVE WRK-TPR-PRECO(WRK-IDX)
                            TO WRK-RES-REGULAR
                       END-IF
                    WHEN "P"
                       IF WRK-TPR-INICIO(WRK-IDX) NOT GREATER
                          WRK-RES-DATA
                          AND WRK-TPR-FIM(WRK-IDX) NOT LESS
                              WRK-RES-DATA
                          AND WRK-TPR-INICIO(WRK-IDX) NOT LESS
                              WRK-RES-PRO-INI
                          SET WRK-RES-TEM-PROMO TO TRUE
                          MOVE WRK-TPR-INICIO(WRK-IDX)
                            TO WRK-RES-PRO-INI
                          MOVE WRK-TPR-FIM(WRK-IDX)
                            TO WRK-RES-PRO-FIM
                          MOVE WRK-TPR-PRECO(WRK-IDX)
                            TO WRK-RES-PROMO
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF WRK-RES-TEM-PROMO
              MOVE WRK-RES-PROMO   TO WRK-RES-PRECO
           ELSE
              MOVE WRK-RES-REGULAR TO WRK-RES-PRECO
           END-IF.

       0230-BUSCAR-EAN              SECTION.
      *-------- UMA PASSADA NO BARRAS.DAT: O EAN DA UNIDADE GANHA DO
      *-------- EAN DE CAIXA/FARDO; SEM O ARQUIVO, ETIQUETA SEM EAN
           OPEN INPUT BARRAS.
           IF FS-BARRAS NOT EQUAL 00
              DISPLAY "BARRAS.DAT NAO ENCONTRADO - ETIQUETAS SEM EAN"
              GO TO 0230-BUSCAR-FIM
           END-IF.
           READ BARRAS
           PERFORM UNTIL FS-BARRAS NOT EQUAL 00
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-ETQ-QTD
                 IF WRK-ETQ-PRODUTO(WRK-IDX) EQUAL BAR-PRODUTO
                    AND WRK-ETQ-EAN-UNID(WRK-IDX) NOT EQUAL "S"
                    IF BAR-QTD-EMB NOT GREATER 1
                       MOVE BAR-EAN TO WRK-ETQ-EAN(WRK-IDX)
                       MOVE "S"     TO WRK-ETQ-EAN-UNID(WRK-IDX)
                    ELSE
                       IF WRK-ETQ-EAN(WRK-IDX) EQUAL ZEROS
                          MOVE BAR-EAN TO WRK-ETQ-EAN(WRK-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              READ BARRAS
           END-PERFORM.
           CLOSE BARRAS.

       0230-BUSCAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE PRODUTOS.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "ETIQUETAS DE GONDOLA " WRK-DATA-ED
                  DELIMITED BY SIZE INTO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "P" TO WRK-GRUPO.
           PERFORM 0310-IMPRIMIR-GRUPO.
           MOVE "F" TO WRK-GRUPO.
           PERFORM 0310-IMPRIMIR-GRUPO.
           MOVE "R" TO WRK-GRUPO.
           PERFORM 0310-IMPRIMIR-GRUPO.

      *-------- RESUMO PARA O GERENTE DA LOJA
           MOVE "T" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "PRODUTOS COMPARADOS........ " WRK-ACUM-PRODUTOS
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ETIQUETAS DE PROMOCAO...... " WRK-QTD-PROMO
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ETIQUETAS DE FIM DE PROMO.. " WRK-QTD-FIM-PROMO
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ETIQUETAS DE PRECO REGULAR. " WRK-QTD-REGULAR
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TOTAL DE ETIQUETAS......... " WRK-ETQ-QTD
                  "  (SEM EAN: " WRK-QTD-SEM-EAN ")"
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0310-IMPRIMIR-GRUPO          SECTION.
      *-------- UM GRUPO POR PAGINA, PARA O REPOSITOR LEVAR SO O SEU
           MOVE ZEROS TO WRK-IDX-ETQ.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ETQ-QTD
              IF WRK-ETQ-GRUPO(WRK-IDX) EQUAL WRK-GRUPO
                 ADD 1 TO WRK-IDX-ETQ
              END-IF
           END-PERFORM.
           IF WRK-IDX-ETQ EQUAL ZEROS
              GO TO 0310-IMPRIMIR-FIM
           END-IF.
           MOVE "P" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           EVALUATE WRK-GRUPO
              WHEN "P"
                 STRING "== PROMOCOES QUE ENTRAM OU MUDAM - "
                        WRK-IDX-ETQ " ETIQUETAS"
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
              WHEN "F"
                 STRING "== FIM DE PROMOCAO, VOLTA AO PRECO REGULAR - "
                        WRK-IDX-ETQ " ETIQUETAS"
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
              WHEN OTHER
                 STRING "== NOVOS PRECOS REGULARES - "
                        WRK-IDX-ETQ " ETIQUETAS"
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
           END-EVALUATE.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ETQ-QTD
              IF WRK-ETQ-GRUPO(WRK-IDX) EQUAL WRK-GRUPO
                 PERFORM 0320-IMPRIMIR-ETIQUETA
              END-IF
           END-PERFORM.

       0310-IMPRIMIR-FIM.
           EXIT.

       0320-IMPRIMIR-ETIQUETA       SECTION.
           EVALUATE WRK-GRUPO
              WHEN "P"
                 ADD 1 TO WRK-QTD-PROMO
              WHEN "F"
                 ADD 1 TO WRK-QTD-FIM-PROMO
              WHEN OTHER
                 ADD 1 TO WRK-QTD-REGULAR
           END-EVALUATE.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "+--------------------------------------+"
             TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "| " WRK-ETQ-DESCRICAO(WRK-IDX)
                  "  COD " WRK-ETQ-PRODUTO(WRK-IDX)
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
      *-------- NA PROMOCAO O "DE" E O PRECO REGULAR DA DATA
           MOVE WRK-ETQ-PRECO(WRK-IDX) TO WRK-PRECO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           IF WRK-GRUPO EQUAL "P"
              MOVE WRK-ETQ-REGULAR(WRK-IDX) TO WRK-ANTES-ED
              STRING "| DE R$ " WRK-ANTES-ED
                     " POR R$ " WRK-PRECO-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
           ELSE
              STRING "| R$ " WRK-PRECO-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
           END-IF.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-GRUPO EQUAL "P"
              MOVE SPACES TO WRK-INI-ED WRK-FIM-ED WRK-REL-LINHA
              STRING WRK-ETQ-PRO-INI(WRK-IDX)(7:2) "/"
                     WRK-ETQ-PRO-INI(WRK-IDX)(5:2) "/"
                     WRK-ETQ-PRO-INI(WRK-IDX)(1:4)
                     DELIMITED BY SIZE INTO WRK-INI-ED
              STRING WRK-ETQ-PRO-FIM(WRK-IDX)(7:2) "/"
                     WRK-ETQ-PRO-FIM(WRK-IDX)(5:2) "/"
                     WRK-ETQ-PRO-FIM(WRK-IDX)(1:4)
                     DELIMITED BY SIZE INTO WRK-FIM-ED
              STRING "| OFERTA DE " WRK-INI-ED " A " WRK-FIM-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           IF WRK-ETQ-EAN(WRK-IDX) EQUAL ZEROS
              ADD 1 TO WRK-QTD-SEM-EAN
              MOVE "| EAN: (SEM CODIGO DE BARRAS)" TO WRK-REL-LINHA
           ELSE
              STRING "| EAN: " WRK-ETQ-EAN(WRK-IDX)
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
           END-IF.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
      *-------- PRECO ANTERIOR SO NA CONFERENCIA, FORA DA ETIQUETA
           MOVE WRK-ETQ-ANTERIOR(WRK-IDX) TO WRK-ANTES-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "+------------------- (ERA R$ " WRK-ANTES-ED ") -+"
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                WRK-ERRLOG-FS.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "TABPRECO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-TABPRECO.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "BARRAS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARRAS.
