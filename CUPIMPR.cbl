       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPIMPR.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DE IMPRESSAO DO CUPOM DO CLIENTE - RELE AS
      *           LINHAS DE UM CUPOM (DET-CUPOM) NO VENDASDET_AAAAMMDD
      *           DA DATA E IMPRIME PELO RELPRINT: CABECALHO COM LOJA,
      *           OPERADOR E CLIENTE, AS LINHAS COM QUANTIDADE,
      *           DESCONTO E MEIO DE PAGAMENTO, OS TOTAIS POR MEIO DE
      *           PAGAMENTO E OS PONTOS DE FIDELIDADE. USADO NO FIM
      *           DO ATENDIMENTO PELO EXCBL18 E NA SEGUNDA VIA DO
      *           BALCAO (CUPREIMP) - O CUPOM SAI IGUAL NOS DOIS
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CHAMADA - LNK-DATA E LNK-CUPOM IDENTIFICAM O
      *              CUPOM; LNK-VIA "O" = ORIGINAL, "R" = SEGUNDA
      *              VIA; LNK-PTS-RESGATE E LNK-PTS-SALDO TRAZEM O
      *              RESGATE E O SALDO DE PONTOS QUANDO O CAIXA OS
      *              CONHECE (ZEROS NA SEGUNDA VIA - O DETALHE NAO
      *              GUARDA O RESGATE); LNK-SW-ACHOU DEVOLVE "N"
      *              QUANDO O CUPOM NAO TEM LINHA NENHUMA NA DATA.
      *              OS PONTOS GANHOS SEGUEM A REGRA DO EXCBL18: 1
      *              PONTO POR UNIDADE MONETARIA DA LINHA DE CLIENTE
      *              IDENTIFICADO, ESTORNO DEVOLVE
      * 15/10/2026 JV - VALE-PRESENTE: TOTAL "PAGO COM VALE-PRESENTE"
      *                 E A LINHA DO VALE VENDIDO (CODIGO 9999) NAO
      *                 CONTA PONTOS
      * 15/10/2026 JV - LINHA VENDIDA POR EAN DE EMBALAGEM GANHA UMA
      *                 LINHA COM AS EMBALAGENS E O EAN BIPADO (A
      *                 QUANTIDADE DA LINHA E SEMPRE EM UNIDADES)
      * 15/10/2026 JV - COMPRA DE FUNCIONARIO: TOTAL "DESCONTO EM
      *                 FOLHA" PARA AS LINHAS PAGAS COM "F"
      * 15/10/2026 JV - PAGAMENTO NA ENTREGA: TOTAL "A PAGAR NA
      *                 ENTREGA" PARA AS LINHAS PAGAS COM "R"
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT VENDASDET ASSIGN TO WRK-VENDASDET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VENDASDET.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-VENDASDET      PIC 9(02) VALUE ZEROS.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.

      *-------------------- ACUMULADORES DO CUPOM --------------------
       77  WRK-QTD-LINHAS    PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-ITENS     PIC S9(05) VALUE ZEROS.
       77  WRK-TOT-DESCONTO  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-CUPOM     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-TOT-DINHEIRO  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-TOT-CARTAO    PIC S9(07)V99 VALUE ZEROS.
       77  WRK-TOT-PIX       PIC S9(07)V99 VALUE ZEROS.
       77  WRK-TOT-VALE      PIC S9(07)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHA     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-TOT-ENTREGA   PIC S9(07)V99 VALUE ZEROS.
       77  WRK-PTS-GANHOS    PIC S9(09) VALUE ZEROS.
       77  WRK-PTS-LINHA     PIC S9(09) VALUE ZEROS.
       77  WRK-QTD-LINHA     PIC 9(03) VALUE ZEROS.
       77  WRK-EMB-PACOTES   PIC 9(03) VALUE ZEROS.
       77  WRK-EMB-ED        PIC ZZZ9.
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-CLIENTE       PIC 9(04) VALUE ZEROS.
       77  WRK-LOJA          PIC 9(02) VALUE ZEROS.
       77  WRK-HORA          PIC 9(06) VALUE ZEROS.
       77  WRK-PAG-NOME      PIC X(08) VALUE SPACES.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC --.---.--9,99.
       77  WRK-DESC-ED       PIC Z.ZZ9,99.
       77  WRK-QTD-ED        PIC ZZ9.
       77  WRK-ITENS-ED      PIC -ZZZZ9.
       77  WRK-PTS-ED        PIC -ZZZ.ZZZ.ZZ9.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-DATA          PIC 9(08).
       01  LNK-CUPOM         PIC 9(06).
       01  LNK-VIA           PIC X(01).
           88 LNK-VIA-SEGUNDA        VALUE "R".
       01  LNK-PTS-RESGATE   PIC 9(09).
       01  LNK-PTS-SALDO     PIC S9(09).
       01  LNK-SW-ACHOU      PIC X(01).

       PROCEDURE DIVISION USING LNK-DATA LNK-CUPOM LNK-VIA
                                 LNK-PTS-RESGATE LNK-PTS-SALDO
                                 LNK-SW-ACHOU.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "N" TO LNK-SW-ACHOU.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-TOT-ITENS WRK-TOT-DESCONTO
                         WRK-TOT-CUPOM WRK-TOT-DINHEIRO WRK-TOT-CARTAO
                         WRK-TOT-PIX WRK-TOT-VALE WRK-TOT-FOLHA
                         WRK-TOT-ENTREGA
                         WRK-PTS-GANHOS.
           MOVE SPACES TO WRK-VENDASDET-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "VENDASDET_" DELIMITED BY SIZE
                  LNK-DATA     DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-VENDASDET-PATH.

      *-------- PRIMEIRA PASSADA: SO CONFIRMA QUE O CUPOM EXISTE E
      *-------- PEGA O CABECALHO (OPERADOR, CLIENTE, LOJA, HORA)
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET NOT EQUAL 00
              GO TO 0000-PRINCIPAL-FIM
           END-IF.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
                      OR LNK-SW-ACHOU EQUAL "S"
              IF DET-CUPOM NUMERIC AND DET-CUPOM EQUAL LNK-CUPOM
                 MOVE "S"          TO LNK-SW-ACHOU
                 MOVE DET-OPERADOR TO WRK-OPERADOR
                 MOVE DET-CLIENTE  TO WRK-CLIENTE
                 MOVE DET-LOJA     TO WRK-LOJA
                 MOVE DET-HORA     TO WRK-HORA
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.
           IF LNK-SW-ACHOU NOT EQUAL "S"
              GO TO 0000-PRINCIPAL-FIM
           END-IF.

           PERFORM 0100-CABECALHO.
           OPEN INPUT VENDASDET.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              IF DET-CUPOM NUMERIC AND DET-CUPOM EQUAL LNK-CUPOM
                 PERFORM 0200-IMPRIMIR-LINHA
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.
           PERFORM 0300-TOTAIS.

       0000-PRINCIPAL-FIM.
           GOBACK.

       0100-CABECALHO                SECTION.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-TITULO.
           IF LNK-VIA-SEGUNDA
              STRING "CUPOM " LNK-CUPOM " - SEGUNDA VIA"
                     DELIMITED BY SIZE INTO WRK-REL-TITULO
           ELSE
              STRING "CUPOM " LNK-CUPOM " - VIA DO CLIENTE"
                     DELIMITED BY SIZE INTO WRK-REL-TITULO
           END-IF.
           MOVE SPACES     TO WRK-REL-COLUNAS.
           MOVE "PRODUTO"  TO WRK-REL-COLUNAS(1:7).
           MOVE "QTD"      TO WRK-REL-COLUNAS(23:3).
           MOVE "DESCONTO" TO WRK-REL-COLUNAS(28:8).
           MOVE "VALOR"    TO WRK-REL-COLUNAS(46:5).
           MOVE "PAGTO"    TO WRK-REL-COLUNAS(53:5).
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "DATA " LNK-DATA " HORA " WRK-HORA
                  " LOJA " WRK-LOJA " OPERADOR " WRK-OPERADOR
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           IF WRK-CLIENTE NUMERIC AND WRK-CLIENTE GREATER ZEROS
              STRING "CLIENTE " WRK-CLIENTE
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
           ELSE
              MOVE "CLIENTE NAO IDENTIFICADO" TO WRK-REL-LINHA
           END-IF.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0200-IMPRIMIR-LINHA           SECTION.
      *-------- REGISTRO SEM QUANTIDADE VALE COMO 1; ESTORNO ENTRA
      *-------- COM SINAL NEGATIVO E MARCADO NA LINHA
           IF DET-QTD NUMERIC AND DET-QTD GREATER ZEROS
              MOVE DET-QTD TO WRK-QTD-LINHA
           ELSE
              MOVE 1 TO WRK-QTD-LINHA
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.
           EVALUATE TRUE
              WHEN DET-PAG-CARTAO
                 MOVE "CARTAO" TO WRK-PAG-NOME
              WHEN DET-PAG-PIX
                 MOVE "PIX" TO WRK-PAG-NOME
              WHEN DET-PAG-VALE
                 MOVE "VALE" TO WRK-PAG-NOME
              WHEN DET-PAG-FOLHA
                 MOVE "FOLHA" TO WRK-PAG-NOME
              WHEN DET-PAG-ENTREGA
                 MOVE "ENTREGA" TO WRK-PAG-NOME
              WHEN OTHER
                 MOVE "DINHEIRO" TO WRK-PAG-NOME
           END-EVALUATE.
           MOVE WRK-QTD-LINHA TO WRK-QTD-ED.
           IF DET-DESCONTO NUMERIC
              MOVE DET-DESCONTO TO WRK-DESC-ED
           ELSE
              MOVE ZEROS TO WRK-DESC-ED
           END-IF.
           IF DET-TIPO-ESTORNO
              COMPUTE WRK-VALOR-ED = 0 - DET-VALOR
              SUBTRACT WRK-QTD-LINHA FROM WRK-TOT-ITENS
              SUBTRACT DET-VALOR FROM WRK-TOT-CUPOM
              COMPUTE WRK-PTS-LINHA = 0 - DET-VALOR
           ELSE
              MOVE DET-VALOR TO WRK-VALOR-ED
              ADD WRK-QTD-LINHA TO WRK-TOT-ITENS
              ADD DET-VALOR TO WRK-TOT-CUPOM
              COMPUTE WRK-PTS-LINHA = DET-VALOR
              IF DET-DESCONTO NUMERIC
                 ADD DET-DESCONTO TO WRK-TOT-DESCONTO
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN DET-PAG-CARTAO AND DET-TIPO-ESTORNO
                 SUBTRACT DET-VALOR FROM WRK-TOT-CARTAO
              WHEN DET-PAG-CARTAO
                 ADD DET-VALOR TO WRK-TOT-CARTAO
              WHEN DET-PAG-PIX AND DET-TIPO-ESTORNO
                 SUBTRACT DET-VALOR FROM WRK-TOT-PIX
              WHEN DET-PAG-PIX
                 ADD DET-VALOR TO WRK-TOT-PIX
              WHEN DET-PAG-VALE AND DET-TIPO-ESTORNO
                 SUBTRACT DET-VALOR FROM WRK-TOT-VALE
              WHEN DET-PAG-VALE
                 ADD DET-VALOR TO WRK-TOT-VALE
              WHEN DET-PAG-FOLHA AND DET-TIPO-ESTORNO
                 SUBTRACT DET-VALOR FROM WRK-TOT-FOLHA
              WHEN DET-PAG-FOLHA
                 ADD DET-VALOR TO WRK-TOT-FOLHA
              WHEN DET-PAG-ENTREGA AND DET-TIPO-ESTORNO
                 SUBTRACT DET-VALOR FROM WRK-TOT-ENTREGA
              WHEN DET-PAG-ENTREGA
                 ADD DET-VALOR TO WRK-TOT-ENTREGA
              WHEN DET-TIPO-ESTORNO
                 SUBTRACT DET-VALOR FROM WRK-TOT-DINHEIRO
              WHEN OTHER
                 ADD DET-VALOR TO WRK-TOT-DINHEIRO
           END-EVALUATE.
           IF DET-CLIENTE NUMERIC AND DET-CLIENTE GREATER ZEROS
              AND NOT DET-PROD-VALE
              ADD WRK-PTS-LINHA TO WRK-PTS-GANHOS
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING DET-PRODUTO "  " WRK-QTD-ED "  " WRK-DESC-ED
                  "  " WRK-VALOR-ED "  " WRK-PAG-NOME
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF DET-QTD-EMB NUMERIC AND DET-QTD-EMB GREATER 1
              DIVIDE DET-QTD-EMB INTO WRK-QTD-LINHA
                GIVING WRK-EMB-PACOTES
              MOVE WRK-EMB-PACOTES TO WRK-QTD-ED
              MOVE DET-QTD-EMB     TO WRK-EMB-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   " WRK-QTD-ED " EMB X " WRK-EMB-ED " UN  EAN "
                     DET-EAN
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           IF DET-TIPO-ESTORNO
              MOVE "   (ESTORNO)" TO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.

       0300-TOTAIS                   SECTION.
           MOVE "T" TO WRK-REL-OPERACAO.
           MOVE WRK-TOT-ITENS TO WRK-ITENS-ED.
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ITENS " WRK-ITENS-ED "   DESCONTOS " WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE WRK-TOT-CUPOM TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TOTAL DO CUPOM.......... " WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-TOT-DINHEIRO NOT EQUAL ZEROS
              MOVE WRK-TOT-DINHEIRO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   PAGO EM DINHEIRO.... " WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           IF WRK-TOT-CARTAO NOT EQUAL ZEROS
              MOVE WRK-TOT-CARTAO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   PAGO NO CARTAO...... " WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           IF WRK-TOT-PIX NOT EQUAL ZEROS
              MOVE WRK-TOT-PIX TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   PAGO NO PIX......... " WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           IF WRK-TOT-VALE NOT EQUAL ZEROS
              MOVE WRK-TOT-VALE TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   PAGO COM VALE....... " WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           IF WRK-TOT-FOLHA NOT EQUAL ZEROS
              MOVE WRK-TOT-FOLHA TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   DESCONTO EM FOLHA... " WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           IF WRK-TOT-ENTREGA NOT EQUAL ZEROS
              MOVE WRK-TOT-ENTREGA TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   A PAGAR NA ENTREGA.. " WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           IF WRK-CLIENTE NUMERIC AND WRK-CLIENTE GREATER ZEROS
              MOVE WRK-PTS-GANHOS TO WRK-PTS-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "PONTOS GANHOS NO CUPOM.. " WRK-PTS-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
              IF LNK-PTS-RESGATE GREATER ZEROS
                 MOVE LNK-PTS-RESGATE TO WRK-PTS-ED
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "PONTOS RESGATADOS....... " WRK-PTS-ED
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
                 CALL "RELPRINT" USING WRK-REL-OPERACAO
                                        WRK-REL-TITULO
                                        WRK-REL-COLUNAS
                                        WRK-REL-LINHA
              END-IF
              IF NOT LNK-VIA-SEGUNDA
                 MOVE LNK-PTS-SALDO TO WRK-PTS-ED
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "SALDO DE PONTOS......... " WRK-PTS-ED
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
                 CALL "RELPRINT" USING WRK-REL-OPERACAO
                                        WRK-REL-TITULO
                                        WRK-REL-COLUNAS
                                        WRK-REL-LINHA
              END-IF
           END-IF.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
