      *              DO MES CAI; ACIMA DO ULTIMO LIMITE VALE A ULTIMA
      *              FAIXA. SEM O CARTAO, O RELATORIO SAI SO COM AS
      *              VENDAS, COM A COMISSAO ZERADA E AVISO
      * 15/10/2026 JV - A COMISSAO DE CADA OPERADOR VINCULADO A UM
      *                 FUNCIONARIO (OPERFUNC.txt, MANTIDO PELO
      *                 OPERMANT) E GRAVADA NO COMISFOL_AAAAMM.txt,
      *                 QUE O FOLHAVAR SOMA NA PARTE VARIAVEL DA
      *                 FOLHA; OPERADOR SEM VINCULO SAI LISTADO NO FIM
      *                 DO RELATORIO, FORA DA FOLHA
      * 15/10/2026 JV - STOP RUN VIRA GOBACK, PARA O PROGRAMA PODER
      *                 SER ENCADEADO PELO FECHAMENTO DO MES
      *                 (FECHAMES)
      * 15/10/2026 JV - VENDA DE VALE-PRESENTE (PRODUTO 9999) FICA FORA
      *                 DA BASE DA COMISSAO - CONTA SO NA COMPRA PAGA
      *                 COM O VALE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT COMISTAB ASSIGN TO WRK-PATH-COMISTAB
             FILE STATUS IS FS-COMISTAB.

           SELECT OPERFUNC ASSIGN TO WRK-PATH-OPERFUNC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-OPERFUNC.

           SELECT COMISFOL ASSIGN TO WRK-COMISFOL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-COMISFOL.


       DATA DIVISION.
       FILE SECTION.
           05 FILLER         PIC X(01).
           05 COM-PERC       PIC 9(02)V99.

       FD  OPERFUNC.
       COPY "OPFCOPY.cpy".

       FD  COMISFOL.
       COPY "CMSCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-COMISTAB  PIC 9(02) VALUE ZEROS.
       77  FS-OPERFUNC  PIC 9(02) VALUE ZEROS.
       77  FS-COMISFOL  PIC 9(02) VALUE ZEROS.

       77  WRK-MES           PIC 9(06) VALUE ZEROS.
       77  WRK-DIA           PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-ATUAL    PIC 9(08) VALUE ZEROS.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.
       01  WRK-COMISFOL-PATH  PIC X(60) VALUE SPACES.

      *-------------- FAIXAS DE COMISSAO (COMISTAB.txt) --------------
       77  WRK-QTD-FAIXAS    PIC 9(02) VALUE ZEROS.
              10 WRK-OPE-CODIGO  PIC X(08).
              10 WRK-OPE-VENDAS  PIC S9(09)V99.
              10 WRK-OPE-LINHAS  PIC 9(05).
              10 WRK-OPE-FUNC    PIC 9(04).
              10 WRK-OPE-COMISSAO PIC 9(07)V99.
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-OPER-ACHADO       VALUE "S".

      *-------------- VINCULO OPERADOR X FUNCIONARIO (OPERMANT) -----
      *-------- A ULTIMA LINHA DE CADA OPERADOR SOBREPOE A ANTERIOR
       77  WRK-QTD-VINC      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-VINC.
           05 WRK-VINC-ENTRY OCCURS 100 TIMES.
              10 WRK-VINC-OPERADOR PIC X(08).
              10 WRK-VINC-FUNC     PIC 9(04).
       77  WRK-IDX-VINC      PIC 9(03) VALUE ZEROS.
       77  WRK-SW-VINC       PIC X(01) VALUE "N".
           88 WRK-VINC-ACHADO       VALUE "S".

       77  WRK-COMISSAO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-COMISSAO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-SEM-VINC  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-SEM-VINC  PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-GRAVADAS  PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-VENDAS    PIC S9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-COMISTAB PIC X(60) VALUE SPACES.
       01  WRK-PATH-OPERFUNC PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
           PERFORM   0300-IMPRIMIR
           DISPLAY "FIM DA COMISSAO MENSAL"

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "MES DA COMISSAO (AAAAMM): "
             ACCEPT WRK-MES.
           PERFORM 0110-CARREGAR-FAIXAS.
           PERFORM 0120-CARREGAR-VINCULOS.

       0110-CARREGAR-FAIXAS         SECTION.
           OPEN INPUT COMISTAB.
       0110-CARREGAR-FIM.
           EXIT.

       0120-CARREGAR-VINCULOS       SECTION.
      *-------- HISTORICO: A ULTIMA LINHA DO OPERADOR E A QUE VALE;
      *-------- FUNCIONARIO 0000 = DESVINCULADO
           OPEN INPUT OPERFUNC.
           IF FS-OPERFUNC NOT EQUAL 00
              DISPLAY "NENHUM OPERADOR VINCULADO A FUNCIONARIO "
                      "(OPERMANT) - COMISSAO FICA FORA DA FOLHA"
              GO TO 0120-CARREGAR-FIM
           END-IF.
           READ OPERFUNC
           PERFORM UNTIL FS-OPERFUNC NOT EQUAL 00
              MOVE "N" TO WRK-SW-VINC
              PERFORM VARYING WRK-IDX-VINC FROM 1 BY 1
                      UNTIL WRK-IDX-VINC GREATER WRK-QTD-VINC
                         OR WRK-VINC-ACHADO
                 IF WRK-VINC-OPERADOR(WRK-IDX-VINC)
                    EQUAL OPF-OPERADOR
                    SET WRK-VINC-ACHADO TO TRUE
                    MOVE OPF-CODIGO-FUNC
                      TO WRK-VINC-FUNC(WRK-IDX-VINC)
                 END-IF
              END-PERFORM
              IF NOT WRK-VINC-ACHADO
                 AND WRK-QTD-VINC LESS 100
                 ADD 1 TO WRK-QTD-VINC
                 MOVE OPF-OPERADOR
                   TO WRK-VINC-OPERADOR(WRK-QTD-VINC)
                 MOVE OPF-CODIGO-FUNC
                   TO WRK-VINC-FUNC(WRK-QTD-VINC)
              END-IF
              READ OPERFUNC
           END-PERFORM.
           CLOSE OPERFUNC.

       0120-CARREGAR-FIM.
           EXIT.

       0200-APURAR-MES              SECTION.
      *-------- VARRE OS 31 DIAS POSSIVEIS DO MES; DIA SEM ARQUIVO
      *-------- (FERIADO, FIM DE SEMANA) E SIMPLESMENTE PULADO
           END-IF.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
      *-------- EMISSAO DE VALE-PRESENTE E PASSIVO, NAO VENDA - A
      *-------- COMISSAO SAI NA COMPRA PAGA COM O VALE
              IF NOT DET-PROD-VALE
                 PERFORM 0220-SOMAR-OPERADOR
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.
           STRING "COMISSAO DE OPERADORES - MES " DELIMITED BY SIZE
                  WRK-MES DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE "OPERADOR  MOVTOS  VENDA LIQUIDA  PERC  COMISSAO  FUNC"
             TO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

      *-------- ARQUIVO DA COMPETENCIA PARA O FOLHAVAR; RODADA
      *-------- REPETIDA REGRAVA O MES INTEIRO
           MOVE SPACES TO WRK-COMISFOL-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "COMISFOL_"  DELIMITED BY SIZE
                  WRK-MES      DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-COMISFOL-PATH.
           OPEN OUTPUT COMISFOL.
           IF FS-COMISFOL NOT EQUAL 00
              DISPLAY "ERRO AO CRIAR O COMISFOL - STATUS "
                      FS-COMISFOL " - COMISSAO NAO VAI A FOLHA"
           END-IF.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-OPER
              PERFORM 0310-LINHA-OPERADOR
           END-PERFORM.
           IF FS-COMISFOL EQUAL 00
              CLOSE COMISFOL
           END-IF.

           PERFORM 0340-LISTAR-SEM-VINCULO.

           MOVE WRK-TOT-COMISSAO TO WRK-COMIS-ED.
           MOVE SPACES TO WRK-REL-LINHA.

       0310-LINHA-OPERADOR          SECTION.
           PERFORM 0320-CALCULAR-COMISSAO.
           PERFORM 0330-GRAVAR-COMISSAO.
           ADD WRK-OPE-VENDAS(WRK-IDX) TO WRK-TOT-VENDAS.
           MOVE WRK-OPE-VENDAS(WRK-IDX) TO WRK-VALOR-ED.
           MOVE WRK-COMISSAO TO WRK-COMIS-ED.
                  WRK-PERC-APLICADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-COMIS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-OPE-FUNC(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
       0320-CALCULAR-FIM.
           EXIT.

       0330-GRAVAR-COMISSAO         SECTION.
      *--------------------------------------------------------------
      *-------- OPERADOR VINCULADO (OPERMANT) VAI AO COMISFOL DA
      *-------- COMPETENCIA; SEM VINCULO FICA FORA DA FOLHA E SAI NA
      *-------- LISTA DO FIM DO RELATORIO
      *--------------------------------------------------------------
           MOVE WRK-COMISSAO TO WRK-OPE-COMISSAO(WRK-IDX).
           MOVE ZEROS TO WRK-OPE-FUNC(WRK-IDX).
           MOVE "N" TO WRK-SW-VINC.
           PERFORM VARYING WRK-IDX-VINC FROM 1 BY 1
                   UNTIL WRK-IDX-VINC GREATER WRK-QTD-VINC
                      OR WRK-VINC-ACHADO
              IF WRK-VINC-OPERADOR(WRK-IDX-VINC)
                 EQUAL WRK-OPE-CODIGO(WRK-IDX)
                 AND WRK-VINC-FUNC(WRK-IDX-VINC) GREATER ZEROS
                 SET WRK-VINC-ACHADO TO TRUE
                 MOVE WRK-VINC-FUNC(WRK-IDX-VINC)
                   TO WRK-OPE-FUNC(WRK-IDX)
              END-IF
           END-PERFORM.
           IF NOT WRK-VINC-ACHADO
              ADD 1 TO WRK-QTD-SEM-VINC
              ADD WRK-COMISSAO TO WRK-TOT-SEM-VINC
              GO TO 0330-GRAVAR-FIM
           END-IF.
           ADD WRK-COMISSAO TO WRK-TOT-COMISSAO.
           IF WRK-COMISSAO EQUAL ZEROS
              OR FS-COMISFOL NOT EQUAL 00
              GO TO 0330-GRAVAR-FIM
           END-IF.
           MOVE SPACES                TO REG-COMISFOL.
           MOVE WRK-MES               TO CMS-COMPETENCIA.
           MOVE WRK-OPE-FUNC(WRK-IDX) TO CMS-CODIGO-FUNC.
           MOVE WRK-OPE-CODIGO(WRK-IDX) TO CMS-OPERADOR.
           MOVE WRK-COMISSAO          TO CMS-VALOR.
           WRITE REG-COMISFOL.
           ADD 1 TO WRK-QTD-GRAVADAS.

       0330-GRAVAR-FIM.
           EXIT.

       0340-LISTAR-SEM-VINCULO      SECTION.
      *-------- OPERADOR SEM FUNCIONARIO NAO SOME: SAI LISTADO COM A
      *-------- COMISSAO, PARA O VINCULO SER FEITO NO OPERMANT
           IF WRK-QTD-SEM-VINC EQUAL ZEROS
              GO TO 0340-LISTAR-FIM
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "OPERADORES SEM FUNCIONARIO VINCULADO (OPERMANT):"
             TO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-OPER
              IF WRK-OPE-FUNC(WRK-IDX) EQUAL ZEROS
                 MOVE WRK-OPE-COMISSAO(WRK-IDX) TO WRK-COMIS-ED
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "  " DELIMITED BY SIZE
                        WRK-OPE-CODIGO(WRK-IDX) DELIMITED BY SIZE
                        " COMISSAO FORA DA FOLHA " DELIMITED BY SIZE
                        WRK-COMIS-ED DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 MOVE "D" TO WRK-REL-OPERACAO
                 CALL "RELPRINT" USING WRK-REL-OPERACAO
                                        WRK-REL-TITULO
                                        WRK-REL-COLUNAS
                                        WRK-REL-LINHA
                 DISPLAY "OPERADOR " WRK-OPE-CODIGO(WRK-IDX)
                         " SEM FUNCIONARIO VINCULADO - COMISSAO "
                         WRK-COMIS-ED " FORA DA FOLHA"
              END-IF
           END-PERFORM.
           MOVE WRK-TOT-SEM-VINC TO WRK-COMIS-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "  TOTAL SEM VINCULO....... " DELIMITED BY SIZE
                  WRK-COMIS-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0340-LISTAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
           MOVE "COMISTAB.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-COMISTAB.
           MOVE "OPERFUNC.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-OPERFUNC.
