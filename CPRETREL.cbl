       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRETREL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RELATORIO DOS TITULOS RETIDOS DO CONTAS A PAGAR -
      *           LISTA CADA TITULO NA SITUACAO "R" COM O VENCIMENTO,
      *           O SALDO, O VALOR QUE O PEDIDO E O RECEBIMENTO
      *           JUSTIFICAM E O MOTIVO DA ULTIMA CONFERENCIA
      *           (CPCONFLOG.txt, GRAVADO PELO CPCONFER); TITULO AINDA
      *           NAO CONFERIDO SAI COMO "AGUARDANDO CONFERENCIA"
      * DATA: 15/10/2026
      * OBSERVAÇÕES: IMPRESSO PELO MODULO RELPRINT; A LIBERACAO DO
      *              SUPERVISOR E O CPLIBERA E O CREDITO DO
      *              FORNECEDOR E DIGITADO NO CPFATURA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT CPCONFLOG ASSIGN TO WRK-PATH-CPCONFLOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CPCONFLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  CPCONFLOG.
       COPY "CCFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-CPCONFLOG PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CPRETREL".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASPAG".

      *-------------- ULTIMA DECISAO POR TITULO (CPCONFLOG.txt) ------
       77  WRK-ACUM-DEC      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-DEC.
           05 WRK-DEC-ITEM OCCURS 2000 TIMES.
              10 WRK-DEC-FORN     PIC 9(04).
              10 WRK-DEC-NOTA     PIC 9(09).
              10 WRK-DEC-DATA     PIC 9(08).
              10 WRK-DEC-MOTIVO   PIC X(02).
              10 WRK-DEC-PRODUTO  PIC 9(04).
              10 WRK-DEC-ESPERADO PIC 9(09)V99.
       77  WRK-IDX-DEC       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-TRANSB     PIC X(01) VALUE "N".
           88 WRK-TRANSBORDOU       VALUE "S".

       77  WRK-MOTIVO-DESCR  PIC X(30) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-RETIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RETIDO    PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ESPERADO-ED   PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-CPCONFLOG PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              MOVE "CONTAS A PAGAR NAO ABRIU      " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-CARREGAR-DECISOES.
           MOVE "TITULOS RETIDOS DO CONTAS A PAGAR" TO WRK-REL-TITULO.
           MOVE "FORN NOTA      VENCTO   SALDO / JUSTIFICADO / MOTIVO"
             TO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0110-CARREGAR-DECISOES       SECTION.
      *--------------------------------------------------------------
      *-------- O LOG E CRONOLOGICO: A ULTIMA LINHA DE CADA TITULO
      *-------- SOBREPOE AS ANTERIORES
      *--------------------------------------------------------------
           OPEN INPUT CPCONFLOG.
           IF FS-CPCONFLOG NOT EQUAL 00
              DISPLAY "SEM DECISOES DE CONFERENCIA (CPCONFLOG.txt)"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ CPCONFLOG
           PERFORM UNTIL FS-CPCONFLOG NOT EQUAL 00
              PERFORM 0115-GUARDAR-DECISAO
              READ CPCONFLOG
           END-PERFORM.
           CLOSE CPCONFLOG.
           IF WRK-TRANSBORDOU
              DISPLAY "AVISO: MAIS TITULOS NO CPCONFLOG QUE A TABELA "
                      "COMPORTA - PARTE SAI SEM MOTIVO"
           END-IF.

       0110-CARREGAR-FIM.
           EXIT.

       0115-GUARDAR-DECISAO         SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-DEC FROM 1 BY 1
                   UNTIL WRK-IDX-DEC GREATER WRK-ACUM-DEC
                      OR WRK-ACHOU
              IF WRK-DEC-FORN(WRK-IDX-DEC) EQUAL CCF-FORNECEDOR
                 AND WRK-DEC-NOTA(WRK-IDX-DEC) EQUAL CCF-NOTA
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-DEC
           ELSE
              IF WRK-ACUM-DEC NOT LESS 2000
                 SET WRK-TRANSBORDOU TO TRUE
                 GO TO 0115-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-ACUM-DEC
              MOVE WRK-ACUM-DEC TO WRK-IDX-DEC
           END-IF.
           MOVE CCF-FORNECEDOR TO WRK-DEC-FORN(WRK-IDX-DEC).
           MOVE CCF-NOTA       TO WRK-DEC-NOTA(WRK-IDX-DEC).
           MOVE CCF-DATA       TO WRK-DEC-DATA(WRK-IDX-DEC).
           MOVE CCF-MOTIVO     TO WRK-DEC-MOTIVO(WRK-IDX-DEC).
           MOVE CCF-PRODUTO    TO WRK-DEC-PRODUTO(WRK-IDX-DEC).
           MOVE CCF-ESPERADO   TO WRK-DEC-ESPERADO(WRK-IDX-DEC).

       0115-GUARDAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           READ CONTASPAG
           PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
              IF CP-RETIDO
                 ADD 1 TO WRK-ACUM-RETIDOS
                 ADD CP-VALOR TO WRK-TOT-RETIDO
                 PERFORM 0210-LINHA-RETIDO
              END-IF
              READ CONTASPAG
           END-PERFORM.

       0210-LINHA-RETIDO            SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-DEC FROM 1 BY 1
                   UNTIL WRK-IDX-DEC GREATER WRK-ACUM-DEC
                      OR WRK-ACHOU
              IF WRK-DEC-FORN(WRK-IDX-DEC) EQUAL CP-FORNECEDOR
                 AND WRK-DEC-NOTA(WRK-IDX-DEC) EQUAL CP-NOTA
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-ESPERADO-ED.
           IF WRK-ACHOU
              SUBTRACT 1 FROM WRK-IDX-DEC
              MOVE WRK-DEC-ESPERADO(WRK-IDX-DEC) TO WRK-ESPERADO-ED
              EVALUATE WRK-DEC-MOTIVO(WRK-IDX-DEC)
                 WHEN "SP"
                    MOVE "LINHA SEM PEDIDO DE COMPRA"
                      TO WRK-MOTIVO-DESCR
                 WHEN "PD"
                    MOVE "PEDIDO DE OUTRO FORN/PRODUTO"
                      TO WRK-MOTIVO-DESCR
                 WHEN "QP"
                    MOVE "FATURADO ACIMA DO PEDIDO"
                      TO WRK-MOTIVO-DESCR
                 WHEN "QR"
                    MOVE "FATURADO ACIMA DO RECEBIDO"
                      TO WRK-MOTIVO-DESCR
                 WHEN "PR"
                    MOVE "PRECO ACIMA DO COMBINADO"
                      TO WRK-MOTIVO-DESCR
                 WHEN "SF"
                    MOVE "TITULO SEM LINHAS DE FATURA"
                      TO WRK-MOTIVO-DESCR
                 WHEN OTHER
                    MOVE "AGUARDANDO CONFERENCIA"
                      TO WRK-MOTIVO-DESCR
              END-EVALUATE
           ELSE
              MOVE "AGUARDANDO CONFERENCIA" TO WRK-MOTIVO-DESCR
           END-IF.
           MOVE CP-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING CP-FORNECEDOR    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CP-NOTA          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CP-DATA-VENCTO   DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  WRK-ESPERADO-ED  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-MOTIVO-DESCR DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
      *-------- O PRODUTO DA PRIMEIRA DIVERGENCIA VAI NA LINHA DE
      *-------- BAIXO, PARA QUEM FOR COBRAR O FORNECEDOR
           IF WRK-ACHOU
              AND WRK-DEC-PRODUTO(WRK-IDX-DEC) GREATER ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              STRING "               PRODUTO " DELIMITED BY SIZE
                     WRK-DEC-PRODUTO(WRK-IDX-DEC) DELIMITED BY SIZE
                     " - CONFERIDO EM "        DELIMITED BY SIZE
                     WRK-DEC-DATA(WRK-IDX-DEC) DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.

       0300-FINALIZAR               SECTION.
           CLOSE CONTASPAG.
           MOVE WRK-TOT-RETIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TITULOS RETIDOS: " DELIMITED BY SIZE
                  WRK-ACUM-RETIDOS    DELIMITED BY SIZE
                  "  VALOR RETIDO: "  DELIMITED BY SIZE
                  WRK-TOTAL-ED        DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "TITULOS RETIDOS: " WRK-ACUM-RETIDOS.
           DISPLAY "FIM DO RELATORIO DE RETIDOS".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTASPAG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "CPCONFLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CPCONFLOG.
