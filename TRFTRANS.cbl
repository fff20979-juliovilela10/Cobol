       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFTRANS.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RELATORIO DE MERCADORIA EM TRANSITO ENTRE LOJAS -
      *           PERCORRE O TRANSFER.DAT DE CADA LOJA DO CADASTRO
      *           LOJAS.txt (GRAVADO NA SAIDA PELO TRFENVIA) E LISTA
      *           OS ITENS AINDA NAO CONFIRMADOS PELA LOJA DE DESTINO
      *           (TRFRECEB) HA MAIS DE N DIAS, COM OS DIAS EM
      *           TRANSITO E O VALOR PELO CUSTO MEDIO DA ORIGEM
      * DATA: 15/10/2026
      * OBSERVAÇÕES: N = ZERO LISTA TUDO O QUE ESTA EM TRANSITO. SEM
      *              O CADASTRO DE LOJAS, SO O TRANSFER.DAT DESTA
      *              INSTALACAO; LOJA SEM DIRETORIO NO CADASTRO USA O
      *              DIRETORIO DE DADOS DESTA INSTALACAO, COMO NO
      *              TRFRECEB. IMPRESSO PELO MODULO RELPRINT
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT LOJAS ASSIGN TO WRK-PATH-LOJAS
             FILE STATUS IS FS-LOJAS.

           SELECT TRANSFER ASSIGN TO WRK-PATH-TRANSFER
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS TRF-CHAVE
             FILE STATUS IS FS-TRANSFER.


       DATA DIVISION.
       FILE SECTION.
       FD  LOJAS.
       01  REG-LOJAS.
           05 LOJ-CODIGO     PIC 9(02).
           05 FILLER         PIC X(01).
           05 LOJ-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 LOJ-DIR        PIC X(40).

       FD  TRANSFER.
       COPY "TRFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-LOJAS     PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFER  PIC 9(02) VALUE ZEROS.

       77  WRK-SW-LOJAS      PIC X(01) VALUE "N".
           88 WRK-LOJAS-OK          VALUE "S".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-MINIMO   PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77  WRK-DIR-LOJA      PIC X(40) VALUE SPACES.
       77  WRK-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.

      *-------------- CONTAGEM DE DIAS (MODULO DATAADD) --------------
       77  WRK-DATA-DE       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-VOLTA    PIC S9(04) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-DIAS          PIC 9(04) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LOJAS    PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-ITENS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-VALOR    PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-QTD-ED        PIC ZZ.ZZ9.
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOJAS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-TRANSFER PIC X(60) VALUE SPACES.

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
           DISPLAY "MERCADORIA EM TRANSITO - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           DISPLAY "EM TRANSITO HA MAIS DE QUANTOS DIAS "
                   "(0 = TODAS)? "
             ACCEPT WRK-DIAS-MINIMO.
      *-------- ENVIADA ATE HOJE MENOS N DIAS ENTRA NO RELATORIO
           COMPUTE WRK-DIAS-VOLTA = 0 - WRK-DIAS-MINIMO.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-VOLTA
                                 WRK-DATA-LIMITE.
           IF WRK-DIAS-MINIMO GREATER ZEROS
              DISPLAY "GUIAS ENVIADAS ATE " WRK-DATA-LIMITE
           END-IF.

           MOVE SPACES TO WRK-REL-TITULO.
           STRING "EM TRANSITO HA MAIS DE " DELIMITED BY SIZE
                  WRK-DIAS-MINIMO           DELIMITED BY SIZE
                  " DIAS"                   DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "OR DE   GUIA    ENVIO DIAS PROD LOTE      "
                  DELIMITED BY SIZE
                  "      QTD         VALOR" DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0200-PROCESSAR               SECTION.
      *--------------------------------------------------------------
      *-------- UM TRANSFER.DAT POR LOJA DO CADASTRO; SEM CADASTRO,
      *-------- SO O DESTA INSTALACAO
      *--------------------------------------------------------------
           OPEN INPUT LOJAS.
           IF FS-LOJAS EQUAL 00
              SET WRK-LOJAS-OK TO TRUE
           END-IF.
           IF NOT WRK-LOJAS-OK
              MOVE SPACES TO WRK-DIR-LOJA
              PERFORM 0210-LISTAR-LOJA
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           READ LOJAS
           PERFORM UNTIL FS-LOJAS NOT EQUAL 00
              MOVE LOJ-DIR TO WRK-DIR-LOJA
              PERFORM 0210-LISTAR-LOJA
              READ LOJAS
           END-PERFORM.
           CLOSE LOJAS.

       0200-PROCESSAR-FIM.
           EXIT.

       0210-LISTAR-LOJA             SECTION.
           MOVE SPACES TO WRK-PATH-TRANSFER.
           IF WRK-DIR-LOJA EQUAL SPACES
              STRING WRK-PATH-DIR   DELIMITED BY SPACES
                     "TRANSFER.DAT" DELIMITED BY SIZE
                     INTO WRK-PATH-TRANSFER
           ELSE
              STRING WRK-DIR-LOJA   DELIMITED BY SPACES
                     "TRANSFER.DAT" DELIMITED BY SIZE
                     INTO WRK-PATH-TRANSFER
           END-IF.
      *-------- LOJA QUE NUNCA TRANSFERIU NAO TEM O ARQUIVO
           OPEN INPUT TRANSFER.
           IF FS-TRANSFER NOT EQUAL 00
              GO TO 0210-LISTAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-LOJAS.
           READ TRANSFER
           PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
              IF TRF-EM-TRANSITO
                 AND TRF-DATA-ENVIO NOT GREATER WRK-DATA-LIMITE
                 PERFORM 0220-LISTAR-ITEM
              END-IF
              READ TRANSFER
           END-PERFORM.
           CLOSE TRANSFER.

       0210-LISTAR-FIM.
           EXIT.

       0220-LISTAR-ITEM             SECTION.
           MOVE TRF-DATA-ENVIO TO WRK-DATA-DE.
           PERFORM 0280-CONTAR-DIAS.
           COMPUTE WRK-VALOR-ITEM = TRF-QTD-ENVIADA * TRF-CUSTO.
           ADD 1 TO WRK-ACUM-ITENS.
           ADD WRK-VALOR-ITEM TO WRK-ACUM-VALOR.
           MOVE TRF-QTD-ENVIADA TO WRK-QTD-ED.
           MOVE WRK-VALOR-ITEM  TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING TRF-LOJA-ORIGEM  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TRF-LOJA-DESTINO DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TRF-NUMERO       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TRF-DATA-ENVIO   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-DIAS         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TRF-PRODUTO      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TRF-LOTE         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-QTD-ED       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0280-CONTAR-DIAS             SECTION.
      *--------------------------------------------------------------
      *-------- DIAS DE WRK-DATA-DE ATE HOJE, ANDANDO DIA A DIA
      *-------- (MODULO DATAADD), COMO NO FORSCORE
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-DIAS.
           PERFORM UNTIL WRK-DATA-DE GREATER OR EQUAL WRK-DATA-HOJE
                      OR WRK-DIAS GREATER OR EQUAL 9999
              CALL "DATAADD" USING WRK-DATA-DE WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-DE
              ADD 1 TO WRK-DIAS
           END-PERFORM.

       0300-FINALIZAR               SECTION.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-ACUM-VALOR TO WRK-TOTAL-ED.
           STRING "ITENS EM TRANSITO: " DELIMITED BY SIZE
                  WRK-ACUM-ITENS        DELIMITED BY SIZE
                  "  VALOR: "           DELIMITED BY SIZE
                  WRK-TOTAL-ED          DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "=========================================".
           DISPLAY "LOJAS COM TRANSFERENCIA. " WRK-ACUM-LOJAS.
           DISPLAY "ITENS EM TRANSITO....... " WRK-ACUM-ITENS.
           DISPLAY "VALOR EM TRANSITO....... " WRK-TOTAL-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DO RELATORIO DE TRANSITO".

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH); NOME EM BRANCO DEVOLVE O
      *-------- DIRETORIO DE DADOS DESTA INSTALACAO
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "LOJAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOJAS.
