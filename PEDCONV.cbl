       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE UMA VEZ SO DOS PEDIDOS DE COMPRA
      *           (PEDCOMP.DAT) DO LAYOUT ANTIGO (SEM PRECO) PARA O
      *           LAYOUT NOVO DO COPY PEDCOPY, COM O PRECO UNITARIO
      *           COMBINADO (PED-PRECO) QUE A CONFERENCIA DA FATURA
      *           (CPCONFER) USA - SEM ELA O ARQUIVO ANTIGO NEM ABRE
      *           NOS PROGRAMAS NOVOS (FILE STATUS 39), POIS O
      *           REGISTRO MUDOU DE TAMANHO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PROCEDIMENTO DA IMPLANTACAO - (1) RENOMEAR O
      *              PEDCOMP.DAT ATUAL PARA PEDCOMP.ANT, (2) RODAR
      *              ESTE PROGRAMA, (3) CONFERIR OS TOTAIS E SO ENTAO
      *              APAGAR O .ANT. O PEDIDO ANTIGO NAO TINHA PRECO:
      *              ENTRA COM O CUSTO MEDIO ATUAL DA FICHA DO
      *              PRODUTO (O MESMO PADRAO DO PEDCOMP QUANDO O
      *              OPERADOR NAO INFORMA O PRECO); SEM FICHA, ENTRA
      *              ZERADO E A FATURA DELE CAI NA CONFERENCIA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PEDANT ASSIGN TO WRK-PATH-PEDANT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-NUMERO
             FILE STATUS IS FS-PEDANT.

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.


       DATA DIVISION.
       FILE SECTION.
       FD  PEDANT.
       01  REG-PEDANT.
           05 ANT-NUMERO       PIC 9(06).
           05 ANT-FORNECEDOR   PIC 9(04).
           05 ANT-PRODUTO      PIC 9(04).
           05 ANT-QTD-PEDIDA   PIC 9(05).
           05 ANT-QTD-RECEB    PIC 9(05).
           05 ANT-DATA-EMISSAO PIC 9(08).
           05 ANT-DATA-PREVISTA PIC 9(08).
           05 ANT-SITUACAO     PIC X(01).

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-PEDANT    PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "PEDCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "PEDCOMP.DAT".

       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WRK-SW-ESTOQUE    PIC X(01) VALUE "N".
           88 WRK-ESTOQUE-ABERTO    VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-SEM-PRECO   PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-PEDANT   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DO PEDCOMP.DAT (LAYOUT NOVO)".
           DISPLAY "=========================================".
           DISPLAY "O ARQUIVO ANTIGO DEVE TER SIDO RENOMEADO".
           DISPLAY "PARA PEDCOMP.ANT; O PEDCOMP.DAT SERA".
           DISPLAY "RECRIADO DO ZERO NO LAYOUT NOVO.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONVERSAO ABANDONADA - NADA FOI FEITO"
              GOBACK
           END-IF.
           OPEN INPUT PEDANT.
           IF FS-PEDANT NOT EQUAL 00
              MOVE "PEDCOMP.ANT NAO ABRIU   " TO WRK-MSG-ERRO
              MOVE "PEDCOMP.ANT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PEDANT TO FS-PEDCOMP
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 00
              MOVE "PEDCOMP.DAT NAO ABRIU   " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- SEM A FICHA DE ESTOQUE TODO PEDIDO ENTRA SEM PRECO
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 00
              SET WRK-ESTOQUE-ABERTO TO TRUE
           ELSE
              DISPLAY "FICHA DE ESTOQUE NAO ABRIU - PEDIDOS "
                      "CONVERTIDOS SEM PRECO"
           END-IF.

       0200-PROCESSAR               SECTION.
           READ PEDANT
           PERFORM UNTIL FS-PEDANT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-CONVERTER-PEDIDO
              READ PEDANT
           END-PERFORM.

       0210-CONVERTER-PEDIDO        SECTION.
      *--------------------------------------------------------------
      *-------- PEDIDO ANTIGO LEVA O CUSTO MEDIO ATUAL DA FICHA COMO
      *-------- PRECO COMBINADO; SEM FICHA, PRECO ZERADO
      *--------------------------------------------------------------
           MOVE ANT-NUMERO        TO PED-NUMERO.
           MOVE ANT-FORNECEDOR    TO PED-FORNECEDOR.
           MOVE ANT-PRODUTO       TO PED-PRODUTO.
           MOVE ANT-QTD-PEDIDA    TO PED-QTD-PEDIDA.
           MOVE ANT-QTD-RECEB     TO PED-QTD-RECEB.
           MOVE ANT-DATA-EMISSAO  TO PED-DATA-EMISSAO.
           MOVE ANT-DATA-PREVISTA TO PED-DATA-PREVISTA.
           MOVE ANT-SITUACAO      TO PED-SITUACAO.
           MOVE ZEROS             TO PED-PRECO.
           IF WRK-ESTOQUE-ABERTO
              MOVE ANT-PRODUTO TO EST-CODIGO
              READ ESTOQUE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE EST-CUSTO-MEDIO TO PED-PRECO
              END-READ
           END-IF.
           IF PED-PRECO EQUAL ZEROS
              ADD 1 TO WRK-ACUM-SEM-PRECO
           END-IF.
           WRITE REG-PEDCOMP
             INVALID KEY
                ADD 1 TO WRK-ACUM-ERROS
                DISPLAY "ERRO AO GRAVAR O PEDIDO " ANT-NUMERO
                        " - STATUS " FS-PEDCOMP
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-CONVERTIDOS
           END-WRITE.

       0300-FINALIZAR               SECTION.
           CLOSE PEDANT.
           CLOSE PEDCOMP.
           IF WRK-ESTOQUE-ABERTO
              CLOSE ESTOQUE
           END-IF.

           DISPLAY "=========================================".
           DISPLAY "PEDIDOS LIDOS........... " WRK-ACUM-LIDOS.
           DISPLAY "PEDIDOS CONVERTIDOS..... "
                   WRK-ACUM-CONVERTIDOS.
           DISPLAY "  SEM PRECO (ZERADO).... " WRK-ACUM-SEM-PRECO.
           DISPLAY "PEDIDOS COM ERRO........ " WRK-ACUM-ERROS.
           IF WRK-ACUM-LIDOS EQUAL WRK-ACUM-CONVERTIDOS
              DISPLAY "CONVERSAO CONFERIDA - TODOS OS PEDIDOS "
                      "PASSARAM"
           ELSE
              DISPLAY "ATENCAO: CONVERSAO COM DIFERENCA - NAO "
                      "APAGUE O PEDCOMP.ANT"
              MOVE 99 TO FS-PEDCOMP
              MOVE "CONVERSAO COM DIFERENCA " TO WRK-MSG-ERRO
              PERFORM 9100-AVISA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PEDCOMP.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9100-AVISA-ERRO              SECTION.
      *-------- SO REGISTRA NO LOG, SEM ENCERRAR O PROGRAMA
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PEDCOMP.
           DISPLAY WRK-MSG-ERRO.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "PEDCOMP.ANT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDANT.
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
