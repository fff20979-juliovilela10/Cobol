       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE UMA VEZ SO DO CADASTRO DE PRODUTOS
      *           (PRODUTOS.DAT) DO LAYOUT ANTIGO PARA O LAYOUT NOVO
      *           DO COPY PRODCOPY, QUE GANHOU A CATEGORIA DO PRODUTO
      *           (PROD-CATEGORIA) - SEM ELA O ARQUIVO ANTIGO NEM ABRE
      *           NOS PROGRAMAS NOVOS (FILE STATUS 39), POIS O
      *           REGISTRO MUDOU DE TAMANHO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PROCEDIMENTO DA IMPLANTACAO - (1) RENOMEAR O
      *              PRODUTOS.DAT ATUAL PARA PRODUTOS.ANT, (2) RODAR
      *              ESTE PROGRAMA, (3) CONFERIR OS TOTAIS DO
      *              RELATORIO E SO ENTAO APAGAR O .ANT. A CATEGORIA
      *              ENTRA ZERADA (000 = SEM CATEGORIA) E E
      *              PREENCHIDA PELA ALTERACAO DO PRODMANT, DEPOIS DE
      *              CADASTRADAS AS CATEGORIAS NO CATMANT
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PRODANT ASSIGN TO WRK-PATH-PRODANT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-CODIGO
             FILE STATUS IS FS-PRODANT.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.


       DATA DIVISION.
       FILE SECTION.
       FD  PRODANT.
       01  REG-PRODANT.
           05 ANT-CODIGO     PIC 9(04).
           05 ANT-DESCRICAO  PIC X(20).
           05 ANT-PRECO      PIC 9(05)V99.

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-PRODANT   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "PRODCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "PRODUTOS.DAT".

       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS       PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME   PIC X(20) VALUE SPACES.
       01  WRK-PATH-PRODANT   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS  PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DO PRODUTOS.DAT (LAYOUT NOVO)".
           DISPLAY "=========================================".
           DISPLAY "O ARQUIVO ANTIGO DEVE TER SIDO RENOMEADO".
           DISPLAY "PARA PRODUTOS.ANT; O PRODUTOS.DAT SERA".
           DISPLAY "RECRIADO DO ZERO NO LAYOUT NOVO.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONVERSAO ABANDONADA - NADA FOI FEITO"
              GOBACK
           END-IF.
           OPEN INPUT PRODANT.
           IF FS-PRODANT NOT EQUAL 00
              MOVE "PRODUTOS.ANT NAO ABRIU  " TO WRK-MSG-ERRO
              MOVE "PRODUTOS.ANT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PRODANT TO FS-PRODUTOS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "PRODUTOS.DAT NAO ABRIU  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           READ PRODANT
           PERFORM UNTIL FS-PRODANT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-CONVERTER-PRODUTO
              READ PRODANT
           END-PERFORM.

       0210-CONVERTER-PRODUTO       SECTION.
           MOVE ANT-CODIGO       TO PROD-CODIGO.
           MOVE ANT-DESCRICAO    TO PROD-DESCRICAO.
           MOVE ANT-PRECO        TO PROD-PRECO.
           MOVE ZEROS            TO PROD-CATEGORIA.
           WRITE REG-PRODUTOS
             INVALID KEY
                ADD 1 TO WRK-ACUM-ERROS
                DISPLAY "ERRO AO GRAVAR O PRODUTO " ANT-CODIGO
                        " - STATUS " FS-PRODUTOS
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-CONVERTIDOS
           END-WRITE.

       0300-FINALIZAR               SECTION.
           CLOSE PRODANT.
           CLOSE PRODUTOS.

           DISPLAY "=========================================".
           DISPLAY "PRODUTOS LIDOS.......... " WRK-ACUM-LIDOS.
           DISPLAY "PRODUTOS CONVERTIDOS.... "
                   WRK-ACUM-CONVERTIDOS.
           DISPLAY "PRODUTOS COM ERRO....... " WRK-ACUM-ERROS.
           IF WRK-ACUM-LIDOS EQUAL WRK-ACUM-CONVERTIDOS
              DISPLAY "CONVERSAO CONFERIDA - TODOS OS PRODUTOS "
                      "PASSARAM"
           ELSE
              DISPLAY "ATENCAO: CONVERSAO COM DIFERENCA - NAO "
                      "APAGUE O PRODUTOS.ANT"
              MOVE 99 TO FS-PRODUTOS
              MOVE "CONVERSAO COM DIFERENCA " TO WRK-MSG-ERRO
              PERFORM 9100-AVISA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PRODUTOS.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9100-AVISA-ERRO              SECTION.
      *-------- SO REGISTRA NO LOG, SEM ENCERRAR O PROGRAMA
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PRODUTOS.
           DISPLAY WRK-MSG-ERRO.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "PRODUTOS.ANT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODANT.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
