       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE UMA VEZ SO DA REFERENCIA CRUZADA DE
      *           CODIGOS DE BARRAS (BARRAS.DAT) DO LAYOUT ANTIGO PARA
      *           O LAYOUT NOVO DO COPY BARCOPY, QUE GANHOU A
      *           QUANTIDADE DA EMBALAGEM DO EAN (BAR-QTD-EMB) - SEM
      *           ELA O ARQUIVO ANTIGO NEM ABRE NOS PROGRAMAS NOVOS
      *           (FILE STATUS 39), POIS O REGISTRO MUDOU DE TAMANHO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PROCEDIMENTO DA IMPLANTACAO - (1) RENOMEAR O
      *              BARRAS.DAT ATUAL PARA BARRAS.ANT, (2) RODAR ESTE
      *              PROGRAMA, (3) CONFERIR OS TOTAIS DO RELATORIO E
      *              SO ENTAO APAGAR O .ANT. TODO EAN ANTIGO ENTRA
      *              COMO UNIDADE (BAR-QTD-EMB = 1); O EAN DE CAIXA OU
      *              FARDO TEM A QUANTIDADE CORRIGIDA PELA ALTERACAO
      *              DO PRODMANT
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT BARANT ASSIGN TO WRK-PATH-BARANT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-EAN
             FILE STATUS IS FS-BARANT.

           SELECT BARRAS ASSIGN TO WRK-PATH-BARRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BAR-EAN
             FILE STATUS IS FS-BARRAS.


       DATA DIVISION.
       FILE SECTION.
       FD  BARANT.
       01  REG-BARANT.
           05 ANT-EAN        PIC 9(13).
           05 ANT-PRODUTO    PIC 9(04).

       FD  BARRAS.
       COPY "BARCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-BARANT    PIC 9(02) VALUE ZEROS.
       77  FS-BARRAS    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "BARCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "BARRAS.DAT".

       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS       PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME   PIC X(20) VALUE SPACES.
       01  WRK-PATH-BARANT    PIC X(60) VALUE SPACES.
       01  WRK-PATH-BARRAS    PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DO BARRAS.DAT (LAYOUT NOVO)".
           DISPLAY "=========================================".
           DISPLAY "O ARQUIVO ANTIGO DEVE TER SIDO RENOMEADO".
           DISPLAY "PARA BARRAS.ANT; O BARRAS.DAT SERA".
           DISPLAY "RECRIADO DO ZERO NO LAYOUT NOVO.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONVERSAO ABANDONADA - NADA FOI FEITO"
              GOBACK
           END-IF.
           OPEN INPUT BARANT.
           IF FS-BARANT NOT EQUAL 00
              MOVE "BARRAS.ANT NAO ABRIU    " TO WRK-MSG-ERRO
              MOVE "BARRAS.ANT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-BARANT TO FS-BARRAS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT BARRAS.
           IF FS-BARRAS NOT EQUAL 00
              MOVE "BARRAS.DAT NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           READ BARANT
           PERFORM UNTIL FS-BARANT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-CONVERTER-EAN
              READ BARANT
           END-PERFORM.

       0210-CONVERTER-EAN           SECTION.
           MOVE ANT-EAN          TO BAR-EAN.
           MOVE ANT-PRODUTO      TO BAR-PRODUTO.
           MOVE 1                TO BAR-QTD-EMB.
           WRITE REG-BARRAS
             INVALID KEY
                ADD 1 TO WRK-ACUM-ERROS
                DISPLAY "ERRO AO GRAVAR O EAN " ANT-EAN
                        " - STATUS " FS-BARRAS
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-CONVERTIDOS
           END-WRITE.

       0300-FINALIZAR               SECTION.
           CLOSE BARANT.
           CLOSE BARRAS.

           DISPLAY "=========================================".
           DISPLAY "EAN LIDOS............... " WRK-ACUM-LIDOS.
           DISPLAY "EAN CONVERTIDOS......... "
                   WRK-ACUM-CONVERTIDOS.
           DISPLAY "EAN COM ERRO............ " WRK-ACUM-ERROS.
           IF WRK-ACUM-LIDOS EQUAL WRK-ACUM-CONVERTIDOS
              DISPLAY "CONVERSAO CONFERIDA - TODOS OS EAN "
                      "PASSARAM"
           ELSE
              DISPLAY "ATENCAO: CONVERSAO COM DIFERENCA - NAO "
                      "APAGUE O BARRAS.ANT"
              MOVE 99 TO FS-BARRAS
              MOVE "CONVERSAO COM DIFERENCA " TO WRK-MSG-ERRO
              PERFORM 9100-AVISA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-BARRAS.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9100-AVISA-ERRO              SECTION.
      *-------- SO REGISTRA NO LOG, SEM ENCERRAR O PROGRAMA
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-BARRAS.
           DISPLAY WRK-MSG-ERRO.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "BARRAS.ANT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARANT.
           MOVE "BARRAS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARRAS.
