       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE UMA VEZ SO DO RESUMO DE COMPRAS POR
      *           CLIENTE (CLIRESUM.DAT) DO LAYOUT ANTIGO (SO
      *           DINHEIRO E CARTAO) PARA O LAYOUT NOVO DO COPY
      *           RESCOPY, QUE GANHOU A CONTAGEM DE PIX
      *           (RES-QTD-PIX) - SEM ELA O ARQUIVO ANTIGO NEM ABRE
      *           NOS PROGRAMAS NOVOS (FILE STATUS 39), POIS O
      *           REGISTRO MUDOU DE TAMANHO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PROCEDIMENTO DA IMPLANTACAO - (1) RENOMEAR O
      *              CLIRESUM.DAT ATUAL PARA CLIRESUM.ANT, (2) RODAR
      *              ESTE PROGRAMA, (3) CONFERIR OS TOTAIS DO
      *              RELATORIO E SO ENTAO APAGAR O .ANT. A CONTAGEM
      *              DE PIX ENTRA ZERADA (O HISTORICO ANTERIOR FOI
      *              TODO REGISTRADO COMO CARTAO); O REGISTRO DE
      *              CONTROLE 0000 E COPIADO COMO ESTA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CLIRESANT ASSIGN TO WRK-PATH-CLIRESANT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-CLIENTE
             FILE STATUS IS FS-CLIRESANT.

           SELECT CLIRESUM ASSIGN TO WRK-PATH-CLIRESUM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RES-CLIENTE
             FILE STATUS IS FS-CLIRESUM.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIRESANT.
       01  REG-CLIRESANT.
           05 ANT-CLIENTE      PIC 9(04).
           05 ANT-ULT-COMPRA   PIC 9(08).
           05 ANT-QTD-COMPRAS  PIC 9(05).
           05 ANT-TOTAL-GASTO  PIC S9(11)V99.
           05 ANT-QTD-DINHEIRO PIC 9(05).
           05 ANT-QTD-CARTAO   PIC 9(05).

       FD  CLIRESUM.
       COPY "RESCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CLIRESANT PIC 9(02) VALUE ZEROS.
       77  FS-CLIRESUM  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "RESCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CLIRESUM.DAT".

       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS       PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME   PIC X(20) VALUE SPACES.
       01  WRK-PATH-CLIRESANT PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIRESUM  PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DO CLIRESUM.DAT (LAYOUT NOVO)".
           DISPLAY "=========================================".
           DISPLAY "O ARQUIVO ANTIGO DEVE TER SIDO RENOMEADO".
           DISPLAY "PARA CLIRESUM.ANT; O CLIRESUM.DAT SERA".
           DISPLAY "RECRIADO DO ZERO NO LAYOUT NOVO.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONVERSAO ABANDONADA - NADA FOI FEITO"
              GOBACK
           END-IF.
           OPEN INPUT CLIRESANT.
           IF FS-CLIRESANT NOT EQUAL 00
              MOVE "CLIRESUM.ANT NAO ABRIU  " TO WRK-MSG-ERRO
              MOVE "CLIRESUM.ANT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIRESANT TO FS-CLIRESUM
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT CLIRESUM.
           IF FS-CLIRESUM NOT EQUAL 00
              MOVE "CLIRESUM.DAT NAO ABRIU  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           READ CLIRESANT
           PERFORM UNTIL FS-CLIRESANT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-CONVERTER-RESUMO
              READ CLIRESANT
           END-PERFORM.

       0210-CONVERTER-RESUMO        SECTION.
           MOVE ANT-CLIENTE      TO RES-CLIENTE.
           MOVE ANT-ULT-COMPRA   TO RES-ULT-COMPRA.
           MOVE ANT-QTD-COMPRAS  TO RES-QTD-COMPRAS.
           MOVE ANT-TOTAL-GASTO  TO RES-TOTAL-GASTO.
           MOVE ANT-QTD-DINHEIRO TO RES-QTD-DINHEIRO.
           MOVE ANT-QTD-CARTAO   TO RES-QTD-CARTAO.
           MOVE ZEROS            TO RES-QTD-PIX.
           WRITE REG-CLIRESUM
             INVALID KEY
                ADD 1 TO WRK-ACUM-ERROS
                DISPLAY "ERRO AO GRAVAR O CLIENTE " ANT-CLIENTE
                        " - STATUS " FS-CLIRESUM
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-CONVERTIDOS
           END-WRITE.

       0300-FINALIZAR               SECTION.
           CLOSE CLIRESANT.
           CLOSE CLIRESUM.

           DISPLAY "=========================================".
           DISPLAY "RESUMOS LIDOS........... " WRK-ACUM-LIDOS.
           DISPLAY "RESUMOS CONVERTIDOS..... "
                   WRK-ACUM-CONVERTIDOS.
           DISPLAY "RESUMOS COM ERRO........ " WRK-ACUM-ERROS.
           IF WRK-ACUM-LIDOS EQUAL WRK-ACUM-CONVERTIDOS
              DISPLAY "CONVERSAO CONFERIDA - TODOS OS RESUMOS "
                      "PASSARAM"
           ELSE
              DISPLAY "ATENCAO: CONVERSAO COM DIFERENCA - NAO "
                      "APAGUE O CLIRESUM.ANT"
              MOVE 99 TO FS-CLIRESUM
              MOVE "CONVERSAO COM DIFERENCA " TO WRK-MSG-ERRO
              PERFORM 9100-AVISA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CLIRESUM.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9100-AVISA-ERRO              SECTION.
      *-------- SO REGISTRA NO LOG, SEM ENCERRAR O PROGRAMA
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CLIRESUM.
           DISPLAY WRK-MSG-ERRO.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CLIRESUM.ANT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIRESANT.
           MOVE "CLIRESUM.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIRESUM.
