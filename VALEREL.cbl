       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALEREL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RELATORIO DE SALDOS EM ABERTO DOS VALES-PRESENTE
      *           PARA A CONTABILIDADE - LE O VALEPRES.DAT E LISTA
      *           CADA VALE ATIVO COM SALDO (NUMERO, EMISSAO,
      *           VALIDADE, VALOR EMITIDO E SALDO), MARCANDO OS
      *           VENCIDOS, E TOTALIZA O PASSIVO: O QUE A LOJA AINDA
      *           DEVE EM MERCADORIA AOS PORTADORES DOS VALES. O
      *           TOTAL DEVE BATER COM O SALDO DA CONTA DE VALES A
      *           RESGATAR (EVENTOS VALEEMIS / VALERESG DO CONTDIA)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: VALE VENCIDO COM SALDO CONTINUA NO PASSIVO ATE A
      *              CONTABILIDADE DECIDIR A BAIXA - SAI NA LISTA E EM
      *              TOTAL PROPRIO. UTILIZADOS E CANCELADOS SO ENTRAM
      *              NA CONTAGEM DO RODAPE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT VALEPRES ASSIGN TO WRK-PATH-VALEPRES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS VP-NUMERO
             FILE STATUS IS FS-VALEPRES.


       DATA DIVISION.
       FILE SECTION.
       FD  VALEPRES.
       COPY "VALECOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-VALEPRES  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "VALEREL".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "VALEPRES.DAT".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-SITUACAO      PIC X(07) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ABERTOS  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-VENCIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-UTILIZ   PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CANCEL   PIC 9(07) VALUE ZEROS.
       77  WRK-SOMA-SALDO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-VENCIDO  PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-EMISSAO-ED    PIC ZZ.ZZ9,99.
       77  WRK-SALDO-ED      PIC ZZ.ZZ9,99.
       77  WRK-SOMA-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-ED        PIC Z.ZZZ.ZZ9.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-VALEPRES PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT VALEPRES.
           IF FS-VALEPRES NOT EQUAL 00
              MOVE "NENHUM VALE-PRESENTE EMITIDO " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "VALES-PRESENTE - SALDOS EM ABERTO" TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           MOVE "NUMERO"   TO WRK-REL-COLUNAS(1:6).
           MOVE "EMISSAO"  TO WRK-REL-COLUNAS(11:7).
           MOVE "VALIDADE" TO WRK-REL-COLUNAS(21:8).
           MOVE "EMITIDO"  TO WRK-REL-COLUNAS(33:7).
           MOVE "SALDO"    TO WRK-REL-COLUNAS(46:5).
           MOVE "SITUACAO" TO WRK-REL-COLUNAS(53:8).
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.

       0200-PROCESSAR               SECTION.
           READ VALEPRES NEXT RECORD
           PERFORM UNTIL FS-VALEPRES NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              EVALUATE TRUE
                 WHEN VP-CANCELADO
                    ADD 1 TO WRK-ACUM-CANCEL
                 WHEN VP-UTILIZADO OR VP-SALDO EQUAL ZEROS
                    ADD 1 TO WRK-ACUM-UTILIZ
                 WHEN OTHER
                    PERFORM 0210-LISTAR-VALE
              END-EVALUATE
              READ VALEPRES NEXT RECORD
           END-PERFORM.
           CLOSE VALEPRES.

       0210-LISTAR-VALE             SECTION.
           ADD 1 TO WRK-ACUM-ABERTOS.
           ADD VP-SALDO TO WRK-SOMA-SALDO.
           IF VP-VALIDADE LESS WRK-DATA-HOJE
              MOVE "VENCIDO" TO WRK-SITUACAO
              ADD 1 TO WRK-ACUM-VENCIDOS
              ADD VP-SALDO TO WRK-SOMA-VENCIDO
           ELSE
              MOVE "ATIVO" TO WRK-SITUACAO
           END-IF.
           MOVE VP-VALOR-EMISSAO TO WRK-EMISSAO-ED.
           MOVE VP-SALDO         TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING VP-NUMERO "  " VP-DATA-EMISSAO "  " VP-VALIDADE
                  "  " WRK-EMISSAO-ED "  " WRK-SALDO-ED
                  "  " WRK-SITUACAO
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0300-FINALIZAR               SECTION.
           MOVE "T" TO WRK-REL-OPERACAO.
           MOVE WRK-ACUM-ABERTOS TO WRK-QTD-ED.
           MOVE WRK-SOMA-SALDO   TO WRK-SOMA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "VALES EM ABERTO " WRK-QTD-ED
                  "  SALDO A RESGATAR " WRK-SOMA-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE WRK-ACUM-VENCIDOS TO WRK-QTD-ED.
           MOVE WRK-SOMA-VENCIDO  TO WRK-SOMA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "   VENCIDOS.... " WRK-QTD-ED
                  "  SALDO VENCIDO... " WRK-SOMA-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-ACUM-UTILIZ TO WRK-QTD-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "UTILIZADOS...... " WRK-QTD-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-ACUM-CANCEL TO WRK-QTD-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "CANCELADOS...... " WRK-QTD-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-VALEPRES.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "VALEPRES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-VALEPRES.
