       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTUNLD.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: DESCARGA (UNLOAD) NOTURNA DE TODOS OS CADASTROS
      *           INDEXADOS DA LISTA DO MSTCOPY (PRODUTOS, ESTOQUE,
      *           LOTES, BARRAS, FORNECEDORES, PEDIDOS DE COMPRA,
      *           CONTAS A RECEBER, CONTAS A PAGAR, PONTOS E RESUMO
      *           DE COMPRAS) PARA BACKUPS SEQUENCIAIS DATADOS
      *           (<CODIGO>_AAAAMMDD.txt, LAYOUT NO BKPCOPY), COM
      *           TRAILER DE TOTAL DE REGISTROS E TOTAL DE CONTROLE
      *           (HASH) DO CAMPO DE VALOR - O MESMO ESQUEMA DO
      *           CLIUNLD, PARA UM INDICE DANIFICADO (FILE STATUS 9x)
      *           SER RECONSTRUIDO PELO MSTRELD EM VEZ DE REFEITO NA
      *           MAO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RODA COMO ETAPA DO DRIVER DIARIO (RODADIA). CADA
      *              GERACAO E REGISTRADA NO RUNCTL.txt: DATA DA
      *              GERACAO, CODIGO DO BACKUP NO LUGAR DA ETAPA E
      *              STATUS "OK" (BACKUP COMPLETO), "ER" (ERRO DE
      *              LEITURA - BACKUP SEM TRAILER, RECUSADO NA
      *              RECARGA) OU "AU" (CADASTRO AINDA NAO IMPLANTADO,
      *              SEM BACKUP). QUALQUER "ER" DEVOLVE RETURN-CODE 16
      *              E INTERROMPE A CADEIA, MAS SO DEPOIS DE TENTAR
      *              TODOS OS CADASTROS. AS GERACOES ANTIGAS SAO
      *              APAGADAS PELA FAXINA (HOUSEKP)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT LOTES ASSIGN TO WRK-PATH-LOTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LOT-CHAVE
             FILE STATUS IS FS-LOTES.

           SELECT BARRAS ASSIGN TO WRK-PATH-BARRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS BAR-EAN
             FILE STATUS IS FS-BARRAS.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT PONTOS ASSIGN TO WRK-PATH-PONTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PTS-CLIENTE
             FILE STATUS IS FS-PONTOS.

           SELECT CLIRESUM ASSIGN TO WRK-PATH-CLIRESUM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RES-CLIENTE
             FILE STATUS IS FS-CLIRESUM.

           SELECT BKPMST ASSIGN TO WRK-PATH-BKPMST
             FILE STATUS IS FS-BKPMST.

           SELECT RUNCTL ASSIGN TO WRK-PATH-RUNCTL
             FILE STATUS IS FS-RUNCTL.


       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  LOTES.
       COPY "LOTCOPY.cpy".

       FD  BARRAS.
       COPY "BARCOPY.cpy".

       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  PONTOS.
       01  REG-PONTOS.
           05 PTS-CLIENTE    PIC 9(04).
           05 PTS-SALDO      PIC S9(09).

       FD  CLIRESUM.
       COPY "RESCOPY.cpy".

       FD  BKPMST.
       COPY "BKPCOPY.cpy".

       FD  RUNCTL.
       01  REG-RUNCTL.
           05 RUN-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 RUN-ETAPA      PIC X(08).
           05 FILLER         PIC X(01).
           05 RUN-INICIO     PIC 9(06).
           05 FILLER         PIC X(01).
           05 RUN-FIM        PIC 9(06).
           05 FILLER         PIC X(01).
           05 RUN-STATUS     PIC X(02).


       WORKING-STORAGE            SECTION.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-LOTES     PIC 9(02) VALUE ZEROS.
       77  FS-BARRAS    PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-PONTOS    PIC 9(02) VALUE ZEROS.
       77  FS-CLIRESUM  PIC 9(02) VALUE ZEROS.
       77  FS-BKPMST    PIC 9(02) VALUE ZEROS.
       77  FS-RUNCTL    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "MSTUNLD".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE SPACES.

      *-------------- LISTA DOS CADASTROS COM BACKUP -----------------
       COPY "MSTCOPY.cpy".
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.

       77  WRK-FS-MESTRE     PIC 9(02) VALUE ZEROS.
       77  WRK-STATUS        PIC X(02) VALUE SPACES.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-HORA          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77  WRK-HORA-FIM      PIC 9(06) VALUE ZEROS.

      *-------------------- TOTAIS DO BACKUP --------------------
       77  WRK-TOTAL         PIC 9(07) VALUE ZEROS.
       77  WRK-HASH          PIC S9(13)V99 VALUE ZEROS.
       77  WRK-HASH-ED       PIC -ZZZZZZZZZZZZ9,99.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-OK       PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-ERRO     PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-AUSENTE  PIC 9(02) VALUE ZEROS.


      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-BKPMST   PIC X(60) VALUE SPACES.
       01  WRK-PATH-RUNCTL   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTOQUE   PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTES     PIC X(60) VALUE SPACES.
       01  WRK-PATH-BARRAS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP   PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-PONTOS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIRESUM  PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=========================================".
           DISPLAY "DESCARGA DOS CADASTROS INDEXADOS - GERACAO "
                   WRK-DATA-HOJE.
           DISPLAY "=========================================".

       0200-PROCESSAR               SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER MST-QTD
              PERFORM 0210-DESCARREGAR
           END-PERFORM.

       0210-DESCARREGAR             SECTION.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-HORA-INICIO.
           MOVE ZEROS TO WRK-TOTAL WRK-HASH.
           PERFORM 0310-ABRIR-MESTRE.
           EVALUATE WRK-FS-MESTRE
              WHEN 00
                 CONTINUE
              WHEN 35
                 MOVE "AU" TO WRK-STATUS
                 ADD 1 TO WRK-ACUM-AUSENTE
                 DISPLAY MST-ARQUIVO(WRK-IDX) " AINDA NAO EXISTE - "
                         "SEM BACKUP"
                 GO TO 0210-REGISTRAR
              WHEN OTHER
                 MOVE "ER" TO WRK-STATUS
                 ADD 1 TO WRK-ACUM-ERRO
                 DISPLAY MST-ARQUIVO(WRK-IDX) " NAO ABRIU - STATUS "
                         WRK-FS-MESTRE
                 MOVE MST-ARQUIVO(WRK-IDX) TO WRK-ERRLOG-ARQUIVO
                 CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                      WRK-ERRLOG-ARQUIVO
                                      WRK-FS-MESTRE
                 GO TO 0210-REGISTRAR
           END-EVALUATE.

           MOVE SPACES TO WRK-PATH-BKPMST.
           STRING WRK-PATH-DIR          DELIMITED BY SPACES
                  MST-GERACAO(WRK-IDX)  DELIMITED BY SPACES
                  "_"                   DELIMITED BY SIZE
                  WRK-DATA-HOJE         DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WRK-PATH-BKPMST.
           OPEN OUTPUT BKPMST.
           IF FS-BKPMST NOT EQUAL 00
              MOVE "ERRO NO OPEN DO BACKUP        " TO WRK-MSG-ERRO
              MOVE MST-GERACAO(WRK-IDX) TO WRK-ERRLOG-ARQUIVO
              MOVE FS-BKPMST TO WRK-FS-MESTRE
              PERFORM 9000-TRATA-ERRO
           END-IF.

           PERFORM 0320-LER-MESTRE.
           PERFORM UNTIL WRK-FS-MESTRE NOT EQUAL 00
              MOVE "D" TO BKM-DET-TIPO
              WRITE REG-BKPMST
              ADD 1 TO WRK-TOTAL
              PERFORM 0320-LER-MESTRE
           END-PERFORM.
           PERFORM 0330-FECHAR-MESTRE.

      *--------------------------------------------------------------
      *-------- SO A LEITURA QUE CHEGOU AO FIM (STATUS 10) GANHA O
      *-------- TRAILER; INDICE DANIFICADO NO MEIO DA LEITURA DEIXA O
      *-------- BACKUP SEM TRAILER, E A RECARGA O RECUSA
      *--------------------------------------------------------------
           MOVE WRK-HASH TO WRK-HASH-ED.
           IF WRK-FS-MESTRE EQUAL 10
              MOVE SPACES               TO REG-BKPMST
              MOVE "T"                  TO BKM-TRL-TIPO
              MOVE MST-ARQUIVO(WRK-IDX) TO BKM-TRL-ARQUIVO
              MOVE WRK-DATA-HOJE        TO BKM-TRL-DATA
              MOVE WRK-TOTAL            TO BKM-TRL-TOTAL
              MOVE WRK-HASH             TO BKM-TRL-HASH
              WRITE REG-BKPMST
              MOVE "OK" TO WRK-STATUS
              ADD 1 TO WRK-ACUM-OK
              DISPLAY MST-ARQUIVO(WRK-IDX) " " WRK-TOTAL
                      " REGISTROS  HASH " WRK-HASH-ED
           ELSE
              MOVE "ER" TO WRK-STATUS
              ADD 1 TO WRK-ACUM-ERRO
              DISPLAY MST-ARQUIVO(WRK-IDX) " ERRO DE LEITURA APOS "
                      WRK-TOTAL " REGISTROS - STATUS " WRK-FS-MESTRE
              MOVE MST-ARQUIVO(WRK-IDX) TO WRK-ERRLOG-ARQUIVO
              CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                   WRK-ERRLOG-ARQUIVO
                                   WRK-FS-MESTRE
           END-IF.
           CLOSE BKPMST.

       0210-REGISTRAR.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-HORA(1:6) TO WRK-HORA-FIM.
           PERFORM 0240-GRAVAR-RUNCTL.

       0240-GRAVAR-RUNCTL           SECTION.
      *-------- UMA LINHA POR CADASTRO: A GERACAO (DATA) DE CADA
      *-------- BACKUP E O RESULTADO DA DESCARGA
           OPEN EXTEND RUNCTL.
           IF FS-RUNCTL EQUAL 35
              OPEN OUTPUT RUNCTL
           END-IF.
           MOVE SPACES               TO REG-RUNCTL.
           MOVE WRK-DATA-HOJE        TO RUN-DATA.
           MOVE MST-GERACAO(WRK-IDX) TO RUN-ETAPA.
           MOVE WRK-HORA-INICIO      TO RUN-INICIO.
           MOVE WRK-HORA-FIM         TO RUN-FIM.
           MOVE WRK-STATUS           TO RUN-STATUS.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       0300-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "BACKUPS GRAVADOS........ " WRK-ACUM-OK.
           DISPLAY "CADASTROS AUSENTES...... " WRK-ACUM-AUSENTE.
           DISPLAY "CADASTROS COM ERRO...... " WRK-ACUM-ERRO.
           DISPLAY "=========================================".
           IF WRK-ACUM-ERRO GREATER ZEROS
              DISPLAY "ATENCAO: HA CADASTRO SEM BACKUP VALIDO NESTA "
                      "GERACAO"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       0310-ABRIR-MESTRE            SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 OPEN INPUT PRODUTOS
                 MOVE FS-PRODUTOS TO WRK-FS-MESTRE
              WHEN 2
                 OPEN INPUT ESTOQUE
                 MOVE FS-ESTOQUE TO WRK-FS-MESTRE
              WHEN 3
                 OPEN INPUT LOTES
                 MOVE FS-LOTES TO WRK-FS-MESTRE
              WHEN 4
                 OPEN INPUT BARRAS
                 MOVE FS-BARRAS TO WRK-FS-MESTRE
              WHEN 5
                 OPEN INPUT FORNECED
                 MOVE FS-FORNECED TO WRK-FS-MESTRE
              WHEN 6
                 OPEN INPUT PEDCOMP
                 MOVE FS-PEDCOMP TO WRK-FS-MESTRE
              WHEN 7
                 OPEN INPUT CONTASREC
                 MOVE FS-CONTASREC TO WRK-FS-MESTRE
              WHEN 8
                 OPEN INPUT CONTASPAG
                 MOVE FS-CONTASPAG TO WRK-FS-MESTRE
              WHEN 9
                 OPEN INPUT PONTOS
                 MOVE FS-PONTOS TO WRK-FS-MESTRE
              WHEN 10
                 OPEN INPUT CLIRESUM
                 MOVE FS-CLIRESUM TO WRK-FS-MESTRE
           END-EVALUATE.

       0320-LER-MESTRE              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 READ PRODUTOS
                 MOVE FS-PRODUTOS TO WRK-FS-MESTRE
                 IF FS-PRODUTOS EQUAL 00
                    MOVE REG-PRODUTOS TO BKM-DET-IMAGEM
                    ADD PROD-PRECO TO WRK-HASH
                 END-IF
              WHEN 2
                 READ ESTOQUE
                 MOVE FS-ESTOQUE TO WRK-FS-MESTRE
                 IF FS-ESTOQUE EQUAL 00
                    MOVE REG-ESTOQUE TO BKM-DET-IMAGEM
                    ADD EST-SALDO TO WRK-HASH
                 END-IF
              WHEN 3
                 READ LOTES
                 MOVE FS-LOTES TO WRK-FS-MESTRE
                 IF FS-LOTES EQUAL 00
                    MOVE REG-LOTES TO BKM-DET-IMAGEM
                    ADD LOT-SALDO TO WRK-HASH
                 END-IF
              WHEN 4
                 READ BARRAS
                 MOVE FS-BARRAS TO WRK-FS-MESTRE
                 IF FS-BARRAS EQUAL 00
                    MOVE REG-BARRAS TO BKM-DET-IMAGEM
                    ADD BAR-QTD-EMB TO WRK-HASH
                 END-IF
              WHEN 5
                 READ FORNECED
                 MOVE FS-FORNECED TO WRK-FS-MESTRE
                 IF FS-FORNECED EQUAL 00
                    MOVE REG-FORNECED TO BKM-DET-IMAGEM
                    ADD FOR-CODIGO TO WRK-HASH
                 END-IF
              WHEN 6
                 READ PEDCOMP
                 MOVE FS-PEDCOMP TO WRK-FS-MESTRE
                 IF FS-PEDCOMP EQUAL 00
                    MOVE REG-PEDCOMP TO BKM-DET-IMAGEM
                    ADD PED-QTD-PEDIDA TO WRK-HASH
                 END-IF
              WHEN 7
                 READ CONTASREC
                 MOVE FS-CONTASREC TO WRK-FS-MESTRE
                 IF FS-CONTASREC EQUAL 00
                    MOVE REG-CONTASREC TO BKM-DET-IMAGEM
                    ADD CR-VALOR TO WRK-HASH
                 END-IF
              WHEN 8
                 READ CONTASPAG
                 MOVE FS-CONTASPAG TO WRK-FS-MESTRE
                 IF FS-CONTASPAG EQUAL 00
                    MOVE REG-CONTASPAG TO BKM-DET-IMAGEM
                    ADD CP-VALOR TO WRK-HASH
                 END-IF
              WHEN 9
                 READ PONTOS
                 MOVE FS-PONTOS TO WRK-FS-MESTRE
                 IF FS-PONTOS EQUAL 00
                    MOVE REG-PONTOS TO BKM-DET-IMAGEM
                    ADD PTS-SALDO TO WRK-HASH
                 END-IF
              WHEN 10
                 READ CLIRESUM
                 MOVE FS-CLIRESUM TO WRK-FS-MESTRE
                 IF FS-CLIRESUM EQUAL 00
                    MOVE REG-CLIRESUM TO BKM-DET-IMAGEM
                    ADD RES-TOTAL-GASTO TO WRK-HASH
                 END-IF
           END-EVALUATE.

       0330-FECHAR-MESTRE           SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 CLOSE PRODUTOS
              WHEN 2
                 CLOSE ESTOQUE
              WHEN 3
                 CLOSE LOTES
              WHEN 4
                 CLOSE BARRAS
              WHEN 5
                 CLOSE FORNECED
              WHEN 6
                 CLOSE PEDCOMP
              WHEN 7
                 CLOSE CONTASREC
              WHEN 8
                 CLOSE CONTASPAG
              WHEN 9
                 CLOSE PONTOS
              WHEN 10
                 CLOSE CLIRESUM
           END-EVALUATE.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                WRK-FS-MESTRE.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "RUNCTL.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RUNCTL.
           MOVE MST-ARQUIVO(1) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE MST-ARQUIVO(2) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE MST-ARQUIVO(3) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTES.
           MOVE MST-ARQUIVO(4) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARRAS.
           MOVE MST-ARQUIVO(5) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE MST-ARQUIVO(6) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE MST-ARQUIVO(7) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE MST-ARQUIVO(8) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE MST-ARQUIVO(9) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PONTOS.
           MOVE MST-ARQUIVO(10) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIRESUM.
