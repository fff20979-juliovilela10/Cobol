       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRELD.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RECARGA (RELOAD) DE UM CADASTRO INDEXADO DA LISTA DO
      *           MSTCOPY A PARTIR DE UMA GERACAO DO BACKUP GRAVADO
      *           PELO MSTUNLD, RECONSTRUINDO O ARQUIVO E O INDICE DO
      *           ZERO APOS UMA FALHA (FILE STATUS 9x) - O MESMO
      *           SERVICO QUE O CLIRELD FAZ PARA O CLIENTES.DAT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SO SAO OFERECIDAS AS GERACOES REGISTRADAS COM
      *              "OK" NO RUNCTL.txt. O BACKUP E CONFERIDO INTEIRO
      *              ANTES DE TOCAR NO CADASTRO: TRAILER PRESENTE, DO
      *              MESMO ARQUIVO E DA MESMA GERACAO, TOTAL DE
      *              REGISTROS E TOTAL DE CONTROLE (HASH) BATENDO COM
      *              OS DETALHES. BACKUP QUE NAO CONFERE E RECUSADO
      *              COM RETURN-CODE 16 E O CADASTRO FICA COMO ESTA
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

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "MSTRELD".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE SPACES.

      *-------------- LISTA DOS CADASTROS COM BACKUP -----------------
       COPY "MSTCOPY.cpy".
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO         PIC 9(02) VALUE ZEROS.

       77  WRK-FS-MESTRE     PIC 9(02) VALUE ZEROS.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WRK-SW-SEGUE      PIC X(01) VALUE "S".
           88 WRK-SEGUE             VALUE "S".

      *-------- GERACOES "OK" DO CADASTRO ESCOLHIDO NO RUNCTL; COM A
      *-------- TABELA CHEIA, A MAIS ANTIGA SAI
       77  WRK-QTD-GER       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GER.
           05 WRK-GER-DATA   PIC 9(08) OCCURS 366 TIMES.
       77  WRK-IDX-GER       PIC 9(03) VALUE ZEROS.
       77  WRK-GERACAO       PIC 9(08) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".

      *-------------------- CONFERENCIA DO BACKUP --------------------
       77  WRK-TOTAL         PIC 9(07) VALUE ZEROS.
       77  WRK-HASH          PIC S9(13)V99 VALUE ZEROS.
       77  WRK-INVALIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-TRL-TOTAL     PIC 9(07) VALUE ZEROS.
       77  WRK-TRL-HASH      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TRL-ARQUIVO   PIC X(20) VALUE SPACES.
       77  WRK-TRL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-SW-TRAILER    PIC X(01) VALUE "N".
           88 WRK-TRAILER-LIDO      VALUE "S".
       77  WRK-HASH-ED       PIC -ZZZZZZZZZZZZ9,99.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-RECARREGADOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS        PIC 9(07) VALUE ZEROS.


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
           IF WRK-SEGUE
              PERFORM 0200-CONFERIR-BACKUP
           END-IF
           IF WRK-SEGUE
              PERFORM 0300-RECONSTRUIR
           END-IF
           DISPLAY "FIM DE PROGRAMA".

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "RECARGA DE CADASTRO INDEXADO".
           DISPLAY "=========================================".
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER MST-QTD
              DISPLAY WRK-IDX " - " MST-ARQUIVO(WRK-IDX)
           END-PERFORM.
           DISPLAY "CADASTRO A RECARREGAR (0 = SAIR): "
             ACCEPT WRK-OPCAO.
           IF WRK-OPCAO EQUAL ZEROS OR WRK-OPCAO GREATER MST-QTD
              DISPLAY "NENHUM CADASTRO ESCOLHIDO"
              MOVE "N" TO WRK-SW-SEGUE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           MOVE WRK-OPCAO TO WRK-IDX.
           MOVE MST-ARQUIVO(WRK-IDX) TO WRK-ERRLOG-ARQUIVO.
           PERFORM 0110-CARREGAR-GERACOES.
           IF WRK-QTD-GER EQUAL ZEROS
              DISPLAY "NENHUMA GERACAO DE BACKUP DE "
                      MST-ARQUIVO(WRK-IDX) " REGISTRADA NO RUNCTL"
              MOVE "N" TO WRK-SW-SEGUE
              MOVE 16 TO RETURN-CODE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           DISPLAY "GERACOES DISPONIVEIS (MAIS RECENTES):".
           IF WRK-QTD-GER GREATER 10
              COMPUTE WRK-IDX-GER = WRK-QTD-GER - 9
           ELSE
              MOVE 1 TO WRK-IDX-GER
           END-IF.
           PERFORM VARYING WRK-IDX-GER FROM WRK-IDX-GER BY 1
                   UNTIL WRK-IDX-GER GREATER WRK-QTD-GER
              DISPLAY "   " WRK-GER-DATA(WRK-IDX-GER)
           END-PERFORM.
           DISPLAY "GERACAO A RECARREGAR (AAAAMMDD, 0 = MAIS "
                   "RECENTE): "
             ACCEPT WRK-GERACAO.
           IF WRK-GERACAO EQUAL ZEROS
              MOVE WRK-GER-DATA(WRK-QTD-GER) TO WRK-GERACAO
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-GER FROM 1 BY 1
                   UNTIL WRK-IDX-GER GREATER WRK-QTD-GER
                      OR WRK-ACHOU
              IF WRK-GER-DATA(WRK-IDX-GER) EQUAL WRK-GERACAO
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              DISPLAY "GERACAO " WRK-GERACAO " NAO REGISTRADA COMO "
                      "COMPLETA NO RUNCTL - RECARGA RECUSADA"
              MOVE "N" TO WRK-SW-SEGUE
              MOVE 16 TO RETURN-CODE
           END-IF.

       0100-INICIALIZAR-FIM.
           EXIT.

       0110-CARREGAR-GERACOES       SECTION.
           MOVE ZEROS TO WRK-QTD-GER.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL NOT EQUAL 00
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ RUNCTL
           PERFORM UNTIL FS-RUNCTL NOT EQUAL 00
              IF RUN-ETAPA EQUAL MST-GERACAO(WRK-IDX)
                 AND RUN-STATUS EQUAL "OK"
                 PERFORM 0115-GUARDAR-GERACAO
              END-IF
              READ RUNCTL
           END-PERFORM.
           CLOSE RUNCTL.

       0110-CARREGAR-FIM.
           EXIT.

       0115-GUARDAR-GERACAO         SECTION.
      *-------- A MESMA DATA DESCARREGADA DUAS VEZES E UMA GERACAO SO
      *-------- (O SEGUNDO BACKUP SOBREPOS O PRIMEIRO)
           IF WRK-QTD-GER GREATER ZEROS
              AND WRK-GER-DATA(WRK-QTD-GER) EQUAL RUN-DATA
              GO TO 0115-GUARDAR-FIM
           END-IF.
           IF WRK-QTD-GER EQUAL 366
              PERFORM VARYING WRK-IDX-GER FROM 1 BY 1
                      UNTIL WRK-IDX-GER GREATER 365
                 MOVE WRK-GER-DATA(WRK-IDX-GER + 1)
                   TO WRK-GER-DATA(WRK-IDX-GER)
              END-PERFORM
              SUBTRACT 1 FROM WRK-QTD-GER
           END-IF.
           ADD 1 TO WRK-QTD-GER.
           MOVE RUN-DATA TO WRK-GER-DATA(WRK-QTD-GER).

       0115-GUARDAR-FIM.
           EXIT.

       0200-CONFERIR-BACKUP         SECTION.
      *--------------------------------------------------------------
      *-------- PRIMEIRA PASSADA: LE O BACKUP INTEIRO, REFAZ O TOTAL
      *-------- E O HASH A PARTIR DOS DETALHES E CONFRONTA COM O
      *-------- TRAILER - O CADASTRO SO E RECRIADO SE TUDO BATER
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-PATH-BKPMST.
           STRING WRK-PATH-DIR          DELIMITED BY SPACES
                  MST-GERACAO(WRK-IDX)  DELIMITED BY SPACES
                  "_"                   DELIMITED BY SIZE
                  WRK-GERACAO           DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WRK-PATH-BKPMST.
           OPEN INPUT BKPMST.
           IF FS-BKPMST NOT EQUAL 00
              DISPLAY "BACKUP " WRK-PATH-BKPMST
              DISPLAY "NAO ENCONTRADO (EXPURGADO PELA FAXINA?) - "
                      "RECARGA RECUSADA"
              MOVE "N" TO WRK-SW-SEGUE
              MOVE 16 TO RETURN-CODE
              GO TO 0200-CONFERIR-FIM
           END-IF.
           MOVE ZEROS TO WRK-TOTAL WRK-HASH WRK-INVALIDOS.
           MOVE "N"   TO WRK-SW-TRAILER.
           READ BKPMST
           PERFORM UNTIL FS-BKPMST NOT EQUAL 00
              EVALUATE BKM-DET-TIPO
                 WHEN "D"
                    ADD 1 TO WRK-TOTAL
                    PERFORM 0510-SOMAR-HASH
                 WHEN "T"
                    SET WRK-TRAILER-LIDO TO TRUE
                    MOVE BKM-TRL-ARQUIVO TO WRK-TRL-ARQUIVO
                    MOVE BKM-TRL-DATA    TO WRK-TRL-DATA
                    MOVE BKM-TRL-TOTAL   TO WRK-TRL-TOTAL
                    MOVE BKM-TRL-HASH    TO WRK-TRL-HASH
                 WHEN OTHER
                    ADD 1 TO WRK-INVALIDOS
              END-EVALUATE
              READ BKPMST
           END-PERFORM.
           CLOSE BKPMST.

           DISPLAY "-----------------------------------------".
           DISPLAY "BACKUP " MST-GERACAO(WRK-IDX) " GERACAO "
                   WRK-GERACAO.
           MOVE WRK-HASH TO WRK-HASH-ED.
           DISPLAY "DETALHES LIDOS.......... " WRK-TOTAL
                   "  HASH " WRK-HASH-ED.
           MOVE WRK-TRL-HASH TO WRK-HASH-ED.
           DISPLAY "TOTAL DO TRAILER........ " WRK-TRL-TOTAL
                   "  HASH " WRK-HASH-ED.
           EVALUATE TRUE
              WHEN NOT WRK-TRAILER-LIDO
                 MOVE "BACKUP SEM TRAILER            " TO WRK-MSG-ERRO
              WHEN WRK-TRL-ARQUIVO NOT EQUAL MST-ARQUIVO(WRK-IDX)
                 OR WRK-TRL-DATA NOT EQUAL WRK-GERACAO
                 MOVE "TRAILER DE OUTRO ARQUIVO/DATA " TO WRK-MSG-ERRO
              WHEN WRK-INVALIDOS GREATER ZEROS
                 MOVE "REGISTRO DE TIPO INVALIDO     " TO WRK-MSG-ERRO
              WHEN WRK-TRL-TOTAL NOT EQUAL WRK-TOTAL
                 MOVE "TOTAL DO TRAILER NAO CONFERE  " TO WRK-MSG-ERRO
              WHEN WRK-TRL-HASH NOT EQUAL WRK-HASH
                 MOVE "HASH DO TRAILER NAO CONFERE   " TO WRK-MSG-ERRO
              WHEN OTHER
                 MOVE SPACES TO WRK-MSG-ERRO
           END-EVALUATE.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
              DISPLAY "ATENCAO: " WRK-MSG-ERRO
                      " - RECARGA RECUSADA, CADASTRO INTACTO"
              MOVE 99 TO WRK-FS-MESTRE
              CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                   WRK-ERRLOG-ARQUIVO
                                   WRK-FS-MESTRE
              MOVE "N" TO WRK-SW-SEGUE
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "BACKUP CONFERIDO COM O TRAILER - OK"
           END-IF.

       0200-CONFERIR-FIM.
           EXIT.

       0300-RECONSTRUIR             SECTION.
           DISPLAY "RECONSTRUIR " MST-ARQUIVO(WRK-IDX)
                   " A PARTIR DESTE BACKUP (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
              DISPLAY "RECARGA CANCELADA - CADASTRO INTACTO"
              GO TO 0300-RECONSTRUIR-FIM
           END-IF.
           OPEN INPUT BKPMST.
           IF FS-BKPMST NOT EQUAL 00
              MOVE "BACKUP NAO FOI ABERTO         " TO WRK-MSG-ERRO
              MOVE FS-BKPMST TO WRK-FS-MESTRE
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *--------------------------------------------------------------
      *-------- OPEN OUTPUT RECONSTROI O ARQUIVO (E O INDICE) DO
      *-------- ZERO, DESCARTANDO O QUE EXISTIA
      *--------------------------------------------------------------
           PERFORM 0520-ABRIR-SAIDA.
           IF WRK-FS-MESTRE NOT EQUAL 00
              MOVE "CADASTRO NAO FOI ABERTO       " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE ZEROS TO WRK-ACUM-RECARREGADOS WRK-ACUM-ERROS.
           READ BKPMST
           PERFORM UNTIL FS-BKPMST NOT EQUAL 00
              IF BKM-DET-TIPO EQUAL "D"
                 PERFORM 0530-GRAVAR-REGISTRO
                 IF WRK-FS-MESTRE EQUAL 00
                    ADD 1 TO WRK-ACUM-RECARREGADOS
                 ELSE
                    ADD 1 TO WRK-ACUM-ERROS
                    DISPLAY "ERRO AO RECARREGAR O REGISTRO "
                            BKM-DET-IMAGEM(1:20)
                            " - STATUS " WRK-FS-MESTRE
                 END-IF
              END-IF
              READ BKPMST
           END-PERFORM.
           CLOSE BKPMST.
           PERFORM 0540-FECHAR-SAIDA.

           DISPLAY "=========================================".
           DISPLAY "REGISTROS RECARREGADOS.. " WRK-ACUM-RECARREGADOS.
           DISPLAY "REGISTROS COM ERRO...... " WRK-ACUM-ERROS.
           DISPLAY "TOTAL DO TRAILER........ " WRK-TRL-TOTAL.
           IF WRK-ACUM-RECARREGADOS NOT EQUAL WRK-TRL-TOTAL
              DISPLAY "ATENCAO: RECARGA NAO CONFERE COM O TRAILER"
              MOVE 99 TO WRK-FS-MESTRE
              CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                   WRK-ERRLOG-ARQUIVO
                                   WRK-FS-MESTRE
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "RELOAD CONFERIDO COM O TRAILER - OK"
              MOVE ZEROS TO RETURN-CODE
           END-IF.
           DISPLAY "=========================================".

       0300-RECONSTRUIR-FIM.
           EXIT.

       0510-SOMAR-HASH              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 MOVE BKM-DET-IMAGEM TO REG-PRODUTOS
                 ADD PROD-PRECO TO WRK-HASH
              WHEN 2
                 MOVE BKM-DET-IMAGEM TO REG-ESTOQUE
                 ADD EST-SALDO TO WRK-HASH
              WHEN 3
                 MOVE BKM-DET-IMAGEM TO REG-LOTES
                 ADD LOT-SALDO TO WRK-HASH
              WHEN 4
                 MOVE BKM-DET-IMAGEM TO REG-BARRAS
                 ADD BAR-QTD-EMB TO WRK-HASH
              WHEN 5
                 MOVE BKM-DET-IMAGEM TO REG-FORNECED
                 ADD FOR-CODIGO TO WRK-HASH
              WHEN 6
                 MOVE BKM-DET-IMAGEM TO REG-PEDCOMP
                 ADD PED-QTD-PEDIDA TO WRK-HASH
              WHEN 7
                 MOVE BKM-DET-IMAGEM TO REG-CONTASREC
                 ADD CR-VALOR TO WRK-HASH
              WHEN 8
                 MOVE BKM-DET-IMAGEM TO REG-CONTASPAG
                 ADD CP-VALOR TO WRK-HASH
              WHEN 9
                 MOVE BKM-DET-IMAGEM TO REG-PONTOS
                 ADD PTS-SALDO TO WRK-HASH
              WHEN 10
                 MOVE BKM-DET-IMAGEM TO REG-CLIRESUM
                 ADD RES-TOTAL-GASTO TO WRK-HASH
           END-EVALUATE.

       0520-ABRIR-SAIDA             SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 OPEN OUTPUT PRODUTOS
                 MOVE FS-PRODUTOS TO WRK-FS-MESTRE
              WHEN 2
                 OPEN OUTPUT ESTOQUE
                 MOVE FS-ESTOQUE TO WRK-FS-MESTRE
              WHEN 3
                 OPEN OUTPUT LOTES
                 MOVE FS-LOTES TO WRK-FS-MESTRE
              WHEN 4
                 OPEN OUTPUT BARRAS
                 MOVE FS-BARRAS TO WRK-FS-MESTRE
              WHEN 5
                 OPEN OUTPUT FORNECED
                 MOVE FS-FORNECED TO WRK-FS-MESTRE
              WHEN 6
                 OPEN OUTPUT PEDCOMP
                 MOVE FS-PEDCOMP TO WRK-FS-MESTRE
              WHEN 7
                 OPEN OUTPUT CONTASREC
                 MOVE FS-CONTASREC TO WRK-FS-MESTRE
              WHEN 8
                 OPEN OUTPUT CONTASPAG
                 MOVE FS-CONTASPAG TO WRK-FS-MESTRE
              WHEN 9
                 OPEN OUTPUT PONTOS
                 MOVE FS-PONTOS TO WRK-FS-MESTRE
              WHEN 10
                 OPEN OUTPUT CLIRESUM
                 MOVE FS-CLIRESUM TO WRK-FS-MESTRE
           END-EVALUATE.

       0530-GRAVAR-REGISTRO         SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 MOVE BKM-DET-IMAGEM TO REG-PRODUTOS
                 WRITE REG-PRODUTOS
                 MOVE FS-PRODUTOS TO WRK-FS-MESTRE
              WHEN 2
                 MOVE BKM-DET-IMAGEM TO REG-ESTOQUE
                 WRITE REG-ESTOQUE
                 MOVE FS-ESTOQUE TO WRK-FS-MESTRE
              WHEN 3
                 MOVE BKM-DET-IMAGEM TO REG-LOTES
                 WRITE REG-LOTES
                 MOVE FS-LOTES TO WRK-FS-MESTRE
              WHEN 4
                 MOVE BKM-DET-IMAGEM TO REG-BARRAS
                 WRITE REG-BARRAS
                 MOVE FS-BARRAS TO WRK-FS-MESTRE
              WHEN 5
                 MOVE BKM-DET-IMAGEM TO REG-FORNECED
                 WRITE REG-FORNECED
                 MOVE FS-FORNECED TO WRK-FS-MESTRE
              WHEN 6
                 MOVE BKM-DET-IMAGEM TO REG-PEDCOMP
                 WRITE REG-PEDCOMP
                 MOVE FS-PEDCOMP TO WRK-FS-MESTRE
              WHEN 7
                 MOVE BKM-DET-IMAGEM TO REG-CONTASREC
                 WRITE REG-CONTASREC
                 MOVE FS-CONTASREC TO WRK-FS-MESTRE
              WHEN 8
                 MOVE BKM-DET-IMAGEM TO REG-CONTASPAG
                 WRITE REG-CONTASPAG
                 MOVE FS-CONTASPAG TO WRK-FS-MESTRE
              WHEN 9
                 MOVE BKM-DET-IMAGEM TO REG-PONTOS
                 WRITE REG-PONTOS
                 MOVE FS-PONTOS TO WRK-FS-MESTRE
              WHEN 10
                 MOVE BKM-DET-IMAGEM TO REG-CLIRESUM
                 WRITE REG-CLIRESUM
                 MOVE FS-CLIRESUM TO WRK-FS-MESTRE
           END-EVALUATE.

       0540-FECHAR-SAIDA            SECTION.
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
