      *              CICLO PODE LEVAR MAIS DE UMA SENTADA); PRODUTO
      *              CONTADO DUAS VEZES SOMA NO INVCOMP. PARA COMECAR
      *              UM CICLO NOVO, APAGUE O CONTAGEM.txt ANTES
      * 15/10/2026 JV - O CODIGO ACEITA TAMBEM O EAN DA EMBALAGEM
      *                 (BARRAS.DAT): CONTA-SE EM CAIXAS/FARDOS E A
      *                 LINHA E GRAVADA EM UNIDADES (EMBALAGENS X
      *                 BAR-QTD-EMB), COMO O SALDO DA FICHA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONTAGEM.

           SELECT BARRAS ASSIGN TO WRK-PATH-BARRAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BAR-EAN
             FILE STATUS IS FS-BARRAS.


       DATA DIVISION.
       FILE SECTION.
           05 FILLER         PIC X(01).
           05 CTG-QTD        PIC 9(05).

       FD  BARRAS.
       COPY "BARCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-CONTAGEM  PIC 9(02) VALUE ZEROS.
       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-QUANTIDADE    PIC 9(05) VALUE ZEROS.

      *-------------- EAN DE EMBALAGEM (BARRAS.DAT) ------------------
       77  FS-BARRAS         PIC 9(02) VALUE ZEROS.
       77  WRK-SW-BARRAS     PIC X(01) VALUE "N".
           88 WRK-BARRAS-ABERTO     VALUE "S".
       77  WRK-ENTRADA       PIC 9(13) VALUE ZEROS.
       77  WRK-EMB-QTD       PIC 9(04) VALUE 1.
       77  WRK-EMB-VOLUMES   PIC 9(05) VALUE ZEROS.
       77  WRK-SW-CODIGO     PIC X(01) VALUE "N".
           88 WRK-CODIGO-OK         VALUE "S".

       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA          VALUE "S" "s".

       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTAGEM PIC X(60) VALUE SPACES.
       01  WRK-PATH-BARRAS   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
              MOVE "ARQUIVO DE CONTAGEM NAO ABRIU " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- SEM A REFERENCIA DE BARRAS SO VALE O CODIGO CURTO
           OPEN INPUT BARRAS.
           IF FS-BARRAS EQUAL 00
              SET WRK-BARRAS-ABERTO TO TRUE
           END-IF.
           DISPLAY "DIGITACAO DA CONTAGEM FISICA DE ESTOQUE".

       0200-PROCESSAR               SECTION.
           DISPLAY "-----------------------".
           DISPLAY "CODIGO DO PRODUTO OU CODIGO DE BARRAS: "
             ACCEPT WRK-ENTRADA.
           PERFORM 0205-RESOLVER-CODIGO.
           IF NOT WRK-CODIGO-OK
              GO TO 0200-PERGUNTAR-MAIS
           END-IF.
           MOVE WRK-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                        "PRODMANT"
             NOT INVALID KEY
                DISPLAY "PRODUTO: " PROD-DESCRICAO
                IF WRK-EMB-QTD GREATER 1
                   PERFORM 0207-CONTAR-EMBALAGENS
                ELSE
                   DISPLAY "QUANTIDADE CONTADA: "
                     ACCEPT WRK-QUANTIDADE
                END-IF
                MOVE SPACES         TO REG-CONTAGEM
                MOVE WRK-CODIGO     TO CTG-CODIGO
                MOVE WRK-QUANTIDADE TO CTG-QTD
                WRITE REG-CONTAGEM
                ADD 1 TO WRK-ACUM-LINHAS
           END-READ.

       0200-PERGUNTAR-MAIS.
           DISPLAY "MAIS CONTAGENS (S/N)? "
             ACCEPT WRK-SW-CONTINUA.

       0205-RESOLVER-CODIGO         SECTION.
      *--------------------------------------------------------------
      *-------- ATE 4 DIGITOS E O CODIGO CURTO; MAIS QUE ISSO E O EAN
      *-------- DA EMBALAGEM, RESOLVIDO NO BARRAS.DAT COM A SUA
      *-------- QUANTIDADE DE UNIDADES
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-CODIGO.
           MOVE 1   TO WRK-EMB-QTD.
           IF WRK-ENTRADA NOT GREATER 9999
              MOVE WRK-ENTRADA TO WRK-CODIGO
              SET WRK-CODIGO-OK TO TRUE
              GO TO 0205-RESOLVER-FIM
           END-IF.
           IF NOT WRK-BARRAS-ABERTO
              DISPLAY "REFERENCIA DE BARRAS INDISPONIVEL - USE O "
                      "CODIGO CURTO"
              GO TO 0205-RESOLVER-FIM
           END-IF.
           MOVE WRK-ENTRADA TO BAR-EAN.
           READ BARRAS
             INVALID KEY
                DISPLAY "EAN " WRK-ENTRADA " NAO AMARRADO A NENHUM "
                        "PRODUTO (PRODMANT)"
                GO TO 0205-RESOLVER-FIM
           END-READ.
           MOVE BAR-PRODUTO TO WRK-CODIGO.
           IF BAR-QTD-EMB NUMERIC AND BAR-QTD-EMB GREATER ZEROS
              MOVE BAR-QTD-EMB TO WRK-EMB-QTD
           END-IF.
           SET WRK-CODIGO-OK TO TRUE.

       0205-RESOLVER-FIM.
           EXIT.

       0207-CONTAR-EMBALAGENS       SECTION.
           DISPLAY "EMBALAGEM COM " WRK-EMB-QTD " UNIDADES".
           DISPLAY "QUANTIDADE DE EMBALAGENS CONTADAS: "
             ACCEPT WRK-EMB-VOLUMES.
           COMPUTE WRK-QUANTIDADE = WRK-EMB-VOLUMES * WRK-EMB-QTD
             ON SIZE ERROR
                DISPLAY "QUANTIDADE EM UNIDADES ACIMA DO LIMITE - "
                        "LANCADO ZERO, CONTE EM MAIS LINHAS"
                MOVE ZEROS TO WRK-QUANTIDADE
           END-COMPUTE.
           DISPLAY "UNIDADES CONTADAS: " WRK-QUANTIDADE.

       0300-FINALIZAR               SECTION.
           CLOSE PRODUTOS.
           CLOSE CONTAGEM.
           IF WRK-BARRAS-ABERTO
              CLOSE BARRAS
           END-IF.
           DISPLAY "LINHAS DE CONTAGEM GRAVADAS: " WRK-ACUM-LINHAS.
           DISPLAY "FIM DA DIGITACAO - CONFERENCIA NO INVCOMP".

           MOVE "CONTAGEM.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTAGEM.
           MOVE "BARRAS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-BARRAS.
