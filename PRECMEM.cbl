       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECMEM.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: TABELA DE PRECOS DO DIA EM MEMORIA PARA O CAIXA -
      *           MESMA REGRA DO PRECODIA (REGULAR DE MAIOR VIGENCIA
      *           JA VALENDO, PROMOCAO CUJO PERIODO CONTENHA A DATA
      *           POR CIMA, SEM LINHA FICA O PRECO DO CADASTRO), MAS
      *           O TABPRECO.txt E LIDO UMA VEZ SO NA CARGA E CADA
      *           CONSULTA SAI DA TABELA, SEM VARRER O ARQUIVO A CADA
      *           ITEM BIPADO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CHAMADA - LNK-OPERACAO "C" = CARREGA A TABELA
      *              PARA A DATA LNK-DATA (TAMBEM USADA PARA RECARGA
      *              QUANDO O PRECMANT MUDA ALGO NO MEIO DO DIA) E
      *              DEVOLVE EM LNK-FONTE "S" CARREGADA / "N" SEM
      *              TABPRECO.txt; "L" = CONSULTA, COM OS MESMOS
      *              PARAMETROS E O MESMO RESULTADO DO PRECODIA
      *              (LNK-PRECO ENTRA COM O PRECO DO CADASTRO E SAI
      *              COM O VIGENTE, LNK-FONTE "C", "R" OU "P").
      *              CONSULTA DE OUTRA DATA QUE NAO A CARREGADA (OU
      *              SEM CARGA) E REPASSADA AO PRECODIA. A TABELA E
      *              INDEXADA PELO PROPRIO CODIGO DO PRODUTO (9999)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TABPRECO ASSIGN TO WRK-PATH-TABPRECO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-TABPRECO.

       DATA DIVISION.
       FILE SECTION.
       FD  TABPRECO.
       01  REG-TABPRECO.
           05 PRC-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 PRC-TIPO       PIC X(01).
           05 FILLER         PIC X(01).
           05 PRC-PRECO      PIC 9(05)V99.
           05 FILLER         PIC X(01).
           05 PRC-INICIO     PIC 9(08).
           05 FILLER         PIC X(01).
           05 PRC-FIM        PIC 9(08).
           05 FILLER         PIC X(01).
           05 PRC-OPERADOR   PIC X(08).
           05 FILLER         PIC X(01).
           05 PRC-DATA-REG   PIC 9(08).

       WORKING-STORAGE            SECTION.
       77  FS-TABPRECO  PIC 9(02) VALUE ZEROS.

      *-------------- DATA DA CARGA EM MEMORIA -----------------------
       77  WRK-DATA-CARGA    PIC 9(08) VALUE ZEROS.
       77  WRK-SW-CARGA      PIC X(01) VALUE "N".
           88 WRK-TABELA-CARREGADA   VALUE "S".
       77  WRK-IDX           PIC 9(05) VALUE ZEROS.

      *--------------------------------------------------------------
      *-------- UMA POSICAO POR CODIGO DE PRODUTO: A MELHOR LINHA
      *-------- REGULAR E A MELHOR PROMOCAO DA DATA, ESCOLHIDAS NA
      *-------- CARGA PELA MESMA COMPARACAO DO PRECODIA
      *--------------------------------------------------------------
       01  WRK-TAB-PRECOS.
           05 WRK-TPR-ENTRY OCCURS 9999 TIMES.
              10 WRK-TPR-SW-REG    PIC X(01).
                 88 WRK-TPR-TEM-REGULAR   VALUE "S".
              10 WRK-TPR-VIG-REG   PIC 9(08).
              10 WRK-TPR-PRC-REG   PIC 9(05)V99.
              10 WRK-TPR-SW-PRO    PIC X(01).
                 88 WRK-TPR-TEM-PROMO     VALUE "S".
              10 WRK-TPR-VIG-PRO   PIC 9(08).
              10 WRK-TPR-PRC-PRO   PIC 9(05)V99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-TABPRECO PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-OPERACAO  PIC X(01).
           88 LNK-OP-CARREGAR       VALUE "C".
           88 LNK-OP-CONSULTAR      VALUE "L".
       01  LNK-PRODUTO   PIC 9(04).
       01  LNK-DATA      PIC 9(08).
       01  LNK-PRECO     PIC 9(05)V99.
       01  LNK-FONTE     PIC X(01).

       PROCEDURE DIVISION USING LNK-OPERACAO LNK-PRODUTO LNK-DATA
                                 LNK-PRECO LNK-FONTE.
       0000-PRINCIPAL                SECTION.
           EVALUATE TRUE
              WHEN LNK-OP-CARREGAR
                 PERFORM 0100-CARREGAR
              WHEN LNK-OP-CONSULTAR
                 PERFORM 0200-CONSULTAR
           END-EVALUATE.
           GOBACK.

       0100-CARREGAR                 SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "N" TO WRK-SW-CARGA.
           MOVE "N" TO LNK-FONTE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 9999
              MOVE "N"   TO WRK-TPR-SW-REG(WRK-IDX)
                            WRK-TPR-SW-PRO(WRK-IDX)
              MOVE ZEROS TO WRK-TPR-VIG-REG(WRK-IDX)
                            WRK-TPR-PRC-REG(WRK-IDX)
                            WRK-TPR-VIG-PRO(WRK-IDX)
                            WRK-TPR-PRC-PRO(WRK-IDX)
           END-PERFORM.
           MOVE LNK-DATA TO WRK-DATA-CARGA.
      *-------- SEM TABPRECO.txt A TABELA FICA CARREGADA E VAZIA:
      *-------- TODO PRODUTO SEGUE PELO PRECO DO CADASTRO, IGUAL AO
      *-------- PRECODIA SEM O ARQUIVO
           SET WRK-TABELA-CARREGADA TO TRUE.
           OPEN INPUT TABPRECO.
           IF FS-TABPRECO NOT EQUAL 00
              GO TO 0100-CARREGAR-FIM
           END-IF.
           MOVE "S" TO LNK-FONTE.
           READ TABPRECO
           PERFORM UNTIL FS-TABPRECO NOT EQUAL 00
              IF PRC-CODIGO NUMERIC AND PRC-CODIGO GREATER ZEROS
                 MOVE PRC-CODIGO TO WRK-IDX
                 PERFORM 0110-AVALIAR-LINHA
              END-IF
              READ TABPRECO
           END-PERFORM.
           CLOSE TABPRECO.

       0100-CARREGAR-FIM.
           EXIT.

       0110-AVALIAR-LINHA            SECTION.
      *-------- REGULAR: VALE A MAIOR VIGENCIA QUE JA COMECOU;
      *-------- PROMOCAO: SO DENTRO DO PERIODO, A MAIS RECENTE GANHA
      *-------- (MESMA COMPARACAO DO PRECODIA, LINHA A LINHA NA
      *-------- ORDEM DO ARQUIVO, PARA O EMPATE SAIR IGUAL)
           EVALUATE PRC-TIPO
              WHEN "R"
                 IF PRC-INICIO LESS OR EQUAL WRK-DATA-CARGA
                    AND PRC-INICIO GREATER OR EQUAL
                        WRK-TPR-VIG-REG(WRK-IDX)
                    SET WRK-TPR-TEM-REGULAR(WRK-IDX) TO TRUE
                    MOVE PRC-INICIO TO WRK-TPR-VIG-REG(WRK-IDX)
                    MOVE PRC-PRECO  TO WRK-TPR-PRC-REG(WRK-IDX)
                 END-IF
              WHEN "P"
                 IF PRC-INICIO LESS OR EQUAL WRK-DATA-CARGA
                    AND PRC-FIM GREATER OR EQUAL WRK-DATA-CARGA
                    AND PRC-INICIO GREATER OR EQUAL
                        WRK-TPR-VIG-PRO(WRK-IDX)
                    SET WRK-TPR-TEM-PROMO(WRK-IDX) TO TRUE
                    MOVE PRC-INICIO TO WRK-TPR-VIG-PRO(WRK-IDX)
                    MOVE PRC-PRECO  TO WRK-TPR-PRC-PRO(WRK-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0200-CONSULTAR                SECTION.
      *-------- OUTRA DATA (OU TABELA NUNCA CARREGADA): RESOLVE PELO
      *-------- PRECODIA, LENDO O ARQUIVO
           IF NOT WRK-TABELA-CARREGADA
              OR LNK-DATA NOT EQUAL WRK-DATA-CARGA
              CALL "PRECODIA" USING LNK-PRODUTO LNK-DATA
                                     LNK-PRECO LNK-FONTE
              GO TO 0200-CONSULTAR-FIM
           END-IF.
           MOVE "C" TO LNK-FONTE.
           IF LNK-PRODUTO EQUAL ZEROS
              GO TO 0200-CONSULTAR-FIM
           END-IF.
           MOVE LNK-PRODUTO TO WRK-IDX.
      *-------- PROMOCAO VIGENTE GANHA DA TABELA REGULAR, QUE GANHA
      *-------- DO PRECO DO CADASTRO
           EVALUATE TRUE
              WHEN WRK-TPR-TEM-PROMO(WRK-IDX)
                 MOVE WRK-TPR-PRC-PRO(WRK-IDX) TO LNK-PRECO
                 MOVE "P" TO LNK-FONTE
              WHEN WRK-TPR-TEM-REGULAR(WRK-IDX)
                 MOVE WRK-TPR-PRC-REG(WRK-IDX) TO LNK-PRECO
                 MOVE "R" TO LNK-FONTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0200-CONSULTAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "TABPRECO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-TABPRECO.
