       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPCONFER.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONFERENCIA DE TRES VIAS DO CONTAS A PAGAR - PARA
      *           CADA TITULO RETIDO ("R", LANCADO PELO CPFATURA),
      *           CASA AS LINHAS DA FATURA DO FORNECEDOR
      *           (FATFORN.txt) COM O PEDIDO DE COMPRA (PEDCOMP.DAT:
      *           FORNECEDOR, PRODUTO, QUANTIDADE E PRECO COMBINADO)
      *           E COM O QUE O ESTRECEB REALMENTE RECEBEU NA NOTA
      *           (RECEBNF.txt). TUDO DENTRO DA TOLERANCIA LIBERA O
      *           TITULO PARA PAGAMENTO ("A"); DIVERGENCIA MANTEM
      *           RETIDO, A MENOS QUE AS NOTAS DE CREDITO JA TENHAM
      *           BAIXADO O SALDO PARA O VALOR QUE O PEDIDO E O
      *           RECEBIMENTO JUSTIFICAM. CADA DECISAO VAI PARA O
      *           CPCONFLOG.txt COM O MOTIVO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CARTOES CPCONFPAR.txt: "PRECO" E "QTDE " +
      *              PERCENTUAL 9(2)V99 ACIMA DO COMBINADO; SEM CARTAO
      *              A TOLERANCIA E ZERO. O VALOR JUSTIFICADO DE CADA
      *              LINHA E A MENOR QUANTIDADE ENTRE FATURADA E
      *              RECEBIDA VEZES O MENOR PRECO ENTRE FATURADO E
      *              COMBINADO. TITULO QUE CONTINUA RETIDO VOLTA A
      *              SER CONFERIDO NA PROXIMA RODADA (MERCADORIA QUE
      *              CHEGOU DEPOIS DA FATURA); A LIBERACAO POR
      *              SUPERVISOR E O CPLIBERA E O RELATORIO O CPRETREL
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT FATFORN ASSIGN TO WRK-PATH-FATFORN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FATFORN.

           SELECT RECEBNF ASSIGN TO WRK-PATH-RECEBNF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RECEBNF.

           SELECT CPCONFPAR ASSIGN TO WRK-PATH-CPCONFPAR
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CPCONFPAR.

           SELECT CPCONFLOG ASSIGN TO WRK-PATH-CPCONFLOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CPCONFLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  FATFORN.
       COPY "FTFCOPY.cpy".

       FD  RECEBNF.
       COPY "RCBCOPY.cpy".

       FD  CPCONFPAR.
       01  REG-CPCONFPAR.
           05 PAR-TIPO       PIC X(05).
           05 FILLER         PIC X(01).
           05 PAR-PERC       PIC 9(02)V99.

       FD  CPCONFLOG.
       COPY "CCFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-FATFORN   PIC 9(02) VALUE ZEROS.
       77  FS-RECEBNF   PIC 9(02) VALUE ZEROS.
       77  FS-CPCONFPAR PIC 9(02) VALUE ZEROS.
       77  FS-CPCONFLOG PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CPCONFER".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASPAG".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR      PIC X(08) VALUE "CPCONFER".
       77  WRK-TOL-PRECO     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TOL-QTDE      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SW-PEDIDOS    PIC X(01) VALUE "N".
           88 WRK-PEDIDOS-OK        VALUE "S".

      *-------------- LINHAS DE FATURA DOS TITULOS RETIDOS -----------
       77  WRK-ACUM-FTF      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-FTF.
           05 WRK-FTF-ITEM OCCURS 2000 TIMES.
              10 WRK-FTF-TIPO    PIC X(01).
                 88 WRK-FTF-CREDITO     VALUE "C".
              10 WRK-FTF-FORN    PIC 9(04).
              10 WRK-FTF-NOTA    PIC 9(09).
              10 WRK-FTF-PEDIDO  PIC 9(06).
              10 WRK-FTF-PROD    PIC 9(04).
              10 WRK-FTF-QTD     PIC 9(05).
              10 WRK-FTF-PRECO   PIC 9(05)V99.
       77  WRK-IDX-FTF       PIC 9(04) VALUE ZEROS.

      *-------------- RECEBIDO POR NOTA + PRODUTO (RECEBNF.txt) ------
       77  WRK-ACUM-RCB      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-RCB.
           05 WRK-RCB-ITEM OCCURS 2000 TIMES.
              10 WRK-RCB-FORN    PIC 9(04).
              10 WRK-RCB-NOTA    PIC 9(09).
              10 WRK-RCB-PROD    PIC 9(04).
              10 WRK-RCB-QTD     PIC 9(07).
       77  WRK-IDX-RCB       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".

       77  WRK-SW-TRANSB     PIC X(01) VALUE "N".
           88 WRK-TRANSBORDOU       VALUE "S".

      *-------------- CONFERENCIA DO TITULO --------------------------
       77  WRK-MOTIVO        PIC X(02) VALUE SPACES.
       77  WRK-MOTIVO-LINHA  PIC X(02) VALUE SPACES.
       77  WRK-MOTIVO-PROD   PIC 9(04) VALUE ZEROS.
       77  WRK-RESULTADO     PIC X(01) VALUE SPACES.
       77  WRK-LINHAS-TIT    PIC 9(04) VALUE ZEROS.
       77  WRK-SW-CREDITO    PIC X(01) VALUE "N".
           88 WRK-TEM-CREDITO       VALUE "S".
       77  WRK-ESPERADO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIMITE        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RECEBIDO      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ACEITA    PIC 9(07) VALUE ZEROS.
       77  WRK-PRECO-ACEITO  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTD-LIMITE    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRECO-LIMITE  PIC 9(05)V9(04) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-RETIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-LIBERADOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CREDITO  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-MANTIDOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-LIBERADO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-MANTIDO   PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ESPERADO-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FATFORN  PIC X(60) VALUE SPACES.
       01  WRK-PATH-RECEBNF  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CPCONFPAR PIC X(60) VALUE SPACES.
       01  WRK-PATH-CPCONFLOG PIC X(60) VALUE SPACES.

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
           DISPLAY "CONFERENCIA PEDIDO X RECEBIMENTO X FATURA - "
                   WRK-DATA-EXEC.
           DISPLAY "=========================================".

      *-------- TOLERANCIAS APROVADAS PELA SUPERVISAO (CARTOES
      *-------- CPCONFPAR.txt); SEM CARTAO SO LIBERA O QUE BATE EXATO
           OPEN INPUT CPCONFPAR.
           IF FS-CPCONFPAR EQUAL 00
              READ CPCONFPAR
              PERFORM UNTIL FS-CPCONFPAR NOT EQUAL 00
                 EVALUATE PAR-TIPO
                    WHEN "PRECO"
                       MOVE PAR-PERC TO WRK-TOL-PRECO
                    WHEN "QTDE "
                       MOVE PAR-PERC TO WRK-TOL-QTDE
                 END-EVALUATE
                 READ CPCONFPAR
              END-PERFORM
              CLOSE CPCONFPAR
           END-IF.
           DISPLAY "TOLERANCIA DE PRECO....: " WRK-TOL-PRECO
                   " PORCENTO".
           DISPLAY "TOLERANCIA DE QUANTIDADE: " WRK-TOL-QTDE
                   " PORCENTO".

           OPEN I-O CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              MOVE "CONTAS A PAGAR NAO ABRIU      " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- SEM O ARQUIVO DE PEDIDOS NENHUMA LINHA TEM PEDIDO A
      *-------- CASAR - TUDO FICA RETIDO PARA O SUPERVISOR
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP EQUAL 00
              SET WRK-PEDIDOS-OK TO TRUE
           ELSE
              DISPLAY "PEDIDOS DE COMPRA (PEDCOMP) INDISPONIVEIS - "
                      "NENHUM TITULO SERA LIBERADO"
           END-IF.
           PERFORM 0110-CARREGAR-FATURAS.
           PERFORM 0120-CARREGAR-RECEBIDOS.
           IF WRK-TRANSBORDOU
              DISPLAY "ATENCAO: MAIS LINHAS QUE AS TABELAS "
                      "COMPORTAM - CONFERENCIA NAO FEITA"
              MOVE "TABELAS DA CONFERENCIA CHEIAS " TO WRK-MSG-ERRO
              MOVE 99 TO FS-CONTASPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND CPCONFLOG.
           IF FS-CPCONFLOG EQUAL 35
              OPEN OUTPUT CPCONFLOG
           END-IF.
           IF FS-CPCONFLOG NOT EQUAL 00
              MOVE "CPCONFLOG.txt NAO ABRIU       " TO WRK-MSG-ERRO
              MOVE "CPCONFLOG.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CPCONFLOG TO FS-CONTASPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0110-CARREGAR-FATURAS        SECTION.
      *--------------------------------------------------------------
      *-------- SO AS LINHAS (E CREDITOS) DE TITULOS AINDA RETIDOS
      *-------- ENTRAM NA TABELA - O RESTO JA FOI DECIDIDO
      *--------------------------------------------------------------
           OPEN INPUT FATFORN.
           IF FS-FATFORN NOT EQUAL 00
              DISPLAY "SEM FATURAS DIGITADAS (FATFORN.txt)"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ FATFORN
           PERFORM UNTIL FS-FATFORN NOT EQUAL 00
              MOVE FTF-FORNECEDOR TO CP-FORNECEDOR
              MOVE FTF-NOTA       TO CP-NOTA
              READ CONTASPAG
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CP-RETIDO
                      PERFORM 0115-GUARDAR-FATURA
                   END-IF
              END-READ
              READ FATFORN
           END-PERFORM.
           CLOSE FATFORN.

       0110-CARREGAR-FIM.
           EXIT.

       0115-GUARDAR-FATURA          SECTION.
           IF WRK-ACUM-FTF NOT LESS 2000
              SET WRK-TRANSBORDOU TO TRUE
              GO TO 0115-GUARDAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-FTF.
           MOVE FTF-TIPO       TO WRK-FTF-TIPO(WRK-ACUM-FTF).
           MOVE FTF-FORNECEDOR TO WRK-FTF-FORN(WRK-ACUM-FTF).
           MOVE FTF-NOTA       TO WRK-FTF-NOTA(WRK-ACUM-FTF).
           MOVE FTF-PEDIDO     TO WRK-FTF-PEDIDO(WRK-ACUM-FTF).
           MOVE FTF-PRODUTO    TO WRK-FTF-PROD(WRK-ACUM-FTF).
           MOVE FTF-QTD        TO WRK-FTF-QTD(WRK-ACUM-FTF).
           MOVE FTF-PRECO      TO WRK-FTF-PRECO(WRK-ACUM-FTF).

       0115-GUARDAR-FIM.
           EXIT.

       0120-CARREGAR-RECEBIDOS      SECTION.
      *--------------------------------------------------------------
      *-------- RECEBIDO SOMADO POR FORNECEDOR + NOTA + PRODUTO, SO
      *-------- DAS NOTAS COM TITULO RETIDO
      *--------------------------------------------------------------
           OPEN INPUT RECEBNF.
           IF FS-RECEBNF NOT EQUAL 00
              DISPLAY "SEM RECEBIMENTOS REGISTRADOS (RECEBNF.txt)"
              GO TO 0120-CARREGAR-FIM
           END-IF.
           READ RECEBNF
           PERFORM UNTIL FS-RECEBNF NOT EQUAL 00
              MOVE RCB-FORNECEDOR TO CP-FORNECEDOR
              MOVE RCB-NOTA       TO CP-NOTA
              READ CONTASPAG
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CP-RETIDO
                      PERFORM 0125-SOMAR-RECEBIDO
                   END-IF
              END-READ
              READ RECEBNF
           END-PERFORM.
           CLOSE RECEBNF.

       0120-CARREGAR-FIM.
           EXIT.

       0125-SOMAR-RECEBIDO          SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-RCB FROM 1 BY 1
                   UNTIL WRK-IDX-RCB GREATER WRK-ACUM-RCB
                      OR WRK-ACHOU
              IF WRK-RCB-FORN(WRK-IDX-RCB) EQUAL RCB-FORNECEDOR
                 AND WRK-RCB-NOTA(WRK-IDX-RCB) EQUAL RCB-NOTA
                 AND WRK-RCB-PROD(WRK-IDX-RCB) EQUAL RCB-PRODUTO
                 SET WRK-ACHOU TO TRUE
                 ADD RCB-QTD TO WRK-RCB-QTD(WRK-IDX-RCB)
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              GO TO 0125-SOMAR-FIM
           END-IF.
           IF WRK-ACUM-RCB NOT LESS 2000
              SET WRK-TRANSBORDOU TO TRUE
              GO TO 0125-SOMAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-RCB.
           MOVE RCB-FORNECEDOR TO WRK-RCB-FORN(WRK-ACUM-RCB).
           MOVE RCB-NOTA       TO WRK-RCB-NOTA(WRK-ACUM-RCB).
           MOVE RCB-PRODUTO    TO WRK-RCB-PROD(WRK-ACUM-RCB).
           MOVE RCB-QTD        TO WRK-RCB-QTD(WRK-ACUM-RCB).

       0125-SOMAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           MOVE LOW-VALUES TO CP-CHAVE.
           START CONTASPAG KEY NOT LESS CP-CHAVE
             INVALID KEY
                GO TO 0200-PROCESSAR-FIM
           END-START.
           READ CONTASPAG NEXT
           PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
              IF CP-RETIDO
                 ADD 1 TO WRK-ACUM-RETIDOS
                 PERFORM 0210-CONFERIR-TITULO
              END-IF
              READ CONTASPAG NEXT
           END-PERFORM.

       0200-PROCESSAR-FIM.
           EXIT.

       0210-CONFERIR-TITULO         SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-MOTIVO-PROD WRK-ESPERADO WRK-LINHAS-TIT.
           MOVE "N"    TO WRK-SW-CREDITO.
           PERFORM VARYING WRK-IDX-FTF FROM 1 BY 1
                   UNTIL WRK-IDX-FTF GREATER WRK-ACUM-FTF
              IF WRK-FTF-FORN(WRK-IDX-FTF) EQUAL CP-FORNECEDOR
                 AND WRK-FTF-NOTA(WRK-IDX-FTF) EQUAL CP-NOTA
                 IF WRK-FTF-CREDITO(WRK-IDX-FTF)
                    SET WRK-TEM-CREDITO TO TRUE
                 ELSE
                    ADD 1 TO WRK-LINHAS-TIT
                    PERFORM 0220-CONFERIR-LINHA
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-LINHAS-TIT EQUAL ZEROS
              MOVE "SF" TO WRK-MOTIVO
           END-IF.

      *-------- SEM DIVERGENCIA LIBERA; COM DIVERGENCIA SO LIBERA SE
      *-------- O CREDITO DO FORNECEDOR JA TROUXE O SALDO PARA O
      *-------- VALOR JUSTIFICADO (MAIS A TOLERANCIA DE PRECO)
           COMPUTE WRK-LIMITE ROUNDED
                 = WRK-ESPERADO * (100 + WRK-TOL-PRECO) / 100.
           EVALUATE TRUE
              WHEN WRK-MOTIVO EQUAL SPACES
                 MOVE "L" TO WRK-RESULTADO
                 ADD 1 TO WRK-ACUM-LIBERADOS
              WHEN WRK-TEM-CREDITO
                   AND WRK-LINHAS-TIT GREATER ZEROS
                   AND CP-VALOR NOT GREATER WRK-LIMITE
                 MOVE "L"  TO WRK-RESULTADO
                 MOVE "NC" TO WRK-MOTIVO
                 ADD 1 TO WRK-ACUM-CREDITO
              WHEN OTHER
                 MOVE "R" TO WRK-RESULTADO
                 ADD 1 TO WRK-ACUM-MANTIDOS
                 ADD CP-VALOR TO WRK-TOT-MANTIDO
           END-EVALUATE.

           MOVE CP-VALOR     TO WRK-VALOR-ED.
           MOVE WRK-ESPERADO TO WRK-ESPERADO-ED.
           IF WRK-RESULTADO EQUAL "L"
              MOVE "A" TO CP-SITUACAO
              REWRITE REG-CONTASPAG
                INVALID KEY
                   DISPLAY "ERRO AO LIBERAR O TITULO " CP-FORNECEDOR
                           "/" CP-NOTA
                   GO TO 0210-CONFERIR-FIM
              END-REWRITE
              ADD CP-VALOR TO WRK-TOT-LIBERADO
              DISPLAY "LIBERADO " CP-FORNECEDOR "/" CP-NOTA
                      " VALOR " WRK-VALOR-ED " " WRK-MOTIVO
           ELSE
              DISPLAY "RETIDO   " CP-FORNECEDOR "/" CP-NOTA
                      " VALOR " WRK-VALOR-ED " JUSTIFICADO "
                      WRK-ESPERADO-ED " MOTIVO " WRK-MOTIVO
                      " PRODUTO " WRK-MOTIVO-PROD
           END-IF.
           PERFORM 0250-GRAVAR-DECISAO.

       0210-CONFERIR-FIM.
           EXIT.

       0220-CONFERIR-LINHA          SECTION.
      *--------------------------------------------------------------
      *-------- UMA LINHA DA FATURA CONTRA O PEDIDO E O RECEBIDO; O
      *-------- PRIMEIRO MOTIVO ENCONTRADO NO TITULO E O QUE FICA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-RECEBIDO.
           PERFORM VARYING WRK-IDX-RCB FROM 1 BY 1
                   UNTIL WRK-IDX-RCB GREATER WRK-ACUM-RCB
              IF WRK-RCB-FORN(WRK-IDX-RCB) EQUAL CP-FORNECEDOR
                 AND WRK-RCB-NOTA(WRK-IDX-RCB) EQUAL CP-NOTA
                 AND WRK-RCB-PROD(WRK-IDX-RCB)
                     EQUAL WRK-FTF-PROD(WRK-IDX-FTF)
                 ADD WRK-RCB-QTD(WRK-IDX-RCB) TO WRK-RECEBIDO
              END-IF
           END-PERFORM.

           IF WRK-FTF-PEDIDO(WRK-IDX-FTF) EQUAL ZEROS
              OR NOT WRK-PEDIDOS-OK
              MOVE "SP" TO WRK-MOTIVO-LINHA
              PERFORM 0230-ANOTAR-MOTIVO
              GO TO 0220-CONFERIR-FIM
           END-IF.
           MOVE WRK-FTF-PEDIDO(WRK-IDX-FTF) TO PED-NUMERO.
           READ PEDCOMP
             INVALID KEY
                MOVE "SP" TO WRK-MOTIVO-LINHA
                PERFORM 0230-ANOTAR-MOTIVO
                GO TO 0220-CONFERIR-FIM
           END-READ.
           IF PED-FORNECEDOR NOT EQUAL CP-FORNECEDOR
              OR PED-PRODUTO NOT EQUAL WRK-FTF-PROD(WRK-IDX-FTF)
              MOVE "PD" TO WRK-MOTIVO-LINHA
              PERFORM 0230-ANOTAR-MOTIVO
              GO TO 0220-CONFERIR-FIM
           END-IF.

      *-------- QUANTIDADE FATURADA CONTRA A PEDIDA E A RECEBIDA E
      *-------- PRECO FATURADO CONTRA O COMBINADO, CADA UM COM A SUA
      *-------- TOLERANCIA
           COMPUTE WRK-QTD-LIMITE
                 = PED-QTD-PEDIDA * (100 + WRK-TOL-QTDE) / 100.
           IF WRK-FTF-QTD(WRK-IDX-FTF) GREATER WRK-QTD-LIMITE
              MOVE "QP" TO WRK-MOTIVO-LINHA
              PERFORM 0230-ANOTAR-MOTIVO
           END-IF.
           COMPUTE WRK-QTD-LIMITE
                 = WRK-RECEBIDO * (100 + WRK-TOL-QTDE) / 100.
           IF WRK-FTF-QTD(WRK-IDX-FTF) GREATER WRK-QTD-LIMITE
              MOVE "QR" TO WRK-MOTIVO-LINHA
              PERFORM 0230-ANOTAR-MOTIVO
           END-IF.
           COMPUTE WRK-PRECO-LIMITE
                 = PED-PRECO * (100 + WRK-TOL-PRECO) / 100.
           IF WRK-FTF-PRECO(WRK-IDX-FTF) GREATER WRK-PRECO-LIMITE
              MOVE "PR" TO WRK-MOTIVO-LINHA
              PERFORM 0230-ANOTAR-MOTIVO
           END-IF.

      *-------- VALOR JUSTIFICADO: MENOR QUANTIDADE ENTRE FATURADA E
      *-------- RECEBIDA VEZES O MENOR PRECO ENTRE FATURADO E
      *-------- COMBINADO
           MOVE WRK-FTF-QTD(WRK-IDX-FTF) TO WRK-QTD-ACEITA.
           IF WRK-RECEBIDO LESS WRK-QTD-ACEITA
              MOVE WRK-RECEBIDO TO WRK-QTD-ACEITA
           END-IF.
           MOVE WRK-FTF-PRECO(WRK-IDX-FTF) TO WRK-PRECO-ACEITO.
           IF PED-PRECO LESS WRK-PRECO-ACEITO
              MOVE PED-PRECO TO WRK-PRECO-ACEITO
           END-IF.
           COMPUTE WRK-ESPERADO = WRK-ESPERADO
                 + WRK-QTD-ACEITA * WRK-PRECO-ACEITO.

       0220-CONFERIR-FIM.
           EXIT.

       0230-ANOTAR-MOTIVO           SECTION.
           IF WRK-MOTIVO EQUAL SPACES
              MOVE WRK-MOTIVO-LINHA TO WRK-MOTIVO
              MOVE WRK-FTF-PROD(WRK-IDX-FTF) TO WRK-MOTIVO-PROD
           END-IF.

       0250-GRAVAR-DECISAO          SECTION.
           MOVE SPACES          TO REG-CPCONFLOG.
           MOVE WRK-DATA-HOJE   TO CCF-DATA.
           MOVE CP-FORNECEDOR   TO CCF-FORNECEDOR.
           MOVE CP-NOTA         TO CCF-NOTA.
           MOVE WRK-RESULTADO   TO CCF-RESULTADO.
           MOVE WRK-MOTIVO      TO CCF-MOTIVO.
           MOVE WRK-MOTIVO-PROD TO CCF-PRODUTO.
           MOVE CP-VALOR        TO CCF-VALOR.
           MOVE WRK-ESPERADO    TO CCF-ESPERADO.
           MOVE WRK-OPERADOR    TO CCF-OPERADOR.
           WRITE REG-CPCONFLOG.

       0300-FINALIZAR               SECTION.
           CLOSE CONTASPAG.
           IF WRK-PEDIDOS-OK
              CLOSE PEDCOMP
           END-IF.
           CLOSE CPCONFLOG.
           DISPLAY "=========================================".
           DISPLAY "TITULOS RETIDOS CONFERIDOS " WRK-ACUM-RETIDOS.
           DISPLAY "LIBERADOS NA TOLERANCIA... " WRK-ACUM-LIBERADOS.
           DISPLAY "LIBERADOS POR CREDITO..... " WRK-ACUM-CREDITO.
           DISPLAY "CONTINUAM RETIDOS......... " WRK-ACUM-MANTIDOS.
           MOVE WRK-TOT-LIBERADO TO WRK-VALOR-ED.
           DISPLAY "VALOR LIBERADO............ " WRK-VALOR-ED.
           MOVE WRK-TOT-MANTIDO TO WRK-VALOR-ED.
           DISPLAY "VALOR RETIDO.............. " WRK-VALOR-ED.
           DISPLAY "RETIDOS E MOTIVOS: CPRETREL; LIBERACAO: CPLIBERA".
           DISPLAY "=========================================".
           IF WRK-ACUM-MANTIDOS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DA CONFERENCIA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTASPAG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "FATFORN.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FATFORN.
           MOVE "RECEBNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RECEBNF.
           MOVE "CPCONFPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CPCONFPAR.
           MOVE "CPCONFLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CPCONFLOG.
