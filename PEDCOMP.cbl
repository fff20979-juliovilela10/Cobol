      *              PEDIDO; PRODUTO QUE JA TEM PEDIDO PENDENTE NAO
      *              E SUGERIDO DE NOVO; O RELATORIO DE PEDIDOS
      *              ATRASADOS E O PEDATRAS
      * 15/10/2026 JV - O PEDIDO GUARDA O PRECO UNITARIO COMBINADO
      *                 (PED-PRECO), PERGUNTADO NA EMISSAO; SEM
      *                 PRECO VALE O CUSTO MEDIO DA FICHA - BASE DA
      *                 CONFERENCIA DA FATURA DO FORNECEDOR (CPCONFER)
      * 15/10/2026 JV - PRODUTO EM COTACAO ABERTA (COTACAO.DAT, DO
      *                 COTABRE) NAO E SUGERIDO AQUI - O PEDIDO DELE
      *                 SAI DO FECHAMENTO DA COTACAO (COTFECHA)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT COTACAO ASSIGN TO WRK-PATH-COTACAO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COT-CHAVE
             FILE STATUS IS FS-COTACAO.


       DATA DIVISION.
       FILE SECTION.
       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  COTACAO.
       COPY "COTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-COTACAO   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "PEDCOMP".
       77  WRK-QTD           PIC 9(05) VALUE ZEROS.
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-PREVISTA      PIC 9(08) VALUE ZEROS.
       77  WRK-PRECO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SW-FORN       PIC X(01) VALUE "N".
           88 WRK-FORN-OK           VALUE "S".
       77  WRK-SW-COTACOES   PIC X(01) VALUE "N".
           88 WRK-COTACOES-OK       VALUE "S".
       77  WRK-SW-JA-PEDIDO  PIC X(01) VALUE "N".
           88 WRK-JA-PEDIDO         VALUE "S".

       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-COTACAO  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-PROXIMO-NUMERO.
      *-------- COTACOES SO PARA NAO PEDIR O QUE ESTA SENDO COTADO
           OPEN INPUT COTACAO.
           IF FS-COTACAO EQUAL 00
              SET WRK-COTACOES-OK TO TRUE
           END-IF.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "SUGESTAO DE PEDIDOS DE COMPRA - " WRK-DATA-EXEC.
           IF WRK-JA-PEDIDO
              GO TO 0210-SUGERIR-FIM
           END-IF.
           PERFORM 0216-TEM-COTACAO-ABERTA.
           IF WRK-JA-PEDIDO
              GO TO 0210-SUGERIR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-SUGERIDOS.
           MOVE "(SEM DESCRICAO)     " TO WRK-DESCRICAO.
           IF FS-PRODUTOS EQUAL 00
              CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-PRAZO
                                    WRK-PREVISTA
           END-IF.
      *-------- PRECO COMBINADO COM O FORNECEDOR, BASE DA CONFERENCIA
      *-------- DA FATURA (CPCONFER); SEM PRECO VALE O CUSTO MEDIO
           MOVE EST-CUSTO-MEDIO TO WRK-PRECO.
           DISPLAY "PRECO UNITARIO COMBINADO (ZEROS = CUSTO MEDIO "
                   WRK-PRECO "): "
             ACCEPT WRK-PRECO.
           IF WRK-PRECO EQUAL ZEROS
              MOVE EST-CUSTO-MEDIO TO WRK-PRECO
           END-IF.
           PERFORM 0230-GRAVAR-PEDIDO.

       0210-SUGERIR-FIM.
       0215-TEM-PEDIDO-FIM.
           EXIT.

       0216-TEM-COTACAO-ABERTA      SECTION.
      *--------------------------------------------------------------
      *-------- PRODUTO EM COTACAO AINDA ABERTA (COTABRE) SAI PELO
      *-------- FECHAMENTO DA COTACAO (COTFECHA), NAO POR AQUI
      *--------------------------------------------------------------
           IF NOT WRK-COTACOES-OK
              GO TO 0216-TEM-COTACAO-FIM
           END-IF.
           MOVE LOW-VALUES TO COT-CHAVE.
           START COTACAO KEY GREATER COT-CHAVE
             INVALID KEY
                GO TO 0216-TEM-COTACAO-FIM
           END-START.
           READ COTACAO NEXT
           PERFORM UNTIL FS-COTACAO NOT EQUAL 00
                      OR WRK-JA-PEDIDO
              IF COT-EM-ABERTO AND COT-PRODUTO EQUAL EST-CODIGO
                 SET WRK-JA-PEDIDO TO TRUE
                 DISPLAY "PRODUTO " EST-CODIGO " ESTA NA COTACAO "
                         COT-NUMERO " EM ABERTO - FECHAR NO COTFECHA"
              ELSE
                 READ COTACAO NEXT
              END-IF
           END-PERFORM.

       0216-TEM-COTACAO-FIM.
           EXIT.

       0220-ESCOLHER-FORNECEDOR     SECTION.
           MOVE "N" TO WRK-SW-FORN.
           PERFORM UNTIL WRK-FORN-OK
           MOVE WRK-DATA-HOJE   TO PED-DATA-EMISSAO.
           MOVE WRK-PREVISTA    TO PED-DATA-PREVISTA.
           MOVE "P"             TO PED-SITUACAO.
           MOVE WRK-PRECO       TO PED-PRECO.
           WRITE REG-PEDCOMP
             INVALID KEY
                DISPLAY "ERRO AO GRAVAR O PEDIDO " WRK-PROX-NUMERO
           END-IF.
           CLOSE FORNECED.
           CLOSE PEDCOMP.
           IF WRK-COTACOES-OK
              CLOSE COTACAO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FICHAS LIDAS............ " WRK-ACUM-LIDOS.
           DISPLAY "PRODUTOS SUGERIDOS...... " WRK-ACUM-SUGERIDOS.
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "COTACAO.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-COTACAO.
