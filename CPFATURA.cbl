       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFATURA.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: DIGITACAO DA FATURA DO FORNECEDOR E DAS NOTAS DE
      *           CREDITO - A FATURA ("F") E DIGITADA LINHA A LINHA
      *           (PEDIDO, PRODUTO, QUANTIDADE E PRECO FATURADOS) NO
      *           FATFORN.txt E O TITULO E LANCADO NO CONTAS A PAGAR
      *           COM O TOTAL DAS LINHAS, JA RETIDO ("R") ATE A
      *           CONFERENCIA PEDIDO X RECEBIMENTO X FATURA
      *           (CPCONFER); A NOTA DE CREDITO ("C") ABATE O VALOR
      *           DO TITULO E FICA REGISTRADA PARA A CONFERENCIA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: FATURA JA LANCADA NAO E DIGITADA DE NOVO; TITULO
      *              LIQUIDADO OU CANCELADO NAO RECEBE CREDITO; O
      *              CREDITO MAIOR QUE O SALDO ZERA O TITULO. A
      *              LIBERACAO FORA DA TOLERANCIA E O CPLIBERA E O
      *              RELATORIO DOS RETIDOS O CPRETREL
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.

           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT PEDCOMP ASSIGN TO WRK-PATH-PEDCOMP
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             FILE STATUS IS FS-PEDCOMP.

           SELECT FATFORN ASSIGN TO WRK-PATH-FATFORN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FATFORN.


       DATA DIVISION.
       FILE SECTION.
       FD  FORNECED.
       COPY "FORCOPY.cpy".

       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  PEDCOMP.
       COPY "PEDCOPY.cpy".

       FD  FATFORN.
       COPY "FTFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP   PIC 9(02) VALUE ZEROS.
       77  FS-FATFORN   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CPFATURA".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASPAG".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO          PIC X(01) VALUE SPACES.
           88 WRK-TIPO-FATURA       VALUE "F" "f".
           88 WRK-TIPO-CREDITO      VALUE "C" "c".
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-NOTA-FORN     PIC 9(09) VALUE ZEROS.
       77  WRK-SW-FORN       PIC X(01) VALUE "N".
           88 WRK-FORN-OK           VALUE "S".

      *-------------- LINHAS DA FATURA (FTFCOPY) ----------------------
       77  WRK-VENCTO-NOTA   PIC 9(08) VALUE ZEROS.
       77  WRK-PEDIDO        PIC 9(06) VALUE ZEROS.
       77  WRK-PRODUTO       PIC 9(04) VALUE ZEROS.
       77  WRK-QTD           PIC 9(05) VALUE ZEROS.
       77  WRK-PRECO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-LINHA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-NOTA    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-LINHAS   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-PEDIDOS    PIC X(01) VALUE "N".
           88 WRK-PEDIDOS-OK        VALUE "S".

      *-------------- NOTA DE CREDITO --------------------------------
       77  WRK-NOTA-CRED     PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-CRED    PIC 9(09)V99 VALUE ZEROS.

       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA          VALUE "S" "s".
       77  WRK-SW-CONFIRMA   PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO        VALUE "S" "s".

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-FATURAS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CREDITOS PIC 9(05) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-FORNECED PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-PEDCOMP  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FATFORN  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL NOT WRK-CONTINUA
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- QUEM DIGITA A FATURA SE IDENTIFICA (OPSIGNON), PARA
      *-------- O FATFORN.txt SAIR ASSINADO
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT FORNECED.
           IF FS-FORNECED NOT EQUAL 00
              MOVE "CADASTRO DE FORNECEDORES AUSEN" TO WRK-MSG-ERRO
              MOVE "FORNECED.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FORNECED TO FS-CONTASPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- TITULOS DO CONTAS A PAGAR; SE AINDA NAO EXISTE O
      *-------- ARQUIVO, CRIA VAZIO
           OPEN I-O CONTASPAG.
           IF FS-CONTASPAG EQUAL 35
              OPEN OUTPUT CONTASPAG
              CLOSE CONTASPAG
              OPEN I-O CONTASPAG
           END-IF.
           IF FS-CONTASPAG NOT EQUAL 00
              MOVE "CONTAS A PAGAR NAO ABRIU      " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- PEDIDOS SO PARA AVISAR NA DIGITACAO; SEM O ARQUIVO A
      *-------- LINHA ENTRA ASSIM MESMO E A CONFERENCIA APONTA
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP EQUAL 00
              SET WRK-PEDIDOS-OK TO TRUE
           END-IF.
           OPEN EXTEND FATFORN.
           IF FS-FATFORN EQUAL 35
              OPEN OUTPUT FATFORN
           END-IF.
           IF FS-FATFORN NOT EQUAL 00
              MOVE "FATFORN.txt NAO ABRIU         " TO WRK-MSG-ERRO
              MOVE "FATFORN.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FATFORN TO FS-CONTASPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "FATURAS E NOTAS DE CREDITO DE FORNECEDOR".

       0200-PROCESSAR               SECTION.
           DISPLAY "-----------------------".
           DISPLAY "FATURA (F) OU NOTA DE CREDITO (C)? "
             ACCEPT WRK-TIPO.
           IF NOT WRK-TIPO-FATURA AND NOT WRK-TIPO-CREDITO
              DISPLAY "TIPO INVALIDO"
              GO TO 0200-PERGUNTAR-MAIS
           END-IF.
      *-------- FORNECEDOR VALIDO E NOTA DELE SAO OBRIGATORIOS
           MOVE "N" TO WRK-SW-FORN.
           PERFORM UNTIL WRK-FORN-OK
              DISPLAY "CODIGO DO FORNECEDOR: "
                ACCEPT WRK-FORNECEDOR
              MOVE WRK-FORNECEDOR TO FOR-CODIGO
              READ FORNECED
                INVALID KEY
                   DISPLAY "FORNECEDOR " WRK-FORNECEDOR " NAO "
                           "CADASTRADO NO FORNMANT"
                NOT INVALID KEY
                   SET WRK-FORN-OK TO TRUE
                   DISPLAY "FORNECEDOR: " FOR-NOME
              END-READ
           END-PERFORM.
           MOVE ZEROS TO WRK-NOTA-FORN.
           PERFORM UNTIL WRK-NOTA-FORN GREATER ZEROS
              DISPLAY "NUMERO DA NOTA DO FORNECEDOR: "
                ACCEPT WRK-NOTA-FORN
              IF WRK-NOTA-FORN EQUAL ZEROS
                 DISPLAY "NOTA DO FORNECEDOR E OBRIGATORIA"
              END-IF
           END-PERFORM.
           MOVE WRK-FORNECEDOR TO CP-FORNECEDOR.
           MOVE WRK-NOTA-FORN  TO CP-NOTA.
           IF WRK-TIPO-FATURA
              PERFORM 0210-DIGITAR-FATURA
           ELSE
              PERFORM 0250-DIGITAR-CREDITO
           END-IF.

       0200-PERGUNTAR-MAIS.
           DISPLAY "MAIS DOCUMENTOS (S/N)? "
             ACCEPT WRK-SW-CONTINUA.

       0210-DIGITAR-FATURA          SECTION.
      *--------------------------------------------------------------
      *-------- FATURA NOVA: LINHAS ATE PRODUTO ZERO, CADA UMA NO
      *-------- FATFORN.txt; O TITULO ENTRA COM O TOTAL DAS LINHAS
      *-------- E RETIDO ATE A CONFERENCIA
      *--------------------------------------------------------------
           READ CONTASPAG
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE CP-VALOR TO WRK-VALOR-ED
                DISPLAY "NOTA " WRK-NOTA-FORN " JA ESTA NO CONTAS "
                        "A PAGAR - VALOR " WRK-VALOR-ED
                        " SITUACAO " CP-SITUACAO
                GO TO 0210-DIGITAR-FIM
           END-READ.
           DISPLAY "VENCIMENTO DA NOTA (AAAAMMDD, ZEROS = HOJE): "
             ACCEPT WRK-VENCTO-NOTA.
           IF WRK-VENCTO-NOTA EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-VENCTO-NOTA
           END-IF.
           MOVE ZEROS TO WRK-VALOR-NOTA WRK-ACUM-LINHAS.
           MOVE 1     TO WRK-PRODUTO.
           PERFORM 0220-DIGITAR-LINHA UNTIL WRK-PRODUTO EQUAL ZEROS.
           IF WRK-ACUM-LINHAS EQUAL ZEROS
              DISPLAY "FATURA SEM LINHAS - NADA LANCADO"
              GO TO 0210-DIGITAR-FIM
           END-IF.

           MOVE WRK-FORNECEDOR  TO CP-FORNECEDOR.
           MOVE WRK-NOTA-FORN   TO CP-NOTA.
           MOVE WRK-DATA-HOJE   TO CP-DATA-ENTRADA.
           MOVE WRK-VENCTO-NOTA TO CP-DATA-VENCTO.
           MOVE WRK-VALOR-NOTA  TO CP-VALOR.
           MOVE "R"             TO CP-SITUACAO.
           MOVE ZEROS           TO CP-DATA-PAGTO CP-VALOR-PAGO.
           WRITE REG-CONTASPAG
             INVALID KEY
                DISPLAY "ERRO AO LANCAR A NOTA " WRK-NOTA-FORN
                        " NO CONTAS A PAGAR"
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-FATURAS
                MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED
                DISPLAY "TITULO LANCADO COM " WRK-ACUM-LINHAS
                        " LINHAS - VALOR " WRK-VALOR-ED
                        " VENCIMENTO " WRK-VENCTO-NOTA
                DISPLAY "RETIDO ATE A CONFERENCIA (CPCONFER)"
           END-WRITE.

       0210-DIGITAR-FIM.
           EXIT.

       0220-DIGITAR-LINHA           SECTION.
           DISPLAY "PRODUTO DA LINHA (ZEROS = FIM DA FATURA): "
             ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL ZEROS
              GO TO 0220-DIGITAR-FIM
           END-IF.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA (ZEROS = SEM "
                   "PEDIDO): "
             ACCEPT WRK-PEDIDO.
      *-------- PEDIDO INEXISTENTE OU DE OUTRO FORNECEDOR/PRODUTO SO
      *-------- E AVISADO - A LINHA VALE COMO ESTA NA NOTA E A
      *-------- CONFERENCIA RETEM O TITULO
           IF WRK-PEDIDO NOT EQUAL ZEROS AND WRK-PEDIDOS-OK
              MOVE WRK-PEDIDO TO PED-NUMERO
              READ PEDCOMP
                INVALID KEY
                   DISPLAY "ATENCAO: PEDIDO " WRK-PEDIDO " NAO EXISTE"
                NOT INVALID KEY
                   IF PED-FORNECEDOR NOT EQUAL WRK-FORNECEDOR
                      OR PED-PRODUTO NOT EQUAL WRK-PRODUTO
                      DISPLAY "ATENCAO: PEDIDO " WRK-PEDIDO
                              " E DO FORNECEDOR " PED-FORNECEDOR
                              " PRODUTO " PED-PRODUTO
                   END-IF
              END-READ
           END-IF.
           DISPLAY "QUANTIDADE FATURADA: "
             ACCEPT WRK-QTD.
           DISPLAY "PRECO UNITARIO FATURADO: "
             ACCEPT WRK-PRECO.
           COMPUTE WRK-VALOR-LINHA = WRK-QTD * WRK-PRECO.
           ADD WRK-VALOR-LINHA TO WRK-VALOR-NOTA.
           ADD 1 TO WRK-ACUM-LINHAS.

           MOVE SPACES          TO REG-FATFORN.
           MOVE "F"             TO FTF-TIPO.
           MOVE WRK-DATA-HOJE   TO FTF-DATA.
           MOVE WRK-FORNECEDOR  TO FTF-FORNECEDOR.
           MOVE WRK-NOTA-FORN   TO FTF-NOTA.
           MOVE WRK-PEDIDO      TO FTF-PEDIDO.
           MOVE WRK-PRODUTO     TO FTF-PRODUTO.
           MOVE WRK-QTD         TO FTF-QTD.
           MOVE WRK-PRECO       TO FTF-PRECO.
           MOVE WRK-VALOR-LINHA TO FTF-VALOR.
           MOVE ZEROS           TO FTF-NOTA-CRED.
           MOVE WRK-OPERADOR    TO FTF-OPERADOR.
           WRITE REG-FATFORN.
           MOVE WRK-VALOR-LINHA TO WRK-VALOR-ED.
           DISPLAY "LINHA " WRK-ACUM-LINHAS " - VALOR " WRK-VALOR-ED.

       0220-DIGITAR-FIM.
           EXIT.

       0250-DIGITAR-CREDITO         SECTION.
      *--------------------------------------------------------------
      *-------- NOTA DE CREDITO DO FORNECEDOR: ABATE DO SALDO DO
      *-------- TITULO (NUNCA ABAIXO DE ZERO) E FICA NO FATFORN.txt
      *-------- PARA A CONFERENCIA RECONSIDERAR O TITULO RETIDO
      *--------------------------------------------------------------
           READ CONTASPAG
             INVALID KEY
                DISPLAY "FORNECEDOR " WRK-FORNECEDOR " NOTA "
                        WRK-NOTA-FORN " NAO ESTA NO CONTAS A PAGAR"
                GO TO 0250-DIGITAR-FIM
           END-READ.
           IF CP-LIQUIDADO OR CP-CANCELADO
              DISPLAY "NOTA " WRK-NOTA-FORN " JA LIQUIDADA OU "
                      "CANCELADA - CREDITO NAO APLICADO"
              GO TO 0250-DIGITAR-FIM
           END-IF.
           MOVE CP-VALOR TO WRK-VALOR-ED.
           DISPLAY "SALDO DO TITULO " WRK-VALOR-ED
                   " SITUACAO " CP-SITUACAO.
           DISPLAY "NUMERO DA NOTA DE CREDITO: "
             ACCEPT WRK-NOTA-CRED.
           DISPLAY "VALOR DO CREDITO: "
             ACCEPT WRK-VALOR-CRED.
           IF WRK-VALOR-CRED EQUAL ZEROS
              DISPLAY "CREDITO ZERADO - NADA APLICADO"
              GO TO 0250-DIGITAR-FIM
           END-IF.
           MOVE WRK-VALOR-CRED TO WRK-VALOR-ED.
           DISPLAY "CONFIRMA O CREDITO DE " WRK-VALOR-ED " (S/N)? "
             ACCEPT WRK-SW-CONFIRMA.
           IF NOT WRK-CONFIRMADO
              DISPLAY "CREDITO NAO APLICADO"
              GO TO 0250-DIGITAR-FIM
           END-IF.
           IF WRK-VALOR-CRED GREATER CP-VALOR
              DISPLAY "CREDITO MAIOR QUE O SALDO - TITULO ZERADO"
              MOVE ZEROS TO CP-VALOR
           ELSE
              SUBTRACT WRK-VALOR-CRED FROM CP-VALOR
           END-IF.
           REWRITE REG-CONTASPAG
             INVALID KEY
                DISPLAY "ERRO AO ABATER O CREDITO DA NOTA "
                        WRK-NOTA-FORN
                GO TO 0250-DIGITAR-FIM
           END-REWRITE.
           ADD 1 TO WRK-ACUM-CREDITOS.

           MOVE SPACES          TO REG-FATFORN.
           MOVE "C"             TO FTF-TIPO.
           MOVE WRK-DATA-HOJE   TO FTF-DATA.
           MOVE WRK-FORNECEDOR  TO FTF-FORNECEDOR.
           MOVE WRK-NOTA-FORN   TO FTF-NOTA.
           MOVE ZEROS           TO FTF-PEDIDO FTF-PRODUTO FTF-QTD
                                   FTF-PRECO.
           MOVE WRK-VALOR-CRED  TO FTF-VALOR.
           MOVE WRK-NOTA-CRED   TO FTF-NOTA-CRED.
           MOVE WRK-OPERADOR    TO FTF-OPERADOR.
           WRITE REG-FATFORN.
           MOVE CP-VALOR TO WRK-VALOR-ED.
           DISPLAY "CREDITO APLICADO - NOVO SALDO " WRK-VALOR-ED.
           IF CP-RETIDO
              DISPLAY "TITULO RETIDO - RODAR A CONFERENCIA "
                      "(CPCONFER) PARA RECONSIDERAR"
           END-IF.

       0250-DIGITAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE FORNECED.
           CLOSE CONTASPAG.
           IF WRK-PEDIDOS-OK
              CLOSE PEDCOMP
           END-IF.
           CLOSE FATFORN.
           DISPLAY "=========================================".
           DISPLAY "FATURAS LANCADAS........ " WRK-ACUM-FATURAS.
           DISPLAY "CREDITOS APLICADOS...... " WRK-ACUM-CREDITOS.
           DISPLAY "=========================================".
           DISPLAY "FIM DA DIGITACAO DE FATURAS".

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
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "PEDCOMP.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PEDCOMP.
           MOVE "FATFORN.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FATFORN.
