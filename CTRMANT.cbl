       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DOS CONTRATOS DE COBRANCA RECORRENTE
      *           (CONTRATO.DAT, COPY CTRCOPY): O CABECALHO LEVA O
      *           CLIENTE (CLIENTES.DAT), A VIGENCIA, O DIA DE
      *           FATURAMENTO, A CONDICAO DE PAGAMENTO
      *           (CONDPAG.txt/CONDMANT), O INDICE DO REAJUSTE ANUAL E
      *           O MES DE ANIVERSARIO; CADA ITEM LEVA A QUANTIDADE E O
      *           PRECO CONTRATADO. O FATURAMENTO MENSAL E O CTRFAT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: VIGENCIA PADRAO DE UM ANO (MODULO DATAADD); DIA
      *              DE FATURAMENTO 0 = O DIA DO INICIO, E DIA QUE O
      *              MES NAO TEM FATURA NO ULTIMO DIA DO MES. PRECO 0
      *              NO ITEM = PRECO DO DIA (MODULO PRECODIA). ATE 30
      *              ITENS POR CONTRATO; O VALE-PRESENTE (9999) NAO
      *              ENTRA EM CONTRATO. INDICE EM BRANCO = CONTRATO SEM
      *              REAJUSTE. SO CONTRATO ATIVO PODE SER ALTERADO,
      *              PRORROGADO OU ENCERRADO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTRATO ASSIGN TO WRK-PATH-CONTRATO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTR-CHAVE
             FILE STATUS IS FS-CONTRATO.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT CONDPAG ASSIGN TO WRK-PATH-CONDPAG
             FILE STATUS IS FS-CONDPAG.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO.
       COPY "CTRCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  CONDPAG.
       01  REG-CONDPAG.
           05 COND-CODIGO    PIC 9(02).
           05 FILLER         PIC X(01).
           05 COND-PARCELAS  PIC 9(02).
           05 FILLER         PIC X(01).
           05 COND-INTERVALO PIC 9(03).


       WORKING-STORAGE            SECTION.
       77  FS-CONTRATO  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-CONDPAG   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CTRMANT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTRATO.DAT".

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-NOVO         VALUE 1.
           88 WRK-OPC-CONSULTAR    VALUE 2.
           88 WRK-OPC-ALTERAR      VALUE 3.
           88 WRK-OPC-PRORROGAR    VALUE 4.
           88 WRK-OPC-ENCERRAR     VALUE 5.
           88 WRK-OPC-SAIR         VALUE 9.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WRK-CLIENTE       PIC 9(04) VALUE ZEROS.
       77  WRK-CLI-NOME      PIC X(20) VALUE SPACES.
       77  WRK-INICIO        PIC 9(08) VALUE ZEROS.
       77  WRK-FIM           PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-FAT       PIC 9(02) VALUE ZEROS.
       77  WRK-CONDPAG       PIC 9(02) VALUE ZEROS.
       77  WRK-INDICE        PIC X(06) VALUE SPACES.
       77  WRK-MES-ANIV      PIC 9(02) VALUE ZEROS.
       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-LINHA         PIC 9(03) VALUE ZEROS.
       77  WRK-QTD           PIC 9(05) VALUE ZEROS.
       77  WRK-PRECO         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRECO-DIA     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PRECO-FONTE   PIC X(01) VALUE SPACES.
       77  WRK-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WRK-SW-CLIENTE    PIC X(01) VALUE "N".
           88 WRK-CLIENTE-OK        VALUE "S".
       77  WRK-SW-FIM-ITENS  PIC X(01) VALUE "N".
           88 WRK-FIM-ITENS         VALUE "S".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-CTR-ACHADO        VALUE "S".

      *-------- VIGENCIA PADRAO QUANDO O OPERADOR NAO INFORMA O FIM
      *-------- (MODULO DATAADD)
       77  WRK-DIAS-VIGENCIA PIC S9(04) VALUE 365.

      *-------------- ITENS DO CONTRATO EM DIGITACAO -----------------
       77  WRK-QTD-ITENS     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-ITEM-ENTRY OCCURS 30 TIMES.
              10 WRK-ITE-PRODUTO   PIC 9(04).
              10 WRK-ITE-DESCRICAO PIC X(20).
              10 WRK-ITE-QTD       PIC 9(05).
              10 WRK-ITE-PRECO     PIC 9(07)V99.
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.

      *-------------- CONDICOES DE PAGAMENTO (CONDPAG.txt) -----------
       77  WRK-QTD-COND      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-COND.
           05 WRK-COND-ENTRY OCCURS 20 TIMES.
              10 WRK-COND-CODIGO    PIC 9(02).
              10 WRK-COND-PARCELAS  PIC 9(02).
              10 WRK-COND-INTERVALO PIC 9(03).
       77  WRK-IDX-COND      PIC 9(02) VALUE ZEROS.
       77  WRK-SW-COND       PIC X(01) VALUE "N".
           88 WRK-COND-ACHADA       VALUE "S".

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-PRECO-ED      PIC Z.ZZZ.ZZ9,99.
       77  WRK-QTD-ED        PIC ZZZZ9.
       77  WRK-INICIO-ED     PIC X(10) VALUE SPACES.
       77  WRK-FIM-ED        PIC X(10) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTRATO PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONDPAG  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
      *-------- QUEM MEXE NO CONTRATO SE IDENTIFICA, PARA O CABECALHO
      *-------- SAIR ASSINADO
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           CLOSE CONTRATO CLIENTES PRODUTOS.
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- ARQUIVO DE CONTRATOS; SE AINDA NAO EXISTE, CRIA VAZIO
           OPEN I-O CONTRATO.
           IF FS-CONTRATO EQUAL 35
              OPEN OUTPUT CONTRATO
              CLOSE CONTRATO
              OPEN I-O CONTRATO
           END-IF.
           IF FS-CONTRATO NOT EQUAL 00
              MOVE "CONTRATOS NAO ABRIU           " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "CADASTRO DE CLIENTES NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "CLIENTES.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIENTES TO FS-CONTRATO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "CADASTRO DE PRODUTOS NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "PRODUTOS.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PRODUTOS TO FS-CONTRATO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0130-CARREGAR-CONDPAG.

       0130-CARREGAR-CONDPAG        SECTION.
      *--------------------------------------------------------------
      *-------- CARREGA AS CONDICOES DE PAGAMENTO (CONDMANT) COMO O
      *-------- EXCBL23: A ULTIMA LINHA DE CADA CODIGO SOBREPOE A
      *-------- ANTERIOR. SEM TABELA, SO VALE A VISTA (00)
      *--------------------------------------------------------------
           OPEN INPUT CONDPAG.
           IF FS-CONDPAG NOT EQUAL 00
              DISPLAY "TABELA DE CONDICOES (CONDPAG.txt) AUSENTE - "
                      "CONTRATOS SO A VISTA"
              GO TO 0130-CARREGAR-FIM
           END-IF.
           READ CONDPAG
           PERFORM UNTIL FS-CONDPAG NOT EQUAL 00
              PERFORM 0135-BUSCAR-COND
              IF NOT WRK-COND-ACHADA
                 IF WRK-QTD-COND LESS 20
                    ADD 1 TO WRK-QTD-COND
                    MOVE WRK-QTD-COND TO WRK-IDX-COND
                    MOVE COND-CODIGO TO WRK-COND-CODIGO(WRK-IDX-COND)
                    SET WRK-COND-ACHADA TO TRUE
                 END-IF
              END-IF
              IF WRK-COND-ACHADA
                 MOVE COND-PARCELAS
                   TO WRK-COND-PARCELAS(WRK-IDX-COND)
                 MOVE COND-INTERVALO
                   TO WRK-COND-INTERVALO(WRK-IDX-COND)
              END-IF
              READ CONDPAG
           END-PERFORM.
           CLOSE CONDPAG.

       0130-CARREGAR-FIM.
           EXIT.

       0135-BUSCAR-COND             SECTION.
      *-------- PROCURA COND-CODIGO NA TABELA; ACHADA, WRK-IDX-COND
      *-------- APONTA A ENTRADA
           MOVE "N" TO WRK-SW-COND.
           MOVE 1   TO WRK-IDX-COND.
           PERFORM UNTIL WRK-IDX-COND GREATER WRK-QTD-COND
                      OR WRK-COND-ACHADA
              IF WRK-COND-CODIGO(WRK-IDX-COND) EQUAL COND-CODIGO
                 SET WRK-COND-ACHADA TO TRUE
              ELSE
                 ADD 1 TO WRK-IDX-COND
              END-IF
           END-PERFORM.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "CONTRATOS DE COBRANCA RECORRENTE".
           DISPLAY "1 - NOVO CONTRATO".
           DISPLAY "2 - CONSULTAR CONTRATO".
           DISPLAY "3 - ALTERAR ITEM (QUANTIDADE/PRECO)".
           DISPLAY "4 - PRORROGAR VIGENCIA".
           DISPLAY "5 - ENCERRAR CONTRATO".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-NOVO
                 PERFORM 0210-NOVO-CONTRATO
              WHEN WRK-OPC-CONSULTAR
                 PERFORM 0250-PEDIR-NUMERO
                 IF WRK-CTR-ACHADO
                    PERFORM 0400-CONSULTAR
                 END-IF
              WHEN WRK-OPC-ALTERAR
                 PERFORM 0260-ALTERAR-ITEM
              WHEN WRK-OPC-PRORROGAR
                 PERFORM 0270-PRORROGAR
              WHEN WRK-OPC-ENCERRAR
                 PERFORM 0280-ENCERRAR
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-NOVO-CONTRATO           SECTION.
           PERFORM 0220-PEDIR-CLIENTE.
           IF NOT WRK-CLIENTE-OK
              GO TO 0210-NOVO-FIM
           END-IF.
           DISPLAY "INICIO DA VIGENCIA AAAAMMDD (0 = HOJE): "
             ACCEPT WRK-INICIO.
           IF WRK-INICIO EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-INICIO
           END-IF.
           IF WRK-INICIO(5:2) LESS 01 OR WRK-INICIO(5:2) GREATER 12
              OR WRK-INICIO(7:2) LESS 01
              OR WRK-INICIO(7:2) GREATER 31
              DISPLAY "DATA DE INICIO INVALIDA - CONTRATO NAO GRAVADO"
              GO TO 0210-NOVO-FIM
           END-IF.
           DISPLAY "FIM DA VIGENCIA AAAAMMDD (0 = UM ANO): "
             ACCEPT WRK-FIM.
           IF WRK-FIM EQUAL ZEROS
              CALL "DATAADD" USING WRK-INICIO WRK-DIAS-VIGENCIA
                                    WRK-FIM
           END-IF.
           IF WRK-FIM NOT GREATER WRK-INICIO
              OR WRK-FIM(5:2) LESS 01 OR WRK-FIM(5:2) GREATER 12
              OR WRK-FIM(7:2) LESS 01 OR WRK-FIM(7:2) GREATER 31
              DISPLAY "FIM DA VIGENCIA INVALIDO - CONTRATO NAO "
                      "GRAVADO"
              GO TO 0210-NOVO-FIM
           END-IF.
           DISPLAY "DIA DE FATURAMENTO (0 = DIA DO INICIO): "
             ACCEPT WRK-DIA-FAT.
           IF WRK-DIA-FAT EQUAL ZEROS
              MOVE WRK-INICIO(7:2) TO WRK-DIA-FAT
           END-IF.
           IF WRK-DIA-FAT GREATER 31
              DISPLAY "DIA DE FATURAMENTO INVALIDO - CONTRATO NAO "
                      "GRAVADO"
              GO TO 0210-NOVO-FIM
           END-IF.
           MOVE "N" TO WRK-SW-COND.
           PERFORM UNTIL WRK-COND-ACHADA
              DISPLAY "CONDICAO DE PAGAMENTO (0 = A VISTA): "
                ACCEPT WRK-CONDPAG
              IF WRK-CONDPAG EQUAL ZEROS
                 SET WRK-COND-ACHADA TO TRUE
              ELSE
                 MOVE WRK-CONDPAG TO COND-CODIGO
                 PERFORM 0135-BUSCAR-COND
                 IF NOT WRK-COND-ACHADA
                    DISPLAY "CONDICAO " WRK-CONDPAG
                            " NAO CADASTRADA NO CONDMANT"
                 END-IF
              END-IF
           END-PERFORM.
      *-------- INDICE DO REAJUSTE ANUAL (O PERCENTUAL DO ANO VEM DO
      *-------- CARTAO INDREAJ.txt DO CTRFAT); BRANCO = SEM REAJUSTE
           DISPLAY "INDICE DE REAJUSTE (EX. IPCA, IGPM; BRANCO = "
                   "SEM REAJUSTE): "
             ACCEPT WRK-INDICE.
           MOVE ZEROS TO WRK-MES-ANIV.
           IF WRK-INDICE NOT EQUAL SPACES
              DISPLAY "MES DE ANIVERSARIO (0 = MES DO INICIO): "
                ACCEPT WRK-MES-ANIV
              IF WRK-MES-ANIV EQUAL ZEROS
                 MOVE WRK-INICIO(5:2) TO WRK-MES-ANIV
              END-IF
              IF WRK-MES-ANIV GREATER 12
                 DISPLAY "MES DE ANIVERSARIO INVALIDO - CONTRATO NAO "
                         "GRAVADO"
                 GO TO 0210-NOVO-FIM
              END-IF
           END-IF.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-TOTAL.
           MOVE "N"   TO WRK-SW-FIM-ITENS.
           PERFORM 0230-PEDIR-ITEM UNTIL WRK-FIM-ITENS.
           IF WRK-QTD-ITENS EQUAL ZEROS
              DISPLAY "CONTRATO SEM ITENS - NAO GRAVADO"
              GO TO 0210-NOVO-FIM
           END-IF.
           MOVE WRK-TOTAL TO WRK-VALOR-ED.
           DISPLAY "VALOR MENSAL DO CONTRATO: " WRK-VALOR-ED.
           DISPLAY "CONFIRMA A GRAVACAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
              DISPLAY "CONTRATO NAO GRAVADO"
              GO TO 0210-NOVO-FIM
           END-IF.
           PERFORM 0240-GRAVAR-CONTRATO.
           PERFORM 0400-CONSULTAR.

       0210-NOVO-FIM.
           EXIT.

       0220-PEDIR-CLIENTE           SECTION.
      *--------------------------------------------------------------
      *-------- CONTRATO E SEMPRE DE CLIENTE CADASTRADO E ATIVO
      *-------- (EXCLUSAO LOGICA CONTA COMO NAO ENCONTRADO, IGUAL AO
      *-------- ORCMANT); ZERO DESISTE DO CONTRATO
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-CLIENTE.
           PERFORM UNTIL WRK-CLIENTE-OK
              DISPLAY "ID DO CLIENTE (0 = DESISTIR): "
                ACCEPT WRK-CLIENTE
              IF WRK-CLIENTE EQUAL ZEROS
                 GO TO 0220-PEDIR-FIM
              END-IF
              MOVE WRK-CLIENTE TO REG-ID
              READ CLIENTES
                INVALID KEY
                   DISPLAY "ID " WRK-CLIENTE " NAO ENCONTRADO"
                NOT INVALID KEY
                   IF REG-SIT-EXCLUIDO
                      DISPLAY "ID " WRK-CLIENTE " NAO ENCONTRADO"
                   ELSE
                      SET WRK-CLIENTE-OK TO TRUE
                      MOVE REG-NOME TO WRK-CLI-NOME
                      DISPLAY "CLIENTE: " REG-NOME
                   END-IF
              END-READ
           END-PERFORM.

       0220-PEDIR-FIM.
           EXIT.

       0230-PEDIR-ITEM              SECTION.
           IF WRK-QTD-ITENS EQUAL 30
              DISPLAY "CONTRATO COM 30 ITENS - FAZER OUTRO PARA O "
                      "RESTANTE"
              SET WRK-FIM-ITENS TO TRUE
              GO TO 0230-PEDIR-FIM
           END-IF.
           DISPLAY "CODIGO DO PRODUTO (0 = FIM DOS ITENS): "
             ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
              SET WRK-FIM-ITENS TO TRUE
              GO TO 0230-PEDIR-FIM
           END-IF.
           IF WRK-CODIGO EQUAL 9999
              DISPLAY "VALE-PRESENTE NAO ENTRA EM CONTRATO"
              GO TO 0230-PEDIR-FIM
           END-IF.
           MOVE WRK-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                DISPLAY "CODIGO " WRK-CODIGO " NAO CADASTRADO NO "
                        "PRODMANT"
                GO TO 0230-PEDIR-FIM
           END-READ.
      *-------- PRECO DO DIA COMO SUGESTAO (MODULO PRECODIA); O
      *-------- CONTRATO PODE TER PRECO NEGOCIADO PROPRIO
           MOVE PROD-PRECO TO WRK-PRECO-DIA.
           CALL "PRECODIA" USING WRK-CODIGO WRK-DATA-HOJE
                                  WRK-PRECO-DIA WRK-PRECO-FONTE.
           MOVE WRK-PRECO-DIA TO WRK-PRECO-ED.
           DISPLAY "PRODUTO: " PROD-DESCRICAO " PRECO DO DIA: "
                   WRK-PRECO-ED.
           DISPLAY "QUANTIDADE POR MES: "
             ACCEPT WRK-QTD.
           IF WRK-QTD EQUAL ZEROS
              MOVE 1 TO WRK-QTD
           END-IF.
           DISPLAY "PRECO CONTRATADO (0 = PRECO DO DIA): "
             ACCEPT WRK-PRECO.
           IF WRK-PRECO EQUAL ZEROS
              IF WRK-PRECO-FONTE EQUAL "P"
                 DISPLAY "PRECO DO DIA E PROMOCIONAL - INFORMAR O "
                         "PRECO CONTRATADO"
                 GO TO 0230-PEDIR-FIM
              END-IF
              MOVE WRK-PRECO-DIA TO WRK-PRECO
           END-IF.
           COMPUTE WRK-VALOR = WRK-QTD * WRK-PRECO
             ON SIZE ERROR
                DISPLAY "VALOR DO ITEM ACIMA DO LIMITE - ITEM RECUSADO"
                GO TO 0230-PEDIR-FIM
           END-COMPUTE.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE WRK-QTD-ITENS  TO WRK-IDX.
           MOVE WRK-CODIGO     TO WRK-ITE-PRODUTO(WRK-IDX).
           MOVE PROD-DESCRICAO TO WRK-ITE-DESCRICAO(WRK-IDX).
           MOVE WRK-QTD        TO WRK-ITE-QTD(WRK-IDX).
           MOVE WRK-PRECO      TO WRK-ITE-PRECO(WRK-IDX).
           ADD WRK-VALOR TO WRK-TOTAL.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "VALOR MENSAL DO ITEM: " WRK-VALOR-ED.

       0230-PEDIR-FIM.
           EXIT.

       0240-GRAVAR-CONTRATO         SECTION.
      *--------------------------------------------------------------
      *-------- O PROXIMO NUMERO E O MAIOR DO ARQUIVO MAIS UM, COMO
      *-------- NO ORCMANT; O CABECALHO E A LINHA 000 E OS ITENS AS
      *-------- LINHAS 001 EM DIANTE. O PRIMEIRO REAJUSTE E NO
      *-------- ANIVERSARIO DO ANO SEGUINTE AO INICIO
      *--------------------------------------------------------------
           MOVE 1 TO WRK-NUMERO.
           MOVE ZEROS TO CTR-CHAVE.
           START CONTRATO KEY GREATER CTR-CHAVE
             INVALID KEY
                CONTINUE
           END-START.
           IF FS-CONTRATO EQUAL 00
              READ CONTRATO NEXT
           END-IF.
           PERFORM UNTIL FS-CONTRATO NOT EQUAL 00
              COMPUTE WRK-NUMERO = CTR-NUMERO + 1
              READ CONTRATO NEXT
           END-PERFORM.
           MOVE SPACES          TO REG-CONTRATO.
           MOVE WRK-NUMERO      TO CTR-NUMERO.
           MOVE ZEROS           TO CTR-LINHA.
           MOVE WRK-CLIENTE     TO CTR-CLIENTE.
           MOVE WRK-INICIO      TO CTR-INICIO.
           MOVE WRK-FIM         TO CTR-FIM.
           MOVE WRK-DIA-FAT     TO CTR-DIA-FAT.
           MOVE WRK-CONDPAG     TO CTR-CONDPAG.
           MOVE WRK-INDICE      TO CTR-INDICE.
           MOVE WRK-MES-ANIV    TO CTR-MES-ANIV.
           MOVE ZEROS           TO CTR-ULT-FAT.
           MOVE WRK-INICIO(1:4) TO CTR-ULT-REAJ.
           SET CTR-ATIVO        TO TRUE.
           MOVE WRK-DATA-HOJE   TO CTR-DATA-SIT.
           MOVE WRK-OPERADOR    TO CTR-OPERADOR.
           WRITE REG-CONTRATO
             INVALID KEY
                MOVE "ERRO NA GRAVACAO DO CONTRATO " TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-WRITE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ITENS
              MOVE SPACES     TO REG-CONTRATO
              MOVE WRK-NUMERO TO CTR-NUMERO
              MOVE WRK-IDX    TO CTR-LINHA
              MOVE WRK-ITE-PRODUTO(WRK-IDX)   TO CTR-PRODUTO
              MOVE WRK-ITE-DESCRICAO(WRK-IDX) TO CTR-DESCRICAO
              MOVE WRK-ITE-QTD(WRK-IDX)       TO CTR-QTD
              MOVE WRK-ITE-PRECO(WRK-IDX)     TO CTR-PRECO
              WRITE REG-CONTRATO
                INVALID KEY
                   MOVE "ERRO NA GRAVACAO DO CONTRATO "
                     TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
              END-WRITE
           END-PERFORM.
           DISPLAY "CONTRATO " WRK-NUMERO " GRAVADO".
           MOVE "S" TO WRK-SW-ACHOU.

       0250-PEDIR-NUMERO            SECTION.
      *-------- LE O CABECALHO DO CONTRATO PEDIDO PELO OPERADOR
           MOVE "N" TO WRK-SW-ACHOU.
           DISPLAY "NUMERO DO CONTRATO: "
             ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CTR-NUMERO.
           MOVE ZEROS      TO CTR-LINHA.
           READ CONTRATO
             INVALID KEY
                DISPLAY "CONTRATO " WRK-NUMERO " NAO ENCONTRADO"
             NOT INVALID KEY
                SET WRK-CTR-ACHADO TO TRUE
           END-READ.

       0255-EXIGIR-ATIVO            SECTION.
      *-------- SO CONTRATO ATIVO ACEITA ALTERACAO; O CABECALHO LIDO
      *-------- FICA NO REGISTRO CORRENTE
           PERFORM 0250-PEDIR-NUMERO.
           IF WRK-CTR-ACHADO AND NOT CTR-ATIVO
              DISPLAY "CONTRATO " WRK-NUMERO " ENCERRADO EM "
                      CTR-DATA-SIT " - NAO PODE SER ALTERADO"
              MOVE "N" TO WRK-SW-ACHOU
           END-IF.

       0260-ALTERAR-ITEM            SECTION.
      *--------------------------------------------------------------
      *-------- NOVA QUANTIDADE E/OU NOVO PRECO DE UM ITEM; ZERO
      *-------- MANTEM O VALOR ATUAL. VALE A PARTIR DO PROXIMO
      *-------- FATURAMENTO
      *--------------------------------------------------------------
           PERFORM 0255-EXIGIR-ATIVO.
           IF NOT WRK-CTR-ACHADO
              GO TO 0260-ALTERAR-FIM
           END-IF.
           PERFORM 0400-CONSULTAR.
           DISPLAY "LINHA DO ITEM A ALTERAR (0 = DESISTIR): "
             ACCEPT WRK-LINHA.
           IF WRK-LINHA EQUAL ZEROS
              GO TO 0260-ALTERAR-FIM
           END-IF.
           MOVE WRK-NUMERO TO CTR-NUMERO.
           MOVE WRK-LINHA  TO CTR-LINHA.
           READ CONTRATO
             INVALID KEY
                DISPLAY "LINHA " WRK-LINHA " NAO EXISTE NO CONTRATO"
                GO TO 0260-ALTERAR-FIM
           END-READ.
           DISPLAY "NOVA QUANTIDADE (0 = MANTER " CTR-QTD "): "
             ACCEPT WRK-QTD.
           IF WRK-QTD EQUAL ZEROS
              MOVE CTR-QTD TO WRK-QTD
           END-IF.
           MOVE CTR-PRECO TO WRK-PRECO-ED.
           DISPLAY "NOVO PRECO (0 = MANTER " WRK-PRECO-ED "): "
             ACCEPT WRK-PRECO.
           IF WRK-PRECO EQUAL ZEROS
              MOVE CTR-PRECO TO WRK-PRECO
           END-IF.
           COMPUTE WRK-VALOR = WRK-QTD * WRK-PRECO
             ON SIZE ERROR
                DISPLAY "VALOR DO ITEM ACIMA DO LIMITE - NAO ALTERADO"
                GO TO 0260-ALTERAR-FIM
           END-COMPUTE.
           MOVE WRK-QTD   TO CTR-QTD.
           MOVE WRK-PRECO TO CTR-PRECO.
           REWRITE REG-CONTRATO
             INVALID KEY
                MOVE "ERRO NA REGRAVACAO DO CONTRATO" TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-REWRITE.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "ITEM " WRK-LINHA " ALTERADO - VALOR MENSAL "
                   WRK-VALOR-ED.

       0260-ALTERAR-FIM.
           EXIT.

       0270-PRORROGAR               SECTION.
           PERFORM 0255-EXIGIR-ATIVO.
           IF NOT WRK-CTR-ACHADO
              GO TO 0270-PRORROGAR-FIM
           END-IF.
           MOVE SPACES TO WRK-FIM-ED.
           STRING CTR-FIM(7:2) "/" CTR-FIM(5:2) "/" CTR-FIM(1:4)
                  DELIMITED BY SIZE INTO WRK-FIM-ED.
           DISPLAY "VIGENCIA ATUAL ATE " WRK-FIM-ED.
           DISPLAY "NOVO FIM DA VIGENCIA AAAAMMDD (0 = MAIS UM ANO): "
             ACCEPT WRK-FIM.
           IF WRK-FIM EQUAL ZEROS
              CALL "DATAADD" USING CTR-FIM WRK-DIAS-VIGENCIA
                                    WRK-FIM
           END-IF.
           IF WRK-FIM NOT GREATER CTR-FIM
              OR WRK-FIM(5:2) LESS 01 OR WRK-FIM(5:2) GREATER 12
              OR WRK-FIM(7:2) LESS 01 OR WRK-FIM(7:2) GREATER 31
              DISPLAY "NOVO FIM DEVE SER POSTERIOR AO ATUAL - NAO "
                      "PRORROGADO"
              GO TO 0270-PRORROGAR-FIM
           END-IF.
           MOVE WRK-FIM       TO CTR-FIM.
           MOVE WRK-DATA-HOJE TO CTR-DATA-SIT.
           MOVE WRK-OPERADOR  TO CTR-OPERADOR.
           REWRITE REG-CONTRATO
             INVALID KEY
                MOVE "ERRO NA REGRAVACAO DO CONTRATO" TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-REWRITE.
           MOVE SPACES TO WRK-FIM-ED.
           STRING CTR-FIM(7:2) "/" CTR-FIM(5:2) "/" CTR-FIM(1:4)
                  DELIMITED BY SIZE INTO WRK-FIM-ED.
           DISPLAY "CONTRATO " WRK-NUMERO " PRORROGADO ATE "
                   WRK-FIM-ED.

       0270-PRORROGAR-FIM.
           EXIT.

       0280-ENCERRAR                SECTION.
           PERFORM 0255-EXIGIR-ATIVO.
           IF NOT WRK-CTR-ACHADO
              GO TO 0280-ENCERRAR-FIM
           END-IF.
           DISPLAY "CONFIRMA O ENCERRAMENTO DO CONTRATO " WRK-NUMERO
                   " (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
              GO TO 0280-ENCERRAR-FIM
           END-IF.
           SET CTR-ENCERRADO  TO TRUE.
           MOVE WRK-DATA-HOJE TO CTR-DATA-SIT.
           MOVE WRK-OPERADOR  TO CTR-OPERADOR.
           REWRITE REG-CONTRATO
             INVALID KEY
                MOVE "ERRO NA REGRAVACAO DO CONTRATO" TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-REWRITE.
           DISPLAY "CONTRATO " WRK-NUMERO " ENCERRADO - NAO ENTRA "
                   "MAIS NO FATURAMENTO".

       0280-ENCERRAR-FIM.
           EXIT.

       0400-CONSULTAR               SECTION.
      *--------------------------------------------------------------
      *-------- MOSTRA O CABECALHO E OS ITENS COM O VALOR MENSAL;
      *-------- RELE O ARQUIVO, ENTAO SERVE PARA O CONTRATO
      *-------- RECEM-GRAVADO E PARA A CONSULTA
      *--------------------------------------------------------------
           MOVE WRK-NUMERO TO CTR-NUMERO.
           MOVE ZEROS      TO CTR-LINHA.
           READ CONTRATO
             INVALID KEY
                DISPLAY "CONTRATO " WRK-NUMERO " NAO ENCONTRADO"
                GO TO 0400-CONSULTAR-FIM
           END-READ.
           MOVE "(CLIENTE NAO CADASTRADO)" TO WRK-CLI-NOME.
           MOVE CTR-CLIENTE TO REG-ID.
           READ CLIENTES
             NOT INVALID KEY
                MOVE REG-NOME TO WRK-CLI-NOME
           END-READ.
           MOVE SPACES TO WRK-INICIO-ED WRK-FIM-ED.
           STRING CTR-INICIO(7:2) "/" CTR-INICIO(5:2) "/"
                  CTR-INICIO(1:4)
                  DELIMITED BY SIZE INTO WRK-INICIO-ED.
           STRING CTR-FIM(7:2) "/" CTR-FIM(5:2) "/" CTR-FIM(1:4)
                  DELIMITED BY SIZE INTO WRK-FIM-ED.
           DISPLAY "----------------------------------------".
           DISPLAY "CONTRATO " CTR-NUMERO " CLIENTE " CTR-CLIENTE
                   " " WRK-CLI-NOME.
           DISPLAY "VIGENCIA " WRK-INICIO-ED " A " WRK-FIM-ED
                   "  FATURA DIA " CTR-DIA-FAT
                   "  CONDICAO " CTR-CONDPAG.
           IF CTR-INDICE EQUAL SPACES
              DISPLAY "SEM REAJUSTE ANUAL"
           ELSE
              DISPLAY "REAJUSTE PELO " CTR-INDICE " NO MES "
                      CTR-MES-ANIV " - ULTIMO EM " CTR-ULT-REAJ
           END-IF.
           IF CTR-ULT-FAT EQUAL ZEROS
              DISPLAY "AINDA NAO FATURADO"
           ELSE
              DISPLAY "ULTIMA COMPETENCIA FATURADA " CTR-ULT-FAT(5:2)
                      "/" CTR-ULT-FAT(1:4)
           END-IF.
           IF CTR-ENCERRADO
              DISPLAY "*** CONTRATO ENCERRADO EM " CTR-DATA-SIT
                      " ***"
           ELSE
              IF CTR-FIM LESS WRK-DATA-HOJE
                 DISPLAY "*** VIGENCIA VENCIDA - PRORROGAR OU "
                         "ENCERRAR ***"
              END-IF
           END-IF.
           MOVE ZEROS TO WRK-TOTAL.
      *-------- ITENS: LINHAS 001 EM DIANTE DO MESMO NUMERO
           READ CONTRATO NEXT
           PERFORM UNTIL FS-CONTRATO NOT EQUAL 00
                      OR CTR-NUMERO NOT EQUAL WRK-NUMERO
              COMPUTE WRK-VALOR = CTR-QTD * CTR-PRECO
              ADD WRK-VALOR TO WRK-TOTAL
              MOVE CTR-QTD   TO WRK-QTD-ED
              MOVE CTR-PRECO TO WRK-PRECO-ED
              MOVE WRK-VALOR TO WRK-VALOR-ED
              DISPLAY CTR-LINHA " " CTR-PRODUTO " " CTR-DESCRICAO
                      " " WRK-QTD-ED " X " WRK-PRECO-ED " = "
                      WRK-VALOR-ED
              READ CONTRATO NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-CONTRATO.
           MOVE WRK-TOTAL TO WRK-VALOR-ED.
           DISPLAY "VALOR MENSAL DO CONTRATO.......... " WRK-VALOR-ED.

       0400-CONSULTAR-FIM.
           EXIT.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTRATO.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CONTRATO.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTRATO.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "CONDPAG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONDPAG.
