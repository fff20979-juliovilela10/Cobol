       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: EMISSAO E MANUTENCAO DE ORCAMENTOS DE VENDA PARA
      *           CLIENTE CADASTRADO (ORCAMENT.DAT, COPY ORCCOPY): O
      *           CABECALHO LEVA O CLIENTE (CLIENTES.DAT), A VALIDADE
      *           E A CONDICAO DE PAGAMENTO (CONDPAG.txt/CONDMANT); CADA
      *           ITEM SAI COM O PRECO VIGENTE NA DATA DO ORCAMENTO
      *           (MODULO PRECODIA) E O ORCAMENTO E IMPRESSO PELO
      *           RELPRINT PARA ENTREGAR AO CLIENTE - ACABA A PLANILHA
      *           REDIGITADA DEPOIS NA NOTA OU NO CAIXA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: VALIDADE PADRAO DE 10 DIAS (MODULO DATAADD);
      *              CONDICAO 00 = A VISTA. ATE 50 ITENS POR ORCAMENTO;
      *              O VALE-PRESENTE (9999) NAO ENTRA EM ORCAMENTO.
      *              SO ORCAMENTO ABERTO PODE SER CANCELADO. A
      *              CONVERSAO EM NOTA E O ORCCONV, EM VENDA NO CAIXA E
      *              O TIPO "O" DO EXCBL18, E O RELATORIO DE ABERTOS,
      *              VENCIDOS E CONVERTIDOS E O ORCREL
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ORCAMENT ASSIGN TO WRK-PATH-ORCAMENT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ORC-CHAVE
             FILE STATUS IS FS-ORCAMENT.

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
       FD  ORCAMENT.
       COPY "ORCCOPY.cpy".

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
       77  FS-ORCAMENT  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-CONDPAG   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ORCMANT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ORCAMENT.DAT".

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-NOVO         VALUE 1.
           88 WRK-OPC-IMPRIMIR     VALUE 2.
           88 WRK-OPC-CANCELAR     VALUE 3.
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
       77  WRK-VALIDADE      PIC 9(08) VALUE ZEROS.
       77  WRK-CONDPAG       PIC 9(02) VALUE ZEROS.
       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-QTD           PIC 9(05) VALUE ZEROS.
       77  WRK-PRECO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PRECO-FONTE   PIC X(01) VALUE SPACES.
       77  WRK-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SW-CLIENTE    PIC X(01) VALUE "N".
           88 WRK-CLIENTE-OK        VALUE "S".
       77  WRK-SW-FIM-ITENS  PIC X(01) VALUE "N".
           88 WRK-FIM-ITENS         VALUE "S".
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ORC-ACHADO        VALUE "S".

      *-------- VALIDADE PADRAO QUANDO O OPERADOR NAO INFORMA OS
      *-------- DIAS (MODULO DATAADD)
       77  WRK-DIAS-VALIDADE PIC S9(04) VALUE 10.
       77  WRK-DIAS          PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-CALC     PIC S9(04) VALUE ZEROS.

      *-------------- ITENS DO ORCAMENTO EM DIGITACAO ----------------
       77  WRK-QTD-ITENS     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-ITEM-ENTRY OCCURS 50 TIMES.
              10 WRK-ITE-PRODUTO   PIC 9(04).
              10 WRK-ITE-DESCRICAO PIC X(20).
              10 WRK-ITE-QTD       PIC 9(05).
              10 WRK-ITE-PRECO     PIC 9(05)V99.
              10 WRK-ITE-VALOR     PIC 9(09)V99.
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
       77  WRK-PRECO-ED      PIC ZZ.ZZ9,99.
       77  WRK-QTD-ED        PIC ZZZZ9.
       77  WRK-DATA-ED       PIC X(10) VALUE SPACES.
       77  WRK-VALID-ED      PIC X(10) VALUE SPACES.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ORCAMENT PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONDPAG  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
      *-------- QUEM ORCA SE IDENTIFICA, PARA O ORCAMENTO SAIR
      *-------- ASSINADO
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           CLOSE ORCAMENT CLIENTES PRODUTOS.
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- ARQUIVO DE ORCAMENTOS; SE AINDA NAO EXISTE, CRIA VAZIO
           OPEN I-O ORCAMENT.
           IF FS-ORCAMENT EQUAL 35
              OPEN OUTPUT ORCAMENT
              CLOSE ORCAMENT
              OPEN I-O ORCAMENT
           END-IF.
           IF FS-ORCAMENT NOT EQUAL 00
              MOVE "ORCAMENTOS NAO ABRIU          " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "CADASTRO DE CLIENTES NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "CLIENTES.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIENTES TO FS-ORCAMENT
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "CADASTRO DE PRODUTOS NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "PRODUTOS.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PRODUTOS TO FS-ORCAMENT
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
                      "ORCAMENTOS SO A VISTA"
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
           DISPLAY "ORCAMENTOS DE VENDA".
           DISPLAY "1 - NOVO ORCAMENTO".
           DISPLAY "2 - IMPRIMIR ORCAMENTO".
           DISPLAY "3 - CANCELAR ORCAMENTO".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-NOVO
                 PERFORM 0210-NOVO-ORCAMENTO
              WHEN WRK-OPC-IMPRIMIR
                 PERFORM 0250-PEDIR-NUMERO
                 IF WRK-ORC-ACHADO
                    PERFORM 0400-IMPRIMIR
                 END-IF
              WHEN WRK-OPC-CANCELAR
                 PERFORM 0260-CANCELAR
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-NOVO-ORCAMENTO          SECTION.
           PERFORM 0220-PEDIR-CLIENTE.
           IF NOT WRK-CLIENTE-OK
              GO TO 0210-NOVO-FIM
           END-IF.
           DISPLAY "VALIDADE EM DIAS (0 = 10 DIAS): "
             ACCEPT WRK-DIAS.
           IF WRK-DIAS EQUAL ZEROS
              MOVE WRK-DIAS-VALIDADE TO WRK-DIAS-CALC
           ELSE
              MOVE WRK-DIAS TO WRK-DIAS-CALC
           END-IF.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-CALC
                                 WRK-VALIDADE.
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
           MOVE ZEROS TO WRK-QTD-ITENS WRK-TOTAL.
           MOVE "N"   TO WRK-SW-FIM-ITENS.
           PERFORM 0230-PEDIR-ITEM UNTIL WRK-FIM-ITENS.
           IF WRK-QTD-ITENS EQUAL ZEROS
              DISPLAY "ORCAMENTO SEM ITENS - NAO GRAVADO"
              GO TO 0210-NOVO-FIM
           END-IF.
           PERFORM 0240-GRAVAR-ORCAMENTO.
           PERFORM 0400-IMPRIMIR.

       0210-NOVO-FIM.
           EXIT.

       0220-PEDIR-CLIENTE           SECTION.
      *--------------------------------------------------------------
      *-------- ORCAMENTO E SEMPRE PARA CLIENTE CADASTRADO E ATIVO
      *-------- (EXCLUSAO LOGICA CONTA COMO NAO ENCONTRADO, IGUAL AO
      *-------- ARQ005); ZERO DESISTE DO ORCAMENTO
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
           IF WRK-QTD-ITENS EQUAL 50
              DISPLAY "ORCAMENTO COM 50 ITENS - FAZER OUTRO PARA O "
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
              DISPLAY "VALE-PRESENTE NAO ENTRA EM ORCAMENTO"
              GO TO 0230-PEDIR-FIM
           END-IF.
           MOVE WRK-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                DISPLAY "CODIGO " WRK-CODIGO " NAO CADASTRADO NO "
                        "PRODMANT"
                GO TO 0230-PEDIR-FIM
           END-READ.
      *-------- PRECO VIGENTE NA DATA DO ORCAMENTO: TABELA E PROMOCAO
      *-------- DO TABPRECO.txt GANHAM DO CADASTRO (MODULO PRECODIA)
           MOVE PROD-PRECO TO WRK-PRECO.
           CALL "PRECODIA" USING WRK-CODIGO WRK-DATA-HOJE
                                  WRK-PRECO WRK-PRECO-FONTE.
           MOVE WRK-PRECO TO WRK-PRECO-ED.
           DISPLAY "PRODUTO: " PROD-DESCRICAO " PRECO: " WRK-PRECO-ED.
           IF WRK-PRECO-FONTE EQUAL "P"
              DISPLAY "ATENCAO: PRECO PROMOCIONAL - VALE SO DENTRO "
                      "DO PERIODO DA PROMOCAO"
           END-IF.
           DISPLAY "QUANTIDADE: "
             ACCEPT WRK-QTD.
           IF WRK-QTD EQUAL ZEROS
              MOVE 1 TO WRK-QTD
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
           MOVE WRK-VALOR      TO WRK-ITE-VALOR(WRK-IDX).
           ADD WRK-VALOR TO WRK-TOTAL.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "VALOR DO ITEM: " WRK-VALOR-ED.

       0230-PEDIR-FIM.
           EXIT.

       0240-GRAVAR-ORCAMENTO        SECTION.
      *--------------------------------------------------------------
      *-------- O PROXIMO NUMERO E O MAIOR DO ARQUIVO MAIS UM, COMO
      *-------- NO PEDCOMP; O CABECALHO E A LINHA 000 E OS ITENS AS
      *-------- LINHAS 001 EM DIANTE
      *--------------------------------------------------------------
           MOVE 1 TO WRK-NUMERO.
           MOVE ZEROS TO ORC-CHAVE.
           START ORCAMENT KEY GREATER ORC-CHAVE
             INVALID KEY
                CONTINUE
           END-START.
           IF FS-ORCAMENT EQUAL 00
              READ ORCAMENT NEXT
           END-IF.
           PERFORM UNTIL FS-ORCAMENT NOT EQUAL 00
              COMPUTE WRK-NUMERO = ORC-NUMERO + 1
              READ ORCAMENT NEXT
           END-PERFORM.
           MOVE SPACES        TO REG-ORCAMENT.
           MOVE WRK-NUMERO    TO ORC-NUMERO.
           MOVE ZEROS         TO ORC-LINHA.
           MOVE WRK-CLIENTE   TO ORC-CLIENTE.
           MOVE WRK-DATA-HOJE TO ORC-DATA.
           MOVE WRK-VALIDADE  TO ORC-VALIDADE.
           MOVE WRK-CONDPAG   TO ORC-CONDPAG.
           MOVE WRK-TOTAL     TO ORC-TOTAL.
           SET ORC-ABERTO     TO TRUE.
           MOVE ZEROS         TO ORC-DATA-CONV ORC-DOCUMENTO.
           MOVE WRK-OPERADOR  TO ORC-OPERADOR.
           WRITE REG-ORCAMENT
             INVALID KEY
                MOVE "ERRO NA GRAVACAO DO ORCAMENTO" TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-WRITE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ITENS
              MOVE SPACES     TO REG-ORCAMENT
              MOVE WRK-NUMERO TO ORC-NUMERO
              MOVE WRK-IDX    TO ORC-LINHA
              MOVE WRK-ITE-PRODUTO(WRK-IDX)   TO ORC-PRODUTO
              MOVE WRK-ITE-DESCRICAO(WRK-IDX) TO ORC-DESCRICAO
              MOVE WRK-ITE-QTD(WRK-IDX)       TO ORC-QTD
              MOVE WRK-ITE-PRECO(WRK-IDX)     TO ORC-PRECO
              MOVE WRK-ITE-VALOR(WRK-IDX)     TO ORC-VALOR
              WRITE REG-ORCAMENT
                INVALID KEY
                   MOVE "ERRO NA GRAVACAO DO ORCAMENTO"
                     TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
              END-WRITE
           END-PERFORM.
           MOVE WRK-TOTAL TO WRK-VALOR-ED.
           DISPLAY "ORCAMENTO " WRK-NUMERO " GRAVADO - TOTAL "
                   WRK-VALOR-ED.
           MOVE "S" TO WRK-SW-ACHOU.

       0250-PEDIR-NUMERO            SECTION.
      *-------- LE O CABECALHO DO ORCAMENTO PEDIDO PELO OPERADOR
           MOVE "N" TO WRK-SW-ACHOU.
           DISPLAY "NUMERO DO ORCAMENTO: "
             ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO ORC-NUMERO.
           MOVE ZEROS      TO ORC-LINHA.
           READ ORCAMENT
             INVALID KEY
                DISPLAY "ORCAMENTO " WRK-NUMERO " NAO ENCONTRADO"
             NOT INVALID KEY
                SET WRK-ORC-ACHADO TO TRUE
                MOVE ORC-CLIENTE  TO WRK-CLIENTE
                MOVE ORC-VALIDADE TO WRK-VALIDADE
                MOVE ORC-CONDPAG  TO WRK-CONDPAG
                MOVE ORC-TOTAL    TO WRK-TOTAL
           END-READ.

       0260-CANCELAR                SECTION.
           PERFORM 0250-PEDIR-NUMERO.
           IF NOT WRK-ORC-ACHADO
              GO TO 0260-CANCELAR-FIM
           END-IF.
           IF NOT ORC-ABERTO
              DISPLAY "ORCAMENTO " WRK-NUMERO " NAO ESTA ABERTO - "
                      "SITUACAO " ORC-SITUACAO
              GO TO 0260-CANCELAR-FIM
           END-IF.
           SET ORC-CANCELADO TO TRUE.
           MOVE WRK-DATA-HOJE TO ORC-DATA-CONV.
           REWRITE REG-ORCAMENT
             INVALID KEY
                MOVE "ERRO NA REGRAVACAO DO ORCAM.  " TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-REWRITE.
           DISPLAY "ORCAMENTO " WRK-NUMERO " CANCELADO".

       0260-CANCELAR-FIM.
           EXIT.

       0400-IMPRIMIR                SECTION.
      *--------------------------------------------------------------
      *-------- IMPRIME O ORCAMENTO PELO RELPRINT: CABECALHO COM
      *-------- CLIENTE, EMISSAO, VALIDADE E CONDICAO, UMA LINHA POR
      *-------- ITEM E O TOTAL. RELE O ARQUIVO, ENTAO SERVE TANTO
      *-------- PARA O ORCAMENTO RECEM-GRAVADO QUANTO PARA A SEGUNDA
      *-------- VIA
      *--------------------------------------------------------------
           MOVE WRK-NUMERO TO ORC-NUMERO.
           MOVE ZEROS      TO ORC-LINHA.
           READ ORCAMENT
             INVALID KEY
                DISPLAY "ORCAMENTO " WRK-NUMERO " NAO ENCONTRADO"
                GO TO 0400-IMPRIMIR-FIM
           END-READ.
           MOVE "(CLIENTE NAO CADASTRADO)" TO WRK-CLI-NOME.
           MOVE ORC-CLIENTE TO REG-ID.
           READ CLIENTES
             NOT INVALID KEY
                MOVE REG-NOME TO WRK-CLI-NOME
           END-READ.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "ORCAMENTO DE VENDA " WRK-NUMERO
                  DELIMITED BY SIZE INTO WRK-REL-TITULO.
           MOVE SPACES      TO WRK-REL-COLUNAS.
           MOVE "PRODUTO"   TO WRK-REL-COLUNAS(1:7).
           MOVE "QTD"       TO WRK-REL-COLUNAS(29:3).
           MOVE "PRECO"     TO WRK-REL-COLUNAS(38:5).
           MOVE "VALOR"     TO WRK-REL-COLUNAS(55:5).
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "CLIENTE " ORC-CLIENTE " " WRK-CLI-NOME
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-DATA-ED WRK-VALID-ED.
           STRING ORC-DATA(7:2) "/" ORC-DATA(5:2) "/" ORC-DATA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-ED.
           STRING ORC-VALIDADE(7:2) "/" ORC-VALIDADE(5:2) "/"
                  ORC-VALIDADE(1:4)
                  DELIMITED BY SIZE INTO WRK-VALID-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "EMITIDO EM " WRK-DATA-ED
                  "  VALIDO ATE " WRK-VALID-ED
                  "  POR " ORC-OPERADOR
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           IF ORC-CONDPAG EQUAL ZEROS
              MOVE "CONDICAO DE PAGAMENTO: A VISTA" TO WRK-REL-LINHA
           ELSE
              MOVE ORC-CONDPAG TO COND-CODIGO
              PERFORM 0135-BUSCAR-COND
              IF WRK-COND-ACHADA
                 STRING "CONDICAO DE PAGAMENTO: " ORC-CONDPAG " - "
                        WRK-COND-PARCELAS(WRK-IDX-COND)
                        " PARCELA(S) A CADA "
                        WRK-COND-INTERVALO(WRK-IDX-COND) " DIAS"
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
              ELSE
                 STRING "CONDICAO DE PAGAMENTO: " ORC-CONDPAG
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
              END-IF
           END-IF.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF NOT ORC-ABERTO
              MOVE SPACES TO WRK-REL-LINHA
              IF ORC-CONVERTIDO
                 STRING "*** ORCAMENTO JA CONVERTIDO - DOCUMENTO "
                        ORC-DOCUMENTO " ***"
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
              ELSE
                 MOVE "*** ORCAMENTO CANCELADO ***" TO WRK-REL-LINHA
              END-IF
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           MOVE ORC-TOTAL TO WRK-TOTAL.
      *-------- ITENS: LINHAS 001 EM DIANTE DO MESMO NUMERO
           READ ORCAMENT NEXT
           PERFORM UNTIL FS-ORCAMENT NOT EQUAL 00
                      OR ORC-NUMERO NOT EQUAL WRK-NUMERO
              MOVE ORC-QTD   TO WRK-QTD-ED
              MOVE ORC-PRECO TO WRK-PRECO-ED
              MOVE ORC-VALOR TO WRK-VALOR-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING ORC-PRODUTO " " ORC-DESCRICAO "   " WRK-QTD-ED
                     "   " WRK-PRECO-ED "   " WRK-VALOR-ED
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
              READ ORCAMENT NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-ORCAMENT.
           MOVE "T" TO WRK-REL-OPERACAO.
           MOVE WRK-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TOTAL DO ORCAMENTO........................"
                  WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0400-IMPRIMIR-FIM.
           EXIT.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ORCAMENT.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ORCAMENT.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ORCAMENT.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "CONDPAG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONDPAG.
