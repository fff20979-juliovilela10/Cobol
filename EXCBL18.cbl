      *                 RESGATE SO ACONTECE DEPOIS DA LINHA GRAVADA -
      *                 VENDA BLOQUEADA PELO LIMITE DE CREDITO NAO
      *                 LEVA MAIS OS PONTOS DO CLIENTE
      * 15/10/2026 JV - PIX ACEITO COMO TERCEIRO MEIO DE PAGAMENTO
      *                 ("P"), GRAVADO NO DETALHE EM DET-PAG-PIX - NAO
      *                 SE REGISTRA MAIS PIX COMO CARTAO
      * 15/10/2026 JV - CUPOM POR ATENDIMENTO: A PRIMEIRA LINHA ABRE
      *                 UM CUPOM COM NUMERO DIARIO (MAIOR DET-CUPOM DO
      *                 DETALHE DE HOJE + 1), CARIMBADO EM TODAS AS
      *                 LINHAS E ESTORNOS DELE; O CLIENTE E PEDIDO SO
      *                 NA ABERTURA E O MEIO DE PAGAMENTO EM BRANCO
      *                 REPETE O DA LINHA ANTERIOR. NO FECHAMENTO DO
      *                 CUPOM SAI A VIA DO CLIENTE PELO RELPRINT
      *                 (MODULO CUPIMPR); A SEGUNDA VIA E O CUPREIMP
      * 15/10/2026 JV - PRECOS DO DIA (MODULO PRECMEM) E REFERENCIA DE
      *                 BARRAS CARREGADOS EM MEMORIA NA ABERTURA DO
      *                 CAIXA, NO LUGAR DE VARRER O TABPRECO.txt E LER
      *                 O BARRAS.DAT A CADA BIPE; O TIPO "R" RECARREGA
      *                 AS DUAS TABELAS QUANDO O PRECMANT MUDA ALGO NO
      *                 MEIO DO DIA. EAN QUE NAO ESTA NA TABELA AINDA
      *                 E PROCURADO NO ARQUIVO (BARRA NOVA DO DIA)
      * 15/10/2026 JV - VALE-PRESENTE (VALEPRES.DAT): O CODIGO 9999 E
      *                 A EMISSAO (VALOR DIGITADO, NUMERO SEQUENCIAL,
      *                 VALIDADE DE 365 DIAS, SEM ESTOQUE E SEM PONTOS)
      *                 E O MEIO DE PAGAMENTO "V" RESGATA DO SALDO DO
      *                 VALE, QUE PODE SER USADO EM VARIAS COMPRAS ATE
      *                 ZERAR. ESTORNO DA EMISSAO CANCELA O VALE AINDA
      *                 NAO USADO E ESTORNO PAGO EM "V" DEVOLVE AO
      *                 SALDO DO VALE
      * 15/10/2026 JV - EAN DE EMBALAGEM (BAR-QTD-EMB): A QUANTIDADE
      *                 DIGITADA E DE EMBALAGENS E A LINHA SAI NA
      *                 UNIDADE BASE (QUANTIDADE X EMBALAGEM) PARA O
      *                 VALOR, A BAIXA DE ESTOQUE E O KARDEX; O
      *                 DETALHE GUARDA A EMBALAGEM E O EAN PARA O CUPOM
      * 15/10/2026 JV - KITS (KITS.DAT, MANTIDO NO KITMANT): O KIT SAI
      *                 COMO UMA LINHA SO, COM O PRECO DO CADASTRO, E A
      *                 VENDA OU O ESTORNO MOVIMENTA A FICHA, OS LOTES E
      *                 O KARDEX DE CADA COMPONENTE (QUANTIDADE DA
      *                 LINHA X QUANTIDADE POR KIT), COM O CODIGO DO
      *                 KIT NO DOCUMENTO DO KARDEX. FALTA DE QUALQUER
      *                 COMPONENTE RECUSA A LINHA, SEM ENCOMENDA
      * 15/10/2026 JV - COMPRA DE FUNCIONARIO DESCONTADA EM FOLHA COMO
      *                 MEIO DE PAGAMENTO ("F"): PEDE O CODIGO DO
      *                 FUNCIONARIO (REG-CODIGO DO ARQFUNC), CONFERE NO
      *                 MODULO CONSCHK SE ESTA ATIVO E SE A LINHA CABE
      *                 NO TETO DO MES (PERCENTUAL DO SALARIO, CARTAO
      *                 CONSPAR.txt) E GRAVA A LINHA NO LIVRO
      *                 CONSFUNC_AAAAMM.txt, QUE O FOLHAVAR DESCONTA NA
      *                 FOLHA DO MES. ESTORNO PAGO COM "F" GRAVA "E" NO
      *                 LIVRO E ABATE DO MES, SEM OLHAR O TETO
      * 15/10/2026 JV - VENDA DE ORCAMENTO (TIPO "O"): NUM CUPOM AINDA
      *                 SEM LINHAS O OPERADOR INFORMA UM ORCAMENTO
      *                 ABERTO E DENTRO DA VALIDADE (ORCAMENT.DAT,
      *                 ORCMANT) E O CAIXA PASSA OS ITENS UM A UM COM A
      *                 QUANTIDADE E O PRECO ORCADOS, PARA O CLIENTE DO
      *                 ORCAMENTO, SEM DESCONTO NA LINHA; NO FECHAMENTO
      *                 DO CUPOM O ORCAMENTO FICA CONVERTIDO COM O
      *                 NUMERO DO CUPOM
      * 15/10/2026 JV - PAGAMENTO NA ENTREGA ("R", SO PARA CLIENTE
      *                 IDENTIFICADO): A LINHA SEMPRE GERA A ORDEM DE
      *                 ENTREGA, QUE LEVA O VALOR A COBRAR PARA O
      *                 ROMANEIO (ROMMONT) E PARA O ACERTO (ROMACERT)
      * 15/10/2026 JV - ORDEM DE ENTREGA UMA POR CUPOM: A PERGUNTA E
      *                 FEITA UMA VEZ SO, O VALOR PAGO NA ENTREGA SOMA
      *                 AS LINHAS "R" DO CUPOM (ESTORNO "R" ABATE) E
      *                 A ORDEM E GRAVADA NO FECHAMENTO DO CUPOM
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             RECORD KEY IS LOT-CHAVE
             FILE STATUS IS FS-LOTES.

           SELECT VALEPRES ASSIGN TO WRK-PATH-VALEPRES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VP-NUMERO
             FILE STATUS IS FS-VALEPRES.

           SELECT KITS ASSIGN TO WRK-PATH-KITS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KIT-CHAVE
             FILE STATUS IS FS-KITS.

           SELECT CONSFUNC ASSIGN TO WRK-CONSFUNC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONSFUNC.

           SELECT ORCAMENT ASSIGN TO WRK-PATH-ORCAMENT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ORC-CHAVE
             FILE STATUS IS FS-ORCAMENT.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDASDET.
       FD  LOTES.
       COPY "LOTCOPY.cpy".

       FD  VALEPRES.
       COPY "VALECOPY.cpy".

       FD  KITS.
       COPY "KITCOPY.cpy".

       FD  CONSFUNC.
       COPY "CONSCOPY.cpy".

       FD  ORCAMENT.
       COPY "ORCCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  WRK-CODPROD      PIC     9(04)      VALUE ZEROS.
           88 WRK-PROD-VALE              VALUE 9999.
       77  WRK-PRODUTO      PIC     X(20)      VALUE SPACES.
       77  WRK-VALOR        PIC     9(05)V99   VALUE ZEROS.
       77  FS-PRODUTOS      PIC     9(02)      VALUE ZEROS.
           88 WRK-CONTINUA-VENDAS   VALUE "S" "s".

       77  WRK-PAGAMENTO    PIC X(01) VALUE SPACES.
           88 WRK-PAG-VALIDO        VALUE "D" "C" "P" "V" "F" "R".
           88 WRK-PAG-VALE          VALUE "V".
           88 WRK-PAG-FOLHA         VALUE "F".
           88 WRK-PAG-ENTREGA       VALUE "R".
       77  WRK-PAG-ANTERIOR PIC X(01) VALUE SPACES.

      *-------------- COMPRA DE FUNCIONARIO EM FOLHA (MODULO CONSCHK)
       77  FS-CONSFUNC      PIC 9(02) VALUE ZEROS.
       77  WRK-FUNCIONARIO  PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-ANTERIOR PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-NOME    PIC X(20) VALUE SPACES.
       77  WRK-FUNC-VALOR   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-FUNC-TETO    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-FUNC-USADO   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-FUNC-ED      PIC Z.ZZZ.ZZ9,99.
       77  WRK-SW-FUNC      PIC X(01) VALUE SPACES.
           88 WRK-FUNC-DENTRO-TETO  VALUE "S".
           88 WRK-FUNC-INVALIDO     VALUE "I".
       77  WRK-SW-FOLHA     PIC X(01) VALUE "N".
           88 WRK-FOLHA-OK          VALUE "S".
       01  WRK-CONSFUNC-PATH PIC X(60) VALUE SPACES.

      *-------------- VENDA DE ORCAMENTO (ORCAMENT.DAT DO ORCMANT) ----
       77  FS-ORCAMENT      PIC 9(02) VALUE ZEROS.
       77  WRK-SW-ORCAMENT  PIC X(01) VALUE "N".
           88 WRK-ORCAMENT-ABERTO   VALUE "S".
       77  WRK-ORC-NUMERO   PIC 9(06) VALUE ZEROS.
       77  WRK-ORC-CLIENTE  PIC 9(04) VALUE ZEROS.
       77  WRK-ORC-QTD-ITENS PIC 9(02) VALUE ZEROS.
       77  WRK-ORC-IDX      PIC 9(02) VALUE ZEROS.
       77  WRK-ORC-VENDIDOS PIC 9(02) VALUE ZEROS.
       77  WRK-SW-ORC       PIC X(01) VALUE "N".
           88 WRK-ORC-EM-CURSO      VALUE "S".
       77  WRK-SW-LINHA-ORC PIC X(01) VALUE "N".
           88 WRK-LINHA-DO-ORC      VALUE "S".
       01  WRK-TAB-ORC.
           05 WRK-TOR-ENTRY OCCURS 50 TIMES.
              10 WRK-TOR-PRODUTO PIC 9(04).
              10 WRK-TOR-QTD     PIC 9(05).
              10 WRK-TOR-PRECO   PIC 9(05)V99.

      *-------------- KITS / CESTAS (KITS.DAT DO KITMANT) ------------
       77  FS-KITS          PIC 9(02) VALUE ZEROS.
       77  WRK-SW-KITS      PIC X(01) VALUE "N".
           88 WRK-KITS-ABERTO       VALUE "S".
       77  WRK-KIT-QTD      PIC 9(02) VALUE ZEROS.
           88 WRK-E-KIT             VALUE 1 THRU 20.
       77  WRK-KIT-IDX      PIC 9(02) VALUE ZEROS.
       77  WRK-KIT-CODPROD  PIC 9(04) VALUE ZEROS.
       77  WRK-KIT-QTD-LINHA PIC 9(03) VALUE ZEROS.
       77  WRK-KIT-NECESS   PIC 9(03) VALUE ZEROS.
      *-------- DOCUMENTO DO KARDEX: CODIGO DO KIT NA BAIXA DOS
      *-------- COMPONENTES, ZERO NA VENDA AVULSA
       77  WRK-KIT-DOCTO    PIC 9(09) VALUE ZEROS.
       01  WRK-TAB-KIT.
           05 WRK-TKT-ENTRY OCCURS 20 TIMES.
              10 WRK-TKT-COMPONENTE PIC 9(04).
              10 WRK-TKT-QTD        PIC 9(03).

      *-------------- VALE-PRESENTE (VALEPRES.DAT) -------------------
       77  FS-VALEPRES      PIC 9(02) VALUE ZEROS.
       77  WRK-SW-VALEPRES  PIC X(01) VALUE "N".
           88 WRK-VALEPRES-ABERTO   VALUE "S".
       77  WRK-VALE-MOV     PIC X(01) VALUE SPACES.
           88 WRK-VALE-EMISSAO      VALUE "E".
           88 WRK-VALE-RESGATE      VALUE "R".
           88 WRK-VALE-DEVOLUCAO    VALUE "D".
           88 WRK-VALE-CANCELA      VALUE "C".
       77  WRK-VALE-NUMERO  PIC 9(08) VALUE ZEROS.
       77  WRK-VALE-ANTERIOR PIC 9(08) VALUE ZEROS.
       77  WRK-VALE-DIAS    PIC S9(04) VALUE 365.
       77  WRK-VALE-VALIDADE PIC 9(08) VALUE ZEROS.
       77  WRK-VALE-ED      PIC ZZ.ZZ9,99.
       77  WRK-SW-VALE-OK   PIC X(01) VALUE "N".
           88 WRK-VALE-OK           VALUE "S".

      *-------------- CUPOM DO ATENDIMENTO (MODULO CUPIMPR) ----------
       77  WRK-CUPOM        PIC 9(06) VALUE ZEROS.
       77  WRK-SW-CUPOM     PIC X(01) VALUE "N".
           88 WRK-CUPOM-ABERTO      VALUE "S".
       77  WRK-CUP-LINHAS   PIC 9(03) VALUE ZEROS.
       77  WRK-CUP-RESGATE  PIC 9(09) VALUE ZEROS.
       77  WRK-CUP-SALDO    PIC S9(09) VALUE ZEROS.
       77  WRK-CUP-VIA      PIC X(01) VALUE "O".
       77  WRK-SW-CUP-ACHOU PIC X(01) VALUE "N".
       77  WRK-SW-MAIS-ITENS PIC X(01) VALUE "N".
           88 WRK-MAIS-ITENS        VALUE "S" "s".

       77  WRK-TIPO-MOV     PIC X(01) VALUE SPACES.
           88 WRK-TIPO-VALIDO       VALUE "V" "E".
           88 WRK-MOV-ESTORNO        VALUE "E".
           88 WRK-MOV-RECARGA        VALUE "R" "r".
           88 WRK-MOV-ORCAMENTO      VALUE "O" "o".
       77  WRK-VALOR-ORIG   PIC     9(05)V99   VALUE ZEROS.
       77  WRK-QTD          PIC     9(03)      VALUE ZEROS.
       77  WRK-QTD-ORIG     PIC     9(03)      VALUE ZEROS.
      *-------- EMBALAGEM DO EAN BIPADO (1 = UNIDADE / CODIGO CURTO)
       77  WRK-EMB-QTD      PIC     9(04)      VALUE 1.
       77  WRK-EMB-EAN      PIC     9(13)      VALUE ZEROS.
       77  WRK-EMB-QTD-ORIG PIC     9(04)      VALUE 1.
       77  WRK-EMB-EAN-ORIG PIC     9(13)      VALUE ZEROS.
       77  WRK-PRECO-UNIT   PIC     9(05)V99   VALUE ZEROS.

      *-------------- LEITOR DE BARRAS (BARRAS.DAT / BARRLOG) --------
       77  WRK-SW-ENTRADA   PIC X(01) VALUE "N".
           88 WRK-ENTRADA-RESOLVIDA   VALUE "S".

      *--------------------------------------------------------------
      *-------- REFERENCIA DE BARRAS EM MEMORIA, NA ORDEM DO EAN (A
      *-------- MESMA DA CHAVE DO BARRAS.DAT), PARA A BUSCA BINARIA
      *--------------------------------------------------------------
       77  WRK-BAR-QTD      PIC 9(04) VALUE ZEROS.
       77  WRK-SW-BAR-ACHOU PIC X(01) VALUE "N".
           88 WRK-BAR-ACHADO          VALUE "S".
       77  WRK-SW-BAR-CHEIA PIC X(01) VALUE "N".
           88 WRK-BAR-TAB-CHEIA       VALUE "S".
       01  WRK-TAB-BARRAS.
           05 WRK-TBR-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WRK-BAR-QTD
                            ASCENDING KEY IS WRK-TBR-EAN
                            INDEXED BY WRK-IDX-BAR.
              10 WRK-TBR-EAN     PIC 9(13).
              10 WRK-TBR-PRODUTO PIC 9(04).
              10 WRK-TBR-QTD-EMB PIC 9(04).

      *-------------- PRECO VIGENTE NA DATA (MODULO PRECODIA) --------
       77  WRK-PRECO-FONTE  PIC X(01) VALUE "C".
           88 WRK-PRECO-PROMOCAO       VALUE "P".
           88 WRK-PRECO-TABELA         VALUE "R".
       77  WRK-PRC-OPERACAO PIC X(01) VALUE SPACES.

      *-------------- DESCONTO NA LINHA (CARTAO DESCPAR.txt) ---------
       77  FS-DESCPAR       PIC 9(02) VALUE ZEROS.

      *-------------- ORDEM DE ENTREGA (ENTREGAS.txt) ----------------
       77  FS-ENTREGAS      PIC 9(02) VALUE ZEROS.
      *-------- UMA ORDEM POR CUPOM: BRANCO = AINDA NAO PERGUNTADO
       77  WRK-SW-ENTREGA   PIC X(01) VALUE SPACES.
           88 WRK-QUER-ENTREGA      VALUE "S" "s".
       77  WRK-ENT-PROXIMO  PIC 9(06) VALUE ZEROS.
       77  WRK-ENT-COBRAR   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CLI-NOME     PIC X(20) VALUE SPACES.
       77  WRK-CLI-LOGRAD   PIC X(30) VALUE SPACES.
       77  WRK-CLI-NUM-END  PIC X(06) VALUE SPACES.
       01  WRK-PATH-ENTREGAS PIC X(60) VALUE SPACES.
       01  WRK-PATH-BACKORD  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOTES    PIC X(60) VALUE SPACES.
       01  WRK-PATH-VALEPRES PIC X(60) VALUE SPACES.
       01  WRK-PATH-KITS     PIC X(60) VALUE SPACES.
       01  WRK-PATH-ORCAMENT PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
              DISPLAY "SALDO DE PONTOS INDISPONIVEL - VENDAS SEM "
                      "FIDELIDADE"
           END-IF.
      *-------- VALES-PRESENTE: CRIADO VAZIO NA PRIMEIRA EXECUCAO
           OPEN I-O VALEPRES.
           IF FS-VALEPRES EQUAL 35
              OPEN OUTPUT VALEPRES
              CLOSE VALEPRES
              OPEN I-O VALEPRES
           END-IF.
           IF FS-VALEPRES EQUAL 00
              SET WRK-VALEPRES-ABERTO TO TRUE
           ELSE
              DISPLAY "ARQUIVO DE VALES-PRESENTE INDISPONIVEL - SEM "
                      "EMISSAO E SEM RESGATE DE VALE"
           END-IF.
      *-------- COMPOSICAO DOS KITS: SEM O ARQUIVO TODO PRODUTO E
      *-------- VENDIDO AVULSO
           OPEN INPUT KITS.
           IF FS-KITS EQUAL 00
              SET WRK-KITS-ABERTO TO TRUE
           END-IF.
      *-------- ORCAMENTOS: SEM O ARQUIVO NAO HA VENDA DE ORCAMENTO
           OPEN I-O ORCAMENT.
           IF FS-ORCAMENT EQUAL 00
              SET WRK-ORCAMENT-ABERTO TO TRUE
           END-IF.
      *-------- PRECOS DO DIA E REFERENCIA CRUZADA DE BARRAS EM
      *-------- MEMORIA; SEM O BARRAS.DAT O CAIXA SO ACEITA O CODIGO
      *-------- CURTO
           PERFORM 0060-CARREGAR-TABELAS.
      *-------- TETO DE DESCONTO DO OPERADOR COMUM (CARTAO
      *-------- DESCPAR.txt, "DESCM" + PERCENTUAL); SEM CARTAO O
      *-------- TETO E ZERO E TODO DESCONTO EXIGE SUPERVISOR
       0050-ABRIR-FIM.
           EXIT.

       0060-CARREGAR-TABELAS        SECTION.
      *--------------------------------------------------------------
      *-------- PRECOS DA DATA (TABELA E PROMOCAO, MODULO PRECMEM) E
      *-------- REFERENCIA DE BARRAS EM MEMORIA. CHAMADO NA ABERTURA
      *-------- E PELO TIPO "R" (RECARGA DEPOIS DE MUDANCA NO
      *-------- PRECMANT OU NO PRODMANT DURANTE O DIA)
      *--------------------------------------------------------------
           MOVE "C" TO WRK-PRC-OPERACAO.
           CALL "PRECMEM" USING WRK-PRC-OPERACAO WRK-CODPROD
                                 WRK-AAAAMMDD WRK-PRECO-UNIT
                                 WRK-PRECO-FONTE.
           IF WRK-PRECO-FONTE EQUAL "S"
              DISPLAY "TABELA DE PRECOS DE " WRK-AAAAMMDD
                      " CARREGADA"
           ELSE
              DISPLAY "SEM TABELA DE PRECOS - VALE O PRECO DO "
                      "CADASTRO"
           END-IF.
           MOVE ZEROS TO WRK-BAR-QTD.
           MOVE "N"   TO WRK-SW-BAR-CHEIA.
      *-------- REABRE O BARRAS.DAT PARA A RECARGA ENXERGAR O QUE O
      *-------- PRODMANT GRAVOU DEPOIS DA ABERTURA DO CAIXA
           IF WRK-BARRAS-ABERTO
              CLOSE BARRAS
           END-IF.
           MOVE "N" TO WRK-SW-BARRAS.
           OPEN INPUT BARRAS.
           IF FS-BARRAS NOT EQUAL 00
              GO TO 0060-CARREGAR-FIM
           END-IF.
           SET WRK-BARRAS-ABERTO TO TRUE.
           MOVE ZEROS TO BAR-EAN.
           START BARRAS KEY IS NOT LESS THAN BAR-EAN
             INVALID KEY
                GO TO 0060-CARREGAR-FIM
           END-START.
           READ BARRAS NEXT RECORD
           PERFORM UNTIL FS-BARRAS NOT EQUAL 00
                      OR WRK-BAR-TAB-CHEIA
              IF WRK-BAR-QTD LESS 5000
                 ADD 1 TO WRK-BAR-QTD
                 MOVE BAR-EAN     TO WRK-TBR-EAN(WRK-BAR-QTD)
                 MOVE BAR-PRODUTO TO WRK-TBR-PRODUTO(WRK-BAR-QTD)
      *-------- REGISTRO ANTIGO SEM EMBALAGEM VALE COMO UNIDADE
                 IF BAR-QTD-EMB NUMERIC AND BAR-QTD-EMB GREATER ZEROS
                    MOVE BAR-QTD-EMB TO WRK-TBR-QTD-EMB(WRK-BAR-QTD)
                 ELSE
                    MOVE 1 TO WRK-TBR-QTD-EMB(WRK-BAR-QTD)
                 END-IF
                 READ BARRAS NEXT RECORD
              ELSE
      *-------- TABELA CHEIA: O RESTO DOS EAN SEGUE SENDO LIDO NO
      *-------- ARQUIVO A CADA BIPE, COMO ANTES
                 SET WRK-BAR-TAB-CHEIA TO TRUE
                 DISPLAY "REFERENCIA DE BARRAS MAIOR QUE A TABELA - "
                         "PARTE DOS EAN SERA LIDA DO ARQUIVO"
              END-IF
           END-PERFORM.
           DISPLAY "CODIGOS DE BARRAS CARREGADOS: " WRK-BAR-QTD.

       0060-CARREGAR-FIM.
           EXIT.

       0100-INICIALIZAR             SECTION.
           IF NOT WRK-CONTINUA-VENDAS
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-LINHA-CANC.
           MOVE "N" TO WRK-SW-PTS-PEND.
           IF NOT WRK-CUPOM-ABERTO
              PERFORM 0170-ABRIR-CUPOM
           END-IF.
           DISPLAY "-----------------------"
           MOVE SPACES TO WRK-TIPO-MOV.
      *-------- ORCAMENTO EM ANDAMENTO: A LINHA E SEMPRE VENDA
           IF WRK-ORC-EM-CURSO
              MOVE "V" TO WRK-TIPO-MOV
           END-IF.
           PERFORM UNTIL WRK-TIPO-VALIDO
              DISPLAY "TIPO (V=VENDA / E=ESTORNO DE VENDA ERRADA / "
                      "O=VENDA DE ORCAMENTO / R=RECARREGAR PRECOS): "
                ACCEPT WRK-TIPO-MOV
              EVALUATE TRUE
                 WHEN WRK-MOV-RECARGA
                    PERFORM 0060-CARREGAR-TABELAS
                    MOVE SPACES TO WRK-TIPO-MOV
                 WHEN WRK-MOV-ORCAMENTO
                    PERFORM 0175-CARREGAR-ORCAMENTO
                    IF WRK-ORC-EM-CURSO
                       MOVE "V" TO WRK-TIPO-MOV
                    ELSE
                       MOVE SPACES TO WRK-TIPO-MOV
                    END-IF
                 WHEN NOT WRK-TIPO-VALIDO
                    DISPLAY "TIPO INVALIDO"
              END-EVALUATE
           END-PERFORM.
      *-------- PROXIMO ITEM DO ORCAMENTO; O ULTIMO ENCERRA O
      *-------- ANDAMENTO E O CUPOM VOLTA AO NORMAL
           MOVE "N" TO WRK-SW-LINHA-ORC.
           IF WRK-ORC-EM-CURSO
              ADD 1 TO WRK-ORC-IDX
              SET WRK-LINHA-DO-ORC TO TRUE
              IF WRK-ORC-IDX NOT LESS WRK-ORC-QTD-ITENS
                 MOVE "N" TO WRK-SW-ORC
              END-IF
           END-IF.
           MOVE "N" TO WRK-SW-PRODUTO.
           PERFORM UNTIL WRK-PRODUTO-OK OR WRK-LINHA-CANCELADA
      *-------- O MESMO CAMPO ACEITA O CODIGO CURTO OU O BIPE DO
      *-------- LEITOR: MAIS DE 4 DIGITOS E EAN, RESOLVIDO NO
      *-------- BARRAS.DAT
              IF WRK-LINHA-DO-ORC
                 MOVE WRK-TOR-PRODUTO(WRK-ORC-IDX) TO WRK-ENTRADA
                 DISPLAY "ITEM " WRK-ORC-IDX " DO ORCAMENTO "
                         WRK-ORC-NUMERO ": "
                         WRK-TOR-PRODUTO(WRK-ORC-IDX)
              ELSE
                 DISPLAY "CODIGO DO PRODUTO OU CODIGO DE BARRAS: "
                   ACCEPT WRK-ENTRADA
              END-IF
              MOVE "S" TO WRK-SW-ENTRADA
              MOVE 1     TO WRK-EMB-QTD
              MOVE ZEROS TO WRK-EMB-EAN
              IF WRK-ENTRADA GREATER 9999
                 PERFORM 0115-RESOLVER-BARRA
              ELSE
                 MOVE WRK-ENTRADA TO WRK-CODPROD
              END-IF
      *-------- O CODIGO RESERVADO DO VALE-PRESENTE NAO PRECISA
      *-------- ESTAR NO CADASTRO: O VALOR E DIGITADO NA LINHA
              IF WRK-ENTRADA-RESOLVIDA AND WRK-PROD-VALE
                 SET WRK-PRODUTO-OK TO TRUE
                 MOVE "VALE-PRESENTE" TO WRK-PRODUTO
                 MOVE "N" TO WRK-SW-ENTRADA
              END-IF
              IF WRK-ENTRADA-RESOLVIDA
                 MOVE WRK-CODPROD TO PROD-CODIGO
                 READ PRODUTOS
                   INVALID KEY
                      DISPLAY "CODIGO " WRK-CODPROD " NAO CADASTRADO"
      *-------- ITEM DE ORCAMENTO SEM CADASTRO NAO TEM O QUE REDIGITAR:
      *-------- A LINHA E PULADA
                      IF WRK-LINHA-DO-ORC
                         MOVE "S" TO WRK-SW-LINHA-CANC
                      END-IF
                   NOT INVALID KEY
                      SET WRK-PRODUTO-OK TO TRUE
                      MOVE PROD-DESCRICAO TO WRK-PRODUTO
                      MOVE PROD-PRECO     TO WRK-PRECO-UNIT
      *-------- PRECO VIGENTE NA DATA: TABELA E PROMOCAO DO
      *-------- TABPRECO.txt GANHAM DO CADASTRO (MODULO PRECMEM, A
      *-------- MESMA REGRA DO PRECODIA SERVIDA DA MEMORIA)
                      MOVE "L" TO WRK-PRC-OPERACAO
                      CALL "PRECMEM" USING WRK-PRC-OPERACAO
                                            WRK-CODPROD WRK-AAAAMMDD
                                            WRK-PRECO-UNIT
                                            WRK-PRECO-FONTE
                      EVALUATE TRUE
                         WHEN WRK-PRECO-PROMOCAO
                            DISPLAY "PRODUTO: " PROD-DESCRICAO
                            DISPLAY "PRODUTO: " PROD-DESCRICAO
                                    " PRECO: " PROD-PRECO
                      END-EVALUATE
      *-------- NO ORCAMENTO VALE O PRECO COMBINADO COM O CLIENTE
                      IF WRK-LINHA-DO-ORC
                         MOVE WRK-TOR-PRECO(WRK-ORC-IDX)
                           TO WRK-PRECO-UNIT
                         DISPLAY "PRECO DO ORCAMENTO: " WRK-PRECO-UNIT
                      END-IF
                 END-READ
              END-IF
           END-PERFORM.
           IF WRK-LINHA-CANCELADA
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           PERFORM 0107-CARREGAR-KIT.
      *-------- O CLIENTE E PEDIDO ANTES DO RESGATE DE PONTOS, PARA
      *-------- A OFERTA OLHAR O SALDO DO CLIENTE DESTA LINHA E NAO
      *-------- O DA LINHA ANTERIOR
      *-------- O CLIENTE E UM SO POR CUPOM: DEPOIS DA PRIMEIRA LINHA
      *-------- GRAVADA, AS DEMAIS SEGUEM COM O MESMO
           IF WRK-CUP-LINHAS EQUAL ZEROS
              PERFORM 0110-PEDIR-CLIENTE
           ELSE
              DISPLAY "CLIENTE DO CUPOM: " WRK-CLIENTE
           END-IF.
      *-------- VALE-PRESENTE NAO TEM QUANTIDADE, ESTOQUE, DESCONTO
      *-------- NEM RESGATE DE PONTOS: VAI DIRETO AO PAGAMENTO
           MOVE SPACES TO WRK-VALE-MOV.
           IF WRK-PROD-VALE
              PERFORM 0180-PREPARAR-VALE
              IF WRK-LINHA-CANCELADA
                 GO TO 0100-INICIALIZAR-FIM
              END-IF
              GO TO 0100-PEDIR-PAGAMENTO
           END-IF.
      *-------- QUANTIDADE DA LINHA (ZERO VALE COMO 1); O VALOR DA
      *-------- LINHA E QUANTIDADE X PRECO DO CADASTRO
           IF NOT WRK-MOV-ESTORNO
              IF WRK-LINHA-DO-ORC
                 MOVE WRK-TOR-QTD(WRK-ORC-IDX) TO WRK-QTD
                 DISPLAY "QUANTIDADE DO ORCAMENTO: " WRK-QTD
              ELSE
                 IF WRK-EMB-QTD GREATER 1
                    DISPLAY "EMBALAGEM COM " WRK-EMB-QTD " UNIDADES - "
                            "QUANTIDADE DE EMBALAGENS: "
                 ELSE
                    DISPLAY "QUANTIDADE: "
                 END-IF
                 ACCEPT WRK-QTD
                 IF WRK-QTD EQUAL ZEROS
                    MOVE 1 TO WRK-QTD
                 END-IF
              END-IF
      *-------- EMBALAGEM BIPADA: A LINHA SEGUE NA UNIDADE BASE
              IF WRK-EMB-QTD GREATER 1
                 COMPUTE WRK-QTD = WRK-QTD * WRK-EMB-QTD
                   ON SIZE ERROR
                      DISPLAY "QUANTIDADE EM UNIDADES ACIMA DO LIMITE "
                              "DA LINHA - DIVIDIR EM MAIS LINHAS"
                      MOVE "S" TO WRK-SW-LINHA-CANC
                 END-COMPUTE
                 IF WRK-LINHA-CANCELADA
                    GO TO 0100-INICIALIZAR-FIM
                 END-IF
                 DISPLAY "UNIDADES DA LINHA: " WRK-QTD
              END-IF
      *-------- SALDO INSUFICIENTE RECUSA A LINHA E OFERECE
      *-------- ENCOMENDA - O ESTOQUE NAO FICA MAIS NEGATIVO
                 GO TO 0100-INICIALIZAR-FIM
              END-IF
              DISPLAY "VALOR DA LINHA: " WRK-VALOR
      *-------- O PRECO DO ORCAMENTO JA E O NEGOCIADO: SEM DESCONTO
              IF WRK-LINHA-DO-ORC
                 MOVE ZEROS TO WRK-DESCONTO
              ELSE
                 PERFORM 0150-PEDIR-DESCONTO
              END-IF
              IF WRK-PONTOS-ABERTO AND WRK-CLIENTE GREATER ZEROS
                 PERFORM 0160-OFERECER-RESGATE
              END-IF
              IF WRK-ESTORNO-LOCALIZADO
                 MOVE WRK-VALOR-ORIG TO WRK-VALOR
                 MOVE WRK-QTD-ORIG   TO WRK-QTD
                 MOVE WRK-EMB-QTD-ORIG TO WRK-EMB-QTD
                 MOVE WRK-EMB-EAN-ORIG TO WRK-EMB-EAN
                 DISPLAY "VALOR ORIGINAL DA VENDA: " WRK-VALOR
                 DISPLAY "QUANTIDADE ORIGINAL....: " WRK-QTD
              ELSE
                 GO TO 0100-INICIALIZAR-FIM
              END-IF
           END-IF.
       0100-PEDIR-PAGAMENTO.
           MOVE SPACES TO WRK-PAGAMENTO.
           PERFORM UNTIL WRK-PAG-VALIDO
              DISPLAY "MEIO DE PAGAMENTO (D=DINHEIRO / C=CARTAO / "
                      "P=PIX / V=VALE-PRESENTE / F=DESCONTO EM "
                      "FOLHA / R=NA ENTREGA): "
                ACCEPT WRK-PAGAMENTO
      *-------- DA SEGUNDA LINHA DO CUPOM EM DIANTE, BRANCO REPETE O
      *-------- MEIO DE PAGAMENTO DA LINHA ANTERIOR
              IF WRK-PAGAMENTO EQUAL SPACES
                 AND WRK-CUP-LINHAS GREATER ZEROS
                 MOVE WRK-PAG-ANTERIOR TO WRK-PAGAMENTO
              END-IF
              EVALUATE TRUE
                 WHEN NOT WRK-PAG-VALIDO
                    DISPLAY "MEIO DE PAGAMENTO INVALIDO"
                 WHEN WRK-PAG-VALE AND WRK-PROD-VALE
                    DISPLAY "VALE-PRESENTE NAO SE PAGA COM "
                            "VALE-PRESENTE"
                    MOVE SPACES TO WRK-PAGAMENTO
                 WHEN WRK-PAG-VALE
                    PERFORM 0185-PAGAR-COM-VALE
                    IF NOT WRK-VALE-OK
                       MOVE SPACES TO WRK-PAGAMENTO
                    END-IF
                 WHEN WRK-PAG-FOLHA AND WRK-PROD-VALE
                    DISPLAY "VALE-PRESENTE NAO SE COMPRA COM "
                            "DESCONTO EM FOLHA"
                    MOVE SPACES TO WRK-PAGAMENTO
                 WHEN WRK-PAG-FOLHA
                    PERFORM 0186-PAGAR-EM-FOLHA
                    IF NOT WRK-FOLHA-OK
                       MOVE SPACES TO WRK-PAGAMENTO
                    END-IF
      *-------- NA ENTREGA: A LINHA VIRA ORDEM DE ENTREGA COM O VALOR
      *-------- A COBRAR, ENTAO PRECISA DO ENDERECO DO CLIENTE
                 WHEN WRK-PAG-ENTREGA AND WRK-PROD-VALE
                    DISPLAY "VALE-PRESENTE NAO SE PAGA NA ENTREGA"
                    MOVE SPACES TO WRK-PAGAMENTO
                 WHEN WRK-PAG-ENTREGA AND WRK-CLIENTE EQUAL ZEROS
                    DISPLAY "PAGAMENTO NA ENTREGA EXIGE CLIENTE "
                            "IDENTIFICADO"
                    MOVE SPACES TO WRK-PAGAMENTO
              END-EVALUATE
           END-PERFORM.

       0100-INICIALIZAR-FIM.
      *-------- CHEGADA QUANDO A MERCADORIA ENTRA; PRODUTO SEM
      *-------- FICHA SEGUE COMO ANTES (SO AVISO NA BAIXA)
      *--------------------------------------------------------------
           IF WRK-E-KIT
              PERFORM 0108-CONFERIR-KIT
              GO TO 0105-CONFERIR-FIM
           END-IF.
           IF NOT WRK-ESTOQUE-ABERTO
              GO TO 0105-CONFERIR-FIM
           END-IF.
       0105-CONFERIR-FIM.
           EXIT.

       0107-CARREGAR-KIT            SECTION.
      *--------------------------------------------------------------
      *-------- COMPONENTES DO PRODUTO DA LINHA NO KITS.DAT; PRODUTO
      *-------- SEM COMPOSICAO (OU SEM O ARQUIVO) E VENDA AVULSA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-KIT-QTD.
           IF NOT WRK-KITS-ABERTO OR WRK-PROD-VALE
              GO TO 0107-CARREGAR-FIM
           END-IF.
           MOVE WRK-CODPROD TO KIT-CODIGO.
           MOVE ZEROS       TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
             INVALID KEY
                GO TO 0107-CARREGAR-FIM
           END-START.
           READ KITS NEXT RECORD
           PERFORM UNTIL FS-KITS NOT EQUAL 00
                      OR KIT-CODIGO NOT EQUAL WRK-CODPROD
                      OR WRK-KIT-QTD NOT LESS 20
              ADD 1 TO WRK-KIT-QTD
              MOVE KIT-COMPONENTE TO WRK-TKT-COMPONENTE(WRK-KIT-QTD)
              MOVE KIT-QTD        TO WRK-TKT-QTD(WRK-KIT-QTD)
              READ KITS NEXT RECORD
           END-PERFORM.
           IF WRK-E-KIT
              DISPLAY "KIT COM " WRK-KIT-QTD " COMPONENTES"
           END-IF.

       0107-CARREGAR-FIM.
           EXIT.

       0108-CONFERIR-KIT            SECTION.
      *--------------------------------------------------------------
      *-------- CADA COMPONENTE PRECISA DE QUANTIDADE DA LINHA X
      *-------- QUANTIDADE POR KIT NA FICHA. KIT NAO TEM ENCOMENDA:
      *-------- O RECEBIMENTO ENTRA POR COMPONENTE, NUNCA PELO KIT
      *--------------------------------------------------------------
           PERFORM VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX GREATER WRK-KIT-QTD
                      OR WRK-LINHA-CANCELADA
              COMPUTE WRK-KIT-NECESS = WRK-QTD
                                     * WRK-TKT-QTD(WRK-KIT-IDX)
                ON SIZE ERROR
                   DISPLAY "QUANTIDADE DO COMPONENTE "
                           WRK-TKT-COMPONENTE(WRK-KIT-IDX)
                           " ACIMA DO LIMITE DA LINHA - DIVIDIR EM "
                           "MAIS LINHAS"
                   MOVE "S" TO WRK-SW-LINHA-CANC
              END-COMPUTE
              IF NOT WRK-LINHA-CANCELADA AND WRK-ESTOQUE-ABERTO
                 MOVE WRK-TKT-COMPONENTE(WRK-KIT-IDX) TO EST-CODIGO
                 READ ESTOQUE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF EST-SALDO LESS WRK-KIT-NECESS
                         MOVE EST-SALDO TO WRK-SALDO-ED
                         DISPLAY "SALDO INSUFICIENTE DO COMPONENTE "
                                 EST-CODIGO " (SALDO " WRK-SALDO-ED
                                 ") - KIT NAO SAI"
                         MOVE "S" TO WRK-SW-LINHA-CANC
                      END-IF
                 END-READ
              END-IF
           END-PERFORM.

       0106-OFERECER-BACKORDER      SECTION.
           MOVE "N" TO WRK-SW-BACKORD.
           DISPLAY "REGISTRAR ENCOMENDA PARA QUANDO CHEGAR (S/N)? "
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-CLIENTE.
           PERFORM UNTIL WRK-CLIENTE-OK
      *-------- VENDA DE ORCAMENTO SAI PARA O CLIENTE DO ORCAMENTO
              IF WRK-ORC-NUMERO GREATER ZEROS
                 MOVE WRK-ORC-CLIENTE TO WRK-CLIENTE
                 DISPLAY "CLIENTE DO ORCAMENTO: " WRK-CLIENTE
              ELSE
                 DISPLAY "ID DO CLIENTE (0 = SEM CADASTRO): "
                   ACCEPT WRK-CLIENTE
              END-IF
              EVALUATE TRUE
                 WHEN WRK-CLIENTE EQUAL ZEROS
                    SET WRK-CLIENTE-OK TO TRUE
              MOVE "N" TO WRK-SW-ENTRADA
              GO TO 0115-RESOLVER-FIM
           END-IF.
      *-------- PRIMEIRO NA TABELA EM MEMORIA; SO O EAN QUE NAO ESTA
      *-------- NELA (BARRA INCLUIDA DEPOIS DA CARGA OU TABELA CHEIA)
      *-------- VAI AO ARQUIVO
           MOVE "N" TO WRK-SW-BAR-ACHOU.
           IF WRK-BAR-QTD GREATER ZEROS
              SEARCH ALL WRK-TBR-ENTRY
                 WHEN WRK-TBR-EAN(WRK-IDX-BAR) EQUAL WRK-ENTRADA
                    MOVE WRK-TBR-PRODUTO(WRK-IDX-BAR) TO WRK-CODPROD
                    MOVE WRK-TBR-QTD-EMB(WRK-IDX-BAR) TO WRK-EMB-QTD
                    SET WRK-BAR-ACHADO TO TRUE
              END-SEARCH
           END-IF.
           IF WRK-BAR-ACHADO
              MOVE WRK-ENTRADA TO WRK-EMB-EAN
              GO TO 0115-RESOLVER-FIM
           END-IF.
           MOVE WRK-ENTRADA TO BAR-EAN.
           READ BARRAS
             INVALID KEY
                PERFORM 0116-GRAVAR-BARRLOG
             NOT INVALID KEY
                MOVE BAR-PRODUTO TO WRK-CODPROD
                MOVE WRK-ENTRADA TO WRK-EMB-EAN
                IF BAR-QTD-EMB NUMERIC AND BAR-QTD-EMB GREATER ZEROS
                   MOVE BAR-QTD-EMB TO WRK-EMB-QTD
                END-IF
           END-READ.

       0115-RESOLVER-FIM.
             NOT INVALID KEY
                DISPLAY "DEBITADOS " WRK-PTS-RESGATE
                        " PONTOS DO CLIENTE " WRK-CLIENTE
                ADD WRK-PTS-RESGATE TO WRK-CUP-RESGATE
           END-REWRITE.
           MOVE "N" TO WRK-SW-PTS-PEND.

       0165-DEBITAR-FIM.
           EXIT.

       0170-ABRIR-CUPOM             SECTION.
      *--------------------------------------------------------------
      *-------- ABRE O CUPOM DO ATENDIMENTO: NUMERO DIARIO = MAIOR
      *-------- DET-CUPOM DO DETALHE DE HOJE + 1. O DETALHE E RELIDO
      *-------- A CADA ABERTURA (NAO SO NA ENTRADA DO PROGRAMA) PARA
      *-------- NAO REPETIR NUMERO DE OUTRA SESSAO DO DIA; REGISTRO
      *-------- ANTIGO SEM CUPOM E IGNORADO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-CUPOM.
           CLOSE VENDASDET.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET EQUAL 00
              READ VENDASDET
              PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
                 IF DET-CUPOM NUMERIC
                    AND DET-CUPOM GREATER WRK-CUPOM
                    MOVE DET-CUPOM TO WRK-CUPOM
                 END-IF
                 READ VENDASDET
              END-PERFORM
              CLOSE VENDASDET
           END-IF.
           OPEN EXTEND VENDASDET.
           IF FS-VENDASDET EQUAL 35
              OPEN OUTPUT VENDASDET
           END-IF.
           ADD 1 TO WRK-CUPOM.
           SET WRK-CUPOM-ABERTO TO TRUE.
           MOVE ZEROS  TO WRK-CUP-LINHAS WRK-CUP-RESGATE
                          WRK-ENT-COBRAR.
           MOVE SPACES TO WRK-PAG-ANTERIOR WRK-SW-ENTREGA.
           DISPLAY "CUPOM " WRK-CUPOM " ABERTO".

       0175-CARREGAR-ORCAMENTO      SECTION.
      *--------------------------------------------------------------
      *-------- VENDA DE ORCAMENTO: SO NO INICIO DO CUPOM (SEM LINHA
      *-------- GRAVADA), COM ORCAMENTO ABERTO, DENTRO DA VALIDADE E
      *-------- CLIENTE ATIVO. OS ITENS VAO PARA A TABELA E O CAIXA
      *-------- PASSA UM A UM; ITEM ACIMA DE 999 UNIDADES NAO CABE NA
      *-------- LINHA DO CUPOM - ESSE ORCAMENTO VAI PARA NOTA (ORCCONV)
      *--------------------------------------------------------------
           MOVE "N"   TO WRK-SW-ORC.
           MOVE ZEROS TO WRK-ORC-NUMERO WRK-ORC-QTD-ITENS
                         WRK-ORC-IDX WRK-ORC-VENDIDOS.
           IF NOT WRK-ORCAMENT-ABERTO
              DISPLAY "ARQUIVO DE ORCAMENTOS INDISPONIVEL"
              GO TO 0175-CARREGAR-FIM
           END-IF.
           IF WRK-CUP-LINHAS GREATER ZEROS
              DISPLAY "ORCAMENTO SO NO INICIO DO CUPOM - FECHAR O "
                      "CUPOM " WRK-CUPOM " ANTES"
              GO TO 0175-CARREGAR-FIM
           END-IF.
           IF NOT WRK-ARQCLI-ABERTO
              DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - ORCAMENTO "
                      "NAO PODE SER VENDIDO"
              GO TO 0175-CARREGAR-FIM
           END-IF.
           DISPLAY "NUMERO DO ORCAMENTO: "
             ACCEPT WRK-ORC-NUMERO.
           MOVE WRK-ORC-NUMERO TO ORC-NUMERO.
           MOVE ZEROS          TO ORC-LINHA.
           READ ORCAMENT
             INVALID KEY
                DISPLAY "ORCAMENTO " WRK-ORC-NUMERO " NAO ENCONTRADO"
                MOVE ZEROS TO WRK-ORC-NUMERO
                GO TO 0175-CARREGAR-FIM
           END-READ.
           EVALUATE TRUE
              WHEN NOT ORC-ABERTO
                 DISPLAY "ORCAMENTO " WRK-ORC-NUMERO
                         " JA CONVERTIDO OU CANCELADO"
                 MOVE ZEROS TO WRK-ORC-NUMERO
              WHEN ORC-VALIDADE LESS WRK-AAAAMMDD
                 DISPLAY "ORCAMENTO " WRK-ORC-NUMERO " VENCIDO EM "
                         ORC-VALIDADE " - EMITIR NOVO ORCAMENTO"
                 MOVE ZEROS TO WRK-ORC-NUMERO
              WHEN OTHER
                 MOVE ORC-CLIENTE TO WRK-ORC-CLIENTE
           END-EVALUATE.
           IF WRK-ORC-NUMERO EQUAL ZEROS
              GO TO 0175-CARREGAR-FIM
           END-IF.
           MOVE WRK-ORC-CLIENTE TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE "E" TO REG-SITUACAO
           END-READ.
           IF REG-SIT-EXCLUIDO
              DISPLAY "CLIENTE " WRK-ORC-CLIENTE " DO ORCAMENTO NAO "
                      "ENCONTRADO"
              MOVE ZEROS TO WRK-ORC-NUMERO
              GO TO 0175-CARREGAR-FIM
           END-IF.
      *-------- ITENS: LINHAS 001 EM DIANTE DO MESMO NUMERO
           MOVE 1 TO ORC-LINHA.
           START ORCAMENT KEY IS NOT LESS THAN ORC-CHAVE
             INVALID KEY
                MOVE 99 TO FS-ORCAMENT
           END-START.
           IF FS-ORCAMENT EQUAL 00
              READ ORCAMENT NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-ORCAMENT NOT EQUAL 00
                      OR ORC-NUMERO NOT EQUAL WRK-ORC-NUMERO
                      OR WRK-ORC-QTD-ITENS NOT LESS 50
              IF ORC-QTD GREATER 999
                 DISPLAY "ITEM " ORC-LINHA " COM " ORC-QTD
                         " UNIDADES NAO CABE NO CUPOM - CONVERTER "
                         "EM NOTA (ORCCONV)"
                 MOVE ZEROS TO WRK-ORC-NUMERO
                 MOVE 99    TO FS-ORCAMENT
              ELSE
                 ADD 1 TO WRK-ORC-QTD-ITENS
                 MOVE ORC-PRODUTO TO WRK-TOR-PRODUTO(WRK-ORC-QTD-ITENS)
                 MOVE ORC-QTD     TO WRK-TOR-QTD(WRK-ORC-QTD-ITENS)
                 MOVE ORC-PRECO   TO WRK-TOR-PRECO(WRK-ORC-QTD-ITENS)
                 READ ORCAMENT NEXT RECORD
              END-IF
           END-PERFORM.
           IF WRK-ORC-NUMERO EQUAL ZEROS
              GO TO 0175-CARREGAR-FIM
           END-IF.
           IF WRK-ORC-QTD-ITENS EQUAL ZEROS
              DISPLAY "ORCAMENTO " WRK-ORC-NUMERO " SEM ITENS"
              MOVE ZEROS TO WRK-ORC-NUMERO
              GO TO 0175-CARREGAR-FIM
           END-IF.
           SET WRK-ORC-EM-CURSO TO TRUE.
           DISPLAY "ORCAMENTO " WRK-ORC-NUMERO " - " WRK-ORC-QTD-ITENS
                   " ITENS PARA O CLIENTE " WRK-ORC-CLIENTE " "
                   REG-NOME.

       0175-CARREGAR-FIM.
           EXIT.

       0176-BAIXAR-ORCAMENTO        SECTION.
      *--------------------------------------------------------------
      *-------- CUPOM FECHADO COM ITEM DO ORCAMENTO: O CABECALHO FICA
      *-------- CONVERTIDO EM VENDA NO CAIXA, COM O NUMERO DO CUPOM.
      *-------- ITEM RECUSADO NO CAIXA (ESTOQUE, CREDITO, LIMITE DA
      *-------- LINHA) SIMPLESMENTE NAO FOI VENDIDO
      *--------------------------------------------------------------
           MOVE WRK-ORC-NUMERO TO ORC-NUMERO.
           MOVE ZEROS          TO ORC-LINHA.
           READ ORCAMENT
             INVALID KEY
                DISPLAY "ORCAMENTO " WRK-ORC-NUMERO " NAO ENCONTRADO "
                        "NA BAIXA"
                GO TO 0176-BAIXAR-FIM
           END-READ.
           SET ORC-CONVERTIDO TO TRUE.
           SET ORC-DEST-CAIXA TO TRUE.
           MOVE WRK-AAAAMMDD TO ORC-DATA-CONV.
           MOVE WRK-CUPOM    TO ORC-DOCUMENTO.
           REWRITE REG-ORCAMENT
             INVALID KEY
                DISPLAY "ERRO NA BAIXA DO ORCAMENTO " WRK-ORC-NUMERO
                GO TO 0176-BAIXAR-FIM
           END-REWRITE.
           DISPLAY "ORCAMENTO " WRK-ORC-NUMERO " CONVERTIDO NO CUPOM "
                   WRK-CUPOM " - " WRK-ORC-VENDIDOS " DE "
                   WRK-ORC-QTD-ITENS " ITENS VENDIDOS".

       0176-BAIXAR-FIM.
           EXIT.

       0180-PREPARAR-VALE           SECTION.
      *--------------------------------------------------------------
      *-------- LINHA DO PRODUTO RESERVADO DO VALE-PRESENTE: NA VENDA
      *-------- PEDE O VALOR A CARREGAR NO VALE (O NUMERO SO E DADO NA
      *-------- GRAVACAO); NO ESTORNO PEDE O VALE A CANCELAR, QUE TEM
      *-------- DE ESTAR ATIVO E SEM NENHUM RESGATE. A DESCRICAO DA
      *-------- LINHA LEVA O NUMERO DO VALE PARA O CUPOM
      *--------------------------------------------------------------
           MOVE 1     TO WRK-QTD.
           MOVE ZEROS TO WRK-DESCONTO.
           IF NOT WRK-VALEPRES-ABERTO
              DISPLAY "ARQUIVO DE VALES-PRESENTE INDISPONIVEL - "
                      "LINHA RECUSADA"
              MOVE "S" TO WRK-SW-LINHA-CANC
              GO TO 0180-PREPARAR-FIM
           END-IF.
           IF NOT WRK-MOV-ESTORNO
              MOVE ZEROS TO WRK-VALOR
              DISPLAY "VALOR DO VALE-PRESENTE: "
                ACCEPT WRK-VALOR
              IF WRK-VALOR EQUAL ZEROS
                 DISPLAY "VALOR ZERADO - LINHA RECUSADA"
                 MOVE "S" TO WRK-SW-LINHA-CANC
                 GO TO 0180-PREPARAR-FIM
              END-IF
              MOVE WRK-VALOR TO WRK-PRECO-UNIT
              SET WRK-VALE-EMISSAO TO TRUE
              GO TO 0180-PREPARAR-FIM
           END-IF.
           DISPLAY "NUMERO DO VALE-PRESENTE A CANCELAR: "
             ACCEPT WRK-VALE-NUMERO.
           MOVE WRK-VALE-NUMERO TO VP-NUMERO.
           READ VALEPRES
             INVALID KEY
                DISPLAY "VALE " WRK-VALE-NUMERO " NAO EXISTE"
                MOVE "S" TO WRK-SW-LINHA-CANC
                GO TO 0180-PREPARAR-FIM
           END-READ.
           IF NOT VP-ATIVO
              OR VP-SALDO NOT EQUAL VP-VALOR-EMISSAO
              DISPLAY "VALE " WRK-VALE-NUMERO " JA USADO OU "
                      "CANCELADO - ESTORNO RECUSADO"
              MOVE "S" TO WRK-SW-LINHA-CANC
              GO TO 0180-PREPARAR-FIM
           END-IF.
           MOVE VP-VALOR-EMISSAO TO WRK-VALOR WRK-PRECO-UNIT.
           SET WRK-ESTORNO-LOCALIZADO TO TRUE.
           SET WRK-VALE-CANCELA TO TRUE.
           MOVE SPACES TO WRK-PRODUTO.
           STRING "VALE-PRES " WRK-VALE-NUMERO
                  DELIMITED BY SIZE INTO WRK-PRODUTO.
           MOVE WRK-VALOR TO WRK-VALE-ED.
           DISPLAY "CANCELAMENTO DO VALE " WRK-VALE-NUMERO
                   " - VALOR " WRK-VALE-ED.

       0180-PREPARAR-FIM.
           EXIT.

       0185-PAGAR-COM-VALE          SECTION.
      *--------------------------------------------------------------
      *-------- MEIO DE PAGAMENTO "V": NA VENDA O VALE TEM DE ESTAR
      *-------- ATIVO, DENTRO DA VALIDADE E COM SALDO PARA A LINHA
      *-------- TODA (O QUE SOBRAR FICA NO VALE PARA OUTRA COMPRA);
      *-------- NO ESTORNO O VALOR VOLTA PARA O SALDO DO VALE. O
      *-------- MOVIMENTO SO E GRAVADO JUNTO COM A LINHA (0190)
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-VALE-OK.
           IF NOT WRK-VALEPRES-ABERTO
              DISPLAY "ARQUIVO DE VALES-PRESENTE INDISPONIVEL"
              GO TO 0185-PAGAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-VALE-NUMERO.
           DISPLAY "NUMERO DO VALE-PRESENTE (0 = O MESMO DA LINHA "
                   "ANTERIOR): "
             ACCEPT WRK-VALE-NUMERO.
           IF WRK-VALE-NUMERO EQUAL ZEROS
              MOVE WRK-VALE-ANTERIOR TO WRK-VALE-NUMERO
           END-IF.
           MOVE WRK-VALE-NUMERO TO VP-NUMERO.
           READ VALEPRES
             INVALID KEY
                DISPLAY "VALE " WRK-VALE-NUMERO " NAO EXISTE"
                GO TO 0185-PAGAR-FIM
           END-READ.
           IF VP-CANCELADO
              DISPLAY "VALE " WRK-VALE-NUMERO " CANCELADO"
              GO TO 0185-PAGAR-FIM
           END-IF.
           IF WRK-MOV-ESTORNO
              SET WRK-VALE-DEVOLUCAO TO TRUE
              SET WRK-VALE-OK TO TRUE
              GO TO 0185-PAGAR-FIM
           END-IF.
           IF VP-VALIDADE LESS WRK-AAAAMMDD
              DISPLAY "VALE " WRK-VALE-NUMERO " VENCIDO EM "
                      VP-VALIDADE
              GO TO 0185-PAGAR-FIM
           END-IF.
           MOVE VP-SALDO TO WRK-VALE-ED.
           IF NOT VP-ATIVO OR VP-SALDO LESS WRK-VALOR
              DISPLAY "SALDO DO VALE (" WRK-VALE-ED ") NAO COBRE A "
                      "LINHA - ESCOLHA OUTRO MEIO DE PAGAMENTO"
              GO TO 0185-PAGAR-FIM
           END-IF.
           DISPLAY "SALDO DO VALE: " WRK-VALE-ED.
           SET WRK-VALE-RESGATE TO TRUE.
           SET WRK-VALE-OK TO TRUE.

       0185-PAGAR-FIM.
           EXIT.

       0186-PAGAR-EM-FOLHA          SECTION.
      *--------------------------------------------------------------
      *-------- MEIO DE PAGAMENTO "F": COMPRA DO FUNCIONARIO
      *-------- DESCONTADA NA FOLHA DO MES. NA VENDA O FUNCIONARIO
      *-------- TEM DE ESTAR ATIVO NO ARQFUNC E A LINHA TEM DE CABER
      *-------- NO TETO DO MES (MODULO CONSCHK); NO ESTORNO BASTA O
      *-------- FUNCIONARIO EXISTIR. O LIVRO SO E GRAVADO JUNTO COM A
      *-------- LINHA (0187)
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-FOLHA.
           MOVE ZEROS TO WRK-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (0 = O MESMO DA LINHA "
                   "ANTERIOR): "
             ACCEPT WRK-FUNCIONARIO.
           IF WRK-FUNCIONARIO EQUAL ZEROS
              MOVE WRK-FUNC-ANTERIOR TO WRK-FUNCIONARIO
           END-IF.
           IF WRK-FUNCIONARIO EQUAL ZEROS
              DISPLAY "FUNCIONARIO NAO INFORMADO"
              GO TO 0186-PAGAR-FIM
           END-IF.
           IF WRK-MOV-ESTORNO
              MOVE ZEROS TO WRK-FUNC-VALOR
           ELSE
              MOVE WRK-VALOR TO WRK-FUNC-VALOR
           END-IF.
           CALL "CONSCHK" USING WRK-FUNCIONARIO WRK-FUNC-VALOR
                                 WRK-FUNC-NOME WRK-FUNC-TETO
                                 WRK-FUNC-USADO WRK-SW-FUNC.
           IF WRK-FUNC-INVALIDO
              DISPLAY "FUNCIONARIO " WRK-FUNCIONARIO " NAO "
                      "CADASTRADO OU DESLIGADO"
              GO TO 0186-PAGAR-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " WRK-FUNCIONARIO " " WRK-FUNC-NOME.
           MOVE WRK-FUNC-USADO TO WRK-FUNC-ED.
           DISPLAY "COMPRAS NO MES.... " WRK-FUNC-ED.
           MOVE WRK-FUNC-TETO TO WRK-FUNC-ED.
           DISPLAY "TETO DO MES....... " WRK-FUNC-ED.
           IF NOT WRK-MOV-ESTORNO AND NOT WRK-FUNC-DENTRO-TETO
              DISPLAY "LINHA ESTOURA O TETO DE COMPRAS EM FOLHA - "
                      "ESCOLHA OUTRO MEIO DE PAGAMENTO"
              GO TO 0186-PAGAR-FIM
           END-IF.
           SET WRK-FOLHA-OK TO TRUE.

       0186-PAGAR-FIM.
           EXIT.

       0187-GRAVAR-CONSFUNC         SECTION.
      *--------------------------------------------------------------
      *-------- LINHA PAGA COM "F" VAI PARA O LIVRO DO MES
      *-------- (CONSFUNC_AAAAMM.txt), DE ONDE O FOLHAVAR TIRA O
      *-------- DESCONTO DA FOLHA E O CONSEXT O EXTRATO
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-CONSFUNC-PATH.
           STRING WRK-PATH-DIR          DELIMITED BY SPACES
                  "CONSFUNC_"           DELIMITED BY SIZE
                  WRK-AAAAMMDD(1:6)     DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WRK-CONSFUNC-PATH.
           OPEN EXTEND CONSFUNC.
           IF FS-CONSFUNC EQUAL 35
              OPEN OUTPUT CONSFUNC
           END-IF.
           IF FS-CONSFUNC NOT EQUAL 00
              DISPLAY "LIVRO DE COMPRAS EM FOLHA NAO ABRIU - STATUS "
                      FS-CONSFUNC " - AVISE O DEPARTAMENTO PESSOAL"
              GO TO 0187-GRAVAR-FIM
           END-IF.
           MOVE SPACES        TO REG-CONSFUNC.
           MOVE WRK-FUNCIONARIO TO CSF-FUNCIONARIO.
           MOVE WRK-AAAAMMDD  TO CSF-DATA.
           MOVE DET-HORA      TO CSF-HORA.
           MOVE WRK-LOJA      TO CSF-LOJA.
           MOVE WRK-CUPOM     TO CSF-CUPOM.
           MOVE WRK-CODPROD   TO CSF-CODPROD.
           MOVE WRK-PRODUTO   TO CSF-PRODUTO.
           MOVE WRK-QTD       TO CSF-QTD.
           MOVE WRK-VALOR     TO CSF-VALOR.
           IF WRK-MOV-ESTORNO
              SET CSF-TIPO-ESTORNO TO TRUE
           ELSE
              SET CSF-TIPO-COMPRA TO TRUE
           END-IF.
           MOVE WRK-OPERADOR  TO CSF-OPERADOR.
           WRITE REG-CONSFUNC.
           CLOSE CONSFUNC.
           MOVE WRK-FUNCIONARIO TO WRK-FUNC-ANTERIOR.

       0187-GRAVAR-FIM.
           EXIT.

       0190-MOVIMENTAR-VALE         SECTION.
      *--------------------------------------------------------------
      *-------- GRAVA O MOVIMENTO DO VALE LOGO ANTES DA LINHA DO
      *-------- DETALHE (DEPOIS DO LIMITE DE CREDITO); O VALE E
      *-------- RELIDO PORQUE OUTRO CAIXA PODE TER MEXIDO NO SALDO.
      *-------- FALHA AQUI DEIXA A LINHA FORA DO DETALHE
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-VALE-OK.
           IF WRK-VALE-EMISSAO
              PERFORM 0195-EMITIR-VALE
              GO TO 0190-MOVIMENTAR-FIM
           END-IF.
           MOVE WRK-VALE-NUMERO TO VP-NUMERO.
           READ VALEPRES
             INVALID KEY
                DISPLAY "VALE " WRK-VALE-NUMERO " NAO EXISTE"
                GO TO 0190-MOVIMENTAR-FIM
           END-READ.
           EVALUATE TRUE
              WHEN WRK-VALE-RESGATE
                 IF NOT VP-ATIVO OR VP-SALDO LESS WRK-VALOR
                    DISPLAY "SALDO DO VALE MUDOU - LINHA NAO "
                            "REGISTRADA"
                    GO TO 0190-MOVIMENTAR-FIM
                 END-IF
                 SUBTRACT WRK-VALOR FROM VP-SALDO
                 IF VP-SALDO EQUAL ZEROS
                    SET VP-UTILIZADO TO TRUE
                 END-IF
              WHEN WRK-VALE-DEVOLUCAO
                 ADD WRK-VALOR TO VP-SALDO
                 SET VP-ATIVO TO TRUE
              WHEN WRK-VALE-CANCELA
                 IF NOT VP-ATIVO
                    OR VP-SALDO NOT EQUAL VP-VALOR-EMISSAO
                    DISPLAY "VALE JA USADO - LINHA NAO REGISTRADA"
                    GO TO 0190-MOVIMENTAR-FIM
                 END-IF
                 MOVE ZEROS TO VP-SALDO
                 SET VP-CANCELADO TO TRUE
           END-EVALUATE.
           MOVE WRK-AAAAMMDD TO VP-DATA-ULT-MOV.
           REWRITE REG-VALEPRES
             INVALID KEY
                DISPLAY "ERRO AO ATUALIZAR O VALE " WRK-VALE-NUMERO
                GO TO 0190-MOVIMENTAR-FIM
           END-REWRITE.
           SET WRK-VALE-OK TO TRUE.
           MOVE WRK-VALE-NUMERO TO WRK-VALE-ANTERIOR.
           MOVE VP-SALDO TO WRK-VALE-ED.
           DISPLAY "VALE " WRK-VALE-NUMERO " - SALDO " WRK-VALE-ED.

       0190-MOVIMENTAR-FIM.
           EXIT.

       0195-EMITIR-VALE             SECTION.
      *-------- PROXIMO NUMERO = MAIOR NUMERO DO ARQUIVO + 1
           MOVE ZEROS TO WRK-VALE-NUMERO.
           MOVE ZEROS TO VP-NUMERO.
           START VALEPRES KEY IS NOT LESS THAN VP-NUMERO
             INVALID KEY
                MOVE 10 TO FS-VALEPRES
             NOT INVALID KEY
                READ VALEPRES NEXT RECORD
           END-START.
           PERFORM UNTIL FS-VALEPRES NOT EQUAL 00
              MOVE VP-NUMERO TO WRK-VALE-NUMERO
              READ VALEPRES NEXT RECORD
           END-PERFORM.
           ADD 1 TO WRK-VALE-NUMERO.
           CALL "DATAADD" USING WRK-AAAAMMDD WRK-VALE-DIAS
                                 WRK-VALE-VALIDADE.
           MOVE WRK-VALE-NUMERO   TO VP-NUMERO.
           MOVE WRK-VALOR         TO VP-VALOR-EMISSAO VP-SALDO.
           MOVE WRK-AAAAMMDD      TO VP-DATA-EMISSAO VP-DATA-ULT-MOV.
           MOVE WRK-VALE-VALIDADE TO VP-VALIDADE.
           SET VP-ATIVO TO TRUE.
           MOVE WRK-LOJA          TO VP-LOJA.
           MOVE WRK-OPERADOR      TO VP-OPERADOR.
           MOVE WRK-CUPOM         TO VP-CUPOM.
           WRITE REG-VALEPRES
             INVALID KEY
                DISPLAY "ERRO AO GRAVAR O VALE " WRK-VALE-NUMERO
                GO TO 0195-EMITIR-FIM
           END-WRITE.
           SET WRK-VALE-OK TO TRUE.
           MOVE SPACES TO WRK-PRODUTO.
           STRING "VALE-PRES " WRK-VALE-NUMERO
                  DELIMITED BY SIZE INTO WRK-PRODUTO.
           MOVE WRK-VALOR TO WRK-VALE-ED.
           DISPLAY "VALE-PRESENTE " WRK-VALE-NUMERO " EMITIDO - "
                   "VALOR " WRK-VALE-ED " - VALIDO ATE "
                   WRK-VALE-VALIDADE.

       0195-EMITIR-FIM.
           EXIT.

       0120-BUSCAR-VENDA-ORIGINAL   SECTION.
      *--------------------------------------------------------------
      *-------- O ESTORNO SAI PELO VALOR DA VENDA ORIGINAL, NAO PELO
                    ELSE
                       MOVE 1 TO WRK-QTD-ORIG
                    END-IF
      *-------- O ESTORNO MOSTRA A MESMA EMBALAGEM DA VENDA
                    IF DET-QTD-EMB NUMERIC AND DET-QTD-EMB GREATER ZEROS
                       MOVE DET-QTD-EMB TO WRK-EMB-QTD-ORIG
                       MOVE DET-EAN     TO WRK-EMB-EAN-ORIG
                    ELSE
                       MOVE 1     TO WRK-EMB-QTD-ORIG
                       MOVE ZEROS TO WRK-EMB-EAN-ORIG
                    END-IF
                 END-IF
                 READ VENDASDET
              END-PERFORM
                 GO TO 0200-PERGUNTAR-MAIS
              END-IF
           END-IF.
      *-------- EMISSAO, RESGATE, DEVOLUCAO OU CANCELAMENTO DE VALE
           IF WRK-VALE-MOV NOT EQUAL SPACES
              PERFORM 0190-MOVIMENTAR-VALE
              IF NOT WRK-VALE-OK
                 GO TO 0200-PERGUNTAR-MAIS
              END-IF
           END-IF.
           IF WRK-MOV-ESTORNO
              SUBTRACT WRK-VALOR FROM WRK-VENDAS-ACUM
              IF WRK-PROD-ACUM GREATER OR EQUAL WRK-QTD
           MOVE WRK-QTD      TO DET-QTD.
           MOVE WRK-DESCONTO TO DET-DESCONTO.
           MOVE WRK-LOJA     TO DET-LOJA.
           MOVE WRK-CUPOM    TO DET-CUPOM.
           MOVE WRK-EMB-QTD  TO DET-QTD-EMB.
           MOVE WRK-EMB-EAN  TO DET-EAN.
           WRITE REG-VENDASDET.
           ADD 1 TO WRK-CUP-LINHAS.
           IF WRK-LINHA-DO-ORC
              ADD 1 TO WRK-ORC-VENDIDOS
           END-IF.
           MOVE WRK-PAGAMENTO TO WRK-PAG-ANTERIOR.
           IF WRK-PAG-FOLHA
              PERFORM 0187-GRAVAR-CONSFUNC
           END-IF.

           PERFORM 0210-ACUMULA-PRODUTO.
      *-------- VALE-PRESENTE NAO TEM ESTOQUE, NAO GERA PONTOS (OS
      *-------- PONTOS SAEM NA COMPRA PAGA COM O VALE) NEM ENTREGA
           IF WRK-PROD-VALE
              GO TO 0200-PERGUNTAR-MAIS
           END-IF.
           IF WRK-E-KIT
              PERFORM 0221-BAIXAR-KIT
           ELSE
              PERFORM 0220-BAIXAR-ESTOQUE
           END-IF.
           IF WRK-RESGATE-PENDENTE
              PERFORM 0165-DEBITAR-PONTOS
           END-IF.
           IF WRK-PONTOS-ABERTO AND WRK-CLIENTE GREATER ZEROS
              PERFORM 0230-ACUMULAR-PONTOS
           END-IF.
           IF WRK-CLIENTE GREATER ZEROS
              PERFORM 0240-OFERECER-ENTREGA
           END-IF.

       0200-PERGUNTAR-MAIS.
           MOVE "N" TO WRK-SW-MAIS-ITENS.
      *-------- COM ITEM DO ORCAMENTO AINDA POR PASSAR, O CUPOM SEGUE
           IF WRK-ORC-EM-CURSO
              MOVE "S" TO WRK-SW-MAIS-ITENS
           ELSE
              DISPLAY "MAIS ITENS NESTE CUPOM (S/N)? "
                ACCEPT WRK-SW-MAIS-ITENS
           END-IF.
           IF WRK-MAIS-ITENS
              MOVE "S" TO WRK-SW-CONTINUA
           ELSE
              PERFORM 0250-FECHAR-CUPOM
              DISPLAY "MAIS VENDAS (S/N)? "
                ACCEPT WRK-SW-CONTINUA
           END-IF.
           IF WRK-CONTINUA-VENDAS
              PERFORM 0100-INICIALIZAR
           END-IF.
       0220-BAIXAR-ESTOQUE-FIM.
           EXIT.

       0221-BAIXAR-KIT              SECTION.
      *--------------------------------------------------------------
      *-------- KIT: A FICHA, OS LOTES E O KARDEX SAO DE CADA
      *-------- COMPONENTE, NA QUANTIDADE DA LINHA X QUANTIDADE POR
      *-------- KIT; O KIT EM SI NAO TEM FICHA DE ESTOQUE
      *--------------------------------------------------------------
           MOVE WRK-CODPROD TO WRK-KIT-CODPROD.
           MOVE WRK-QTD     TO WRK-KIT-QTD-LINHA.
           MOVE WRK-CODPROD TO WRK-KIT-DOCTO.
           PERFORM VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX GREATER WRK-KIT-QTD
              MOVE WRK-TKT-COMPONENTE(WRK-KIT-IDX) TO WRK-CODPROD
              COMPUTE WRK-QTD = WRK-KIT-QTD-LINHA
                              * WRK-TKT-QTD(WRK-KIT-IDX)
                ON SIZE ERROR
                   DISPLAY "*** COMPONENTE " WRK-CODPROD " ACIMA DO "
                           "LIMITE DA LINHA - BAIXA NAO FEITA ***"
                   MOVE ZEROS TO WRK-QTD
              END-COMPUTE
              IF WRK-QTD GREATER ZEROS
                 PERFORM 0220-BAIXAR-ESTOQUE
              END-IF
           END-PERFORM.
           MOVE WRK-KIT-CODPROD   TO WRK-CODPROD.
           MOVE WRK-KIT-QTD-LINHA TO WRK-QTD.
           MOVE ZEROS             TO WRK-KIT-DOCTO.

       0225-REGISTRAR-MOVIMENTO     SECTION.
      *--------------------------------------------------------------
      *-------- MOVIMENTO NO LIVRO DE ESTOQUE (ESTMVLOG): VENDA SAI
      *-------- "VEN -", ESTORNO VOLTA "EST +"; O DOCUMENTO FICA
      *-------- ZERADO - A VENDA DE BALCAO NAO TEM NUMERO DE NOTA -
      *-------- OU LEVA O CODIGO DO KIT NA BAIXA DOS COMPONENTES
      *--------------------------------------------------------------
           IF WRK-MOV-ESTORNO
              MOVE "EST" TO WRK-MOV-TIPO
              MOVE "VEN" TO WRK-MOV-TIPO
              MOVE "-"   TO WRK-MOV-SINAL
           END-IF.
           MOVE WRK-QTD       TO WRK-MOV-QTD.
           MOVE WRK-KIT-DOCTO TO WRK-MOV-DOCTO.
           CALL "ESTMVLOG" USING WRK-MOV-TIPO WRK-CODPROD
                                  WRK-MOV-SINAL WRK-MOV-QTD
                                  WRK-MOV-DOCTO WRK-OPERADOR.

       0240-OFERECER-ENTREGA        SECTION.
      *--------------------------------------------------------------
      *-------- VENDA IDENTIFICADA PODE VIRAR ORDEM DE ENTREGA, UMA
      *-------- POR CUPOM: A PERGUNTA E FEITA NA PRIMEIRA LINHA QUE
      *-------- PODE SER ENTREGUE E VALE PARA O CUPOM INTEIRO; LINHA
      *-------- PAGA NA ENTREGA SEMPRE LEVA O CUPOM PARA A ENTREGA E
      *-------- SOMA NO VALOR A COBRAR (ESTORNO PAGO NA ENTREGA
      *-------- ABATE). A ORDEM E GRAVADA NO FECHAMENTO DO CUPOM
      *--------------------------------------------------------------
           IF WRK-MOV-ESTORNO
              IF WRK-PAG-ENTREGA
                 IF WRK-VALOR GREATER WRK-ENT-COBRAR
                    MOVE ZEROS TO WRK-ENT-COBRAR
                 ELSE
                    SUBTRACT WRK-VALOR FROM WRK-ENT-COBRAR
                 END-IF
              END-IF
              GO TO 0240-OFERECER-FIM
           END-IF.
           IF WRK-PAG-ENTREGA
              MOVE "S" TO WRK-SW-ENTREGA
              ADD WRK-VALOR TO WRK-ENT-COBRAR
              GO TO 0240-OFERECER-FIM
           END-IF.
           IF WRK-SW-ENTREGA EQUAL SPACES
              DISPLAY "ENTREGA EM DOMICILIO (S/N)? "
                ACCEPT WRK-SW-ENTREGA
              IF NOT WRK-QUER-ENTREGA
                 MOVE "N" TO WRK-SW-ENTREGA
              END-IF
           END-IF.

       0240-OFERECER-FIM.
           EXIT.

       0245-GERAR-ENTREGA           SECTION.
      *--------------------------------------------------------------
      *-------- ORDEM DO CUPOM: O ENDERECO DO CADASTRO VAI CARIMBADO
      *-------- NA ORDEM, QUE NASCE COM STATUS "S" (SEPARANDO) E O
      *-------- TOTAL PAGO NA ENTREGA DO CUPOM A COBRAR; O NUMERO E
      *-------- O PROXIMO SEQUENCIAL DO ENTREGAS.txt
      *--------------------------------------------------------------
           IF NOT WRK-QUER-ENTREGA
              GO TO 0245-GERAR-FIM
           END-IF.
      *-------- PROXIMO NUMERO = MAIOR NUMERO DO ARQUIVO + 1
           MOVE ZEROS TO WRK-ENT-PROXIMO.
           OPEN INPUT ENTREGAS.
           END-IF.
           IF FS-ENTREGAS NOT EQUAL 00
              DISPLAY "ENTREGAS.txt NAO ABRIU - ORDEM NAO GERADA"
              IF WRK-ENT-COBRAR GREATER ZEROS
                 DISPLAY "ATENCAO: CUPOM " WRK-CUPOM " PAGO NA "
                         "ENTREGA SEM ORDEM - AVISAR A EXPEDICAO"
              END-IF
              GO TO 0245-GERAR-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           MOVE WRK-CLI-CEP         TO ENT-CEP.
           MOVE "S"                 TO ENT-STATUS.
           MOVE WRK-OPERADOR        TO ENT-OPERADOR.
           MOVE WRK-ENT-COBRAR      TO ENT-VALOR-COBRAR.
           MOVE ZEROS               TO ENT-ROMANEIO.
           WRITE REG-ENTREGAS.
           CLOSE ENTREGAS.
           DISPLAY "ORDEM DE ENTREGA " WRK-ENT-PROXIMO " GERADA "
                   "PARA " WRK-CLI-CIDADE " " WRK-CLI-UF
                   " - STATUS SEPARANDO".

       0245-GERAR-FIM.
           EXIT.

       0250-FECHAR-CUPOM            SECTION.
      *--------------------------------------------------------------
      *-------- FECHA O CUPOM E IMPRIME A VIA DO CLIENTE (MODULO
      *-------- CUPIMPR, QUE RELE AS LINHAS NO DETALHE - POR ISSO O
      *-------- ARQUIVO E FECHADO E REABERTO EM VOLTA DA CHAMADA).
      *-------- CUPOM SEM NENHUMA LINHA GRAVADA NAO IMPRIME E O
      *-------- NUMERO FICA PARA O PROXIMO ATENDIMENTO
      *--------------------------------------------------------------
           IF NOT WRK-CUPOM-ABERTO
              GO TO 0250-FECHAR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-CUPOM.
      *-------- ORCAMENTO VENDIDO NESTE CUPOM FICA CONVERTIDO; SEM
      *-------- NENHUM ITEM GRAVADO ELE SEGUE ABERTO
           IF WRK-ORC-NUMERO GREATER ZEROS
              IF WRK-ORC-VENDIDOS GREATER ZEROS
                 PERFORM 0176-BAIXAR-ORCAMENTO
              ELSE
                 DISPLAY "ORCAMENTO " WRK-ORC-NUMERO " SEGUE ABERTO - "
                         "NENHUM ITEM VENDIDO"
              END-IF
              MOVE ZEROS TO WRK-ORC-NUMERO
              MOVE "N"   TO WRK-SW-ORC
           END-IF.
           IF WRK-CUP-LINHAS EQUAL ZEROS
              DISPLAY "CUPOM " WRK-CUPOM " SEM LINHAS - NAO IMPRESSO"
              GO TO 0250-FECHAR-FIM
           END-IF.
           PERFORM 0245-GERAR-ENTREGA.
           MOVE ZEROS TO WRK-CUP-SALDO.
           IF WRK-PONTOS-ABERTO AND WRK-CLIENTE GREATER ZEROS
              MOVE WRK-CLIENTE TO PTS-CLIENTE
              READ PONTOS
                INVALID KEY
                   MOVE ZEROS TO WRK-CUP-SALDO
                NOT INVALID KEY
                   MOVE PTS-SALDO TO WRK-CUP-SALDO
              END-READ
           END-IF.
           MOVE "O" TO WRK-CUP-VIA.
           CLOSE VENDASDET.
           CALL "CUPIMPR" USING WRK-AAAAMMDD WRK-CUPOM WRK-CUP-VIA
                                 WRK-CUP-RESGATE WRK-CUP-SALDO
                                 WRK-SW-CUP-ACHOU.
           OPEN EXTEND VENDASDET.
           IF FS-VENDASDET EQUAL 35
              OPEN OUTPUT VENDASDET
           END-IF.
           DISPLAY "CUPOM " WRK-CUPOM " FECHADO".

       0250-FECHAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
      *-------- CUPOM AINDA ABERTO (SAIDA SEM RESPONDER O FIM DO
      *-------- ATENDIMENTO) E FECHADO E IMPRESSO ANTES DE ENCERRAR
           PERFORM 0250-FECHAR-CUPOM.
           CLOSE VENDASDET.
           CLOSE PRODUTOS.
           IF WRK-ARQCLI-ABERTO
           IF WRK-BARRAS-ABERTO
              CLOSE BARRAS
           END-IF.
           IF WRK-VALEPRES-ABERTO
              CLOSE VALEPRES
           END-IF.
           IF WRK-KITS-ABERTO
              CLOSE KITS
           END-IF.
           IF WRK-ORCAMENT-ABERTO
              CLOSE ORCAMENT
           END-IF.

           DISPLAY "**********************************"
           MOVE WRK-VENDAS-ACUM TO WRK-VENDAS-ED
           MOVE "LOTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOTES.
           MOVE "VALEPRES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-VALEPRES.
           MOVE "KITS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-KITS.
           MOVE "ORCAMENT.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ORCAMENT.
