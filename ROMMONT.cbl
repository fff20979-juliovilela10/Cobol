       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMMONT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MONTAGEM DO ROMANEIO DE ENTREGA POR VEICULO - O
      *           EXPEDIDOR ESCOLHE UM VEICULO, O MOTORISTA E A DATA
      *           DE SAIDA E VAI PASSANDO AS ORDENS SEPARADAS DO
      *           ENTREGAS.txt NA SEQUENCIA DA ROTA, ATE A CAPACIDADE
      *           DO VEICULO; CADA ORDEM ESCOLHIDA ANDA PARA "SAIU
      *           PARA ENTREGA" COM A MESMA REGRA E O MESMO CARIMBO
      *           DO ENTRSTAT, E SAI A FOLHA DE ROTA IMPRESSA (RELPRINT)
      *           COM O VALOR A COBRAR DE CADA ORDEM PAGA NA ENTREGA -
      *           ACABA A LISTA ESCRITA A MAO. O ACERTO NA VOLTA E O
      *           ROMACERT
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CABECALHO NO ROMANEIO.txt (ROMCOPY) E ORDENS NO
      *              ROMITEM.txt (RITCOPY), OS DOIS HISTORICOS. A
      *              CAPACIDADE E EM ORDENS POR VIAGEM, NO CARTAO
      *              VEICULO.txt (UMA LINHA POR VEICULO: PLACA(7)
      *              CAPACIDADE(3) DESCRICAO(20), SEPARADOS POR UM
      *              ESPACO); SEM O CARTAO VALE A CAPACIDADE PADRAO DE
      *              20 ORDENS PARA QUALQUER PLACA, COM CARTAO A PLACA
      *              TEM DE ESTAR NELE. SO ORDEM "SEPARANDO" E FORA DE
      *              ROMANEIO ENTRA. MESMO ESQUEMA DO ENTRSTAT: O
      *              ENTREGAS.txt INTEIRO NA TABELA (ATE 500) E
      *              REGRAVADO A CADA ROMANEIO CONFIRMADO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO WRK-PATH-ENTREGAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ENTREGAS.

           SELECT ROMANEIO ASSIGN TO WRK-PATH-ROMANEIO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ROMANEIO.

           SELECT ROMITEM ASSIGN TO WRK-PATH-ROMITEM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ROMITEM.

           SELECT VEICULO ASSIGN TO WRK-PATH-VEICULO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VEICULO.


       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
       COPY "ENTCOPY.cpy".

       FD  ROMANEIO.
       COPY "ROMCOPY.cpy".

       FD  ROMITEM.
       COPY "RITCOPY.cpy".

       FD  VEICULO.
       01  REG-VEICULO.
           05 VEI-PLACA      PIC X(07).
           05 FILLER         PIC X(01).
           05 VEI-CAPACIDADE PIC 9(03).
           05 FILLER         PIC X(01).
           05 VEI-DESCRICAO  PIC X(20).


       WORKING-STORAGE            SECTION.
       77  FS-ENTREGAS  PIC 9(02) VALUE ZEROS.
       77  FS-ROMANEIO  PIC 9(02) VALUE ZEROS.
       77  FS-ROMITEM   PIC 9(02) VALUE ZEROS.
       77  FS-VEICULO   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ROMMONT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ENTREGAS.txt".

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-LISTAR       VALUE 1.
           88 WRK-OPC-MONTAR       VALUE 2.
           88 WRK-OPC-IMPRIMIR     VALUE 3.
           88 WRK-OPC-ROMANEIOS    VALUE 4.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-RELOGIO  PIC 9(08) VALUE ZEROS.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WRK-NUMERO        PIC 9(06) VALUE ZEROS.

      *-------------- SIGN-ON DO OPERADOR (MODULO OPSIGNON) ----------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK         VALUE "S".

      *-------------- TABELA COM O ENTREGAS.txt INTEIRO --------------
       77  WRK-ACUM-ORDENS   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ORDENS.
           05 WRK-ORD-REG OCCURS 500 TIMES PIC X(162).
       77  WRK-SW-ESTOURO    PIC X(01) VALUE "N".
           88 WRK-TABELA-ESTOUROU    VALUE "S".

      *-------------- CARTAO DE VEICULOS (VEICULO.txt) ---------------
       77  WRK-CAPAC-PADRAO  PIC 9(03) VALUE 20.
       77  WRK-SW-CARTAO     PIC X(01) VALUE "N".
           88 WRK-TEM-CARTAO        VALUE "S".
       77  WRK-QTD-VEICULOS  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-VEICULOS.
           05 WRK-VEI OCCURS 50 TIMES.
              10 WRK-VEI-PLACA      PIC X(07).
              10 WRK-VEI-CAPACIDADE PIC 9(03).
              10 WRK-VEI-DESCRICAO  PIC X(20).

      *-------------- ROMANEIO EM MONTAGEM ---------------------------
       01  WRK-ROM.
           05 WRK-ROM-NUMERO     PIC 9(06).
           05 WRK-ROM-DATA       PIC 9(08).
           05 WRK-ROM-PLACA      PIC X(07).
           05 WRK-ROM-MOTORISTA  PIC X(20).
           05 WRK-ROM-CAPACIDADE PIC 9(03).
           05 WRK-ROM-COBRAR     PIC 9(08)V99.
           05 WRK-ROM-SITUACAO   PIC X(01).
       77  WRK-QTD-ESCOLHIDAS PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ESCOLHIDAS.
           05 WRK-ESC-IDX OCCURS 500 TIMES PIC 9(03).
       77  WRK-SW-FIM-ESCOLHA PIC X(01) VALUE "N".
           88 WRK-FIM-ESCOLHA       VALUE "S".

      *-------------- ORDENS DO ROMANEIO (ULTIMA LINHA DE CADA) ------
       77  WRK-QTD-ITENS     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-ITE OCCURS 500 TIMES.
              10 WRK-ITE-ORDEM      PIC 9(06).
              10 WRK-ITE-SEQ        PIC 9(03).
              10 WRK-ITE-COBRAR     PIC 9(06)V99.
              10 WRK-ITE-RESULTADO  PIC X(01).

      *-------------- ROMANEIOS (ULTIMA LINHA DE CADA NUMERO) --------
       77  WRK-QTD-ROMANEIOS PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ROMANEIOS.
           05 WRK-TRM OCCURS 300 TIMES PIC X(100).
       77  WRK-SW-ROM-CHEIO  PIC X(01) VALUE "N".
           88 WRK-ROM-ESTOUROU      VALUE "S".

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ITE       PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHADO            VALUE "S".

      *-------------- FOLHA DE ROTA (MODULO RELPRINT) ----------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.
       01  WRK-LINHA-ROTA1.
           05 WRK-LR-SEQ      PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-ORDEM    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-NOME     PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-LOGRAD   PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-NUM-END  PIC X(06).
           05 FILLER          PIC X(11) VALUE SPACES.
       01  WRK-LINHA-ROTA2.
           05 FILLER          PIC X(11) VALUE SPACES.
           05 WRK-LR-CIDADE   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-UF       PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LR-CEP      PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE "COBRAR: ".
           05 WRK-LR-COBRAR   PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(16) VALUE SPACES.
       01  WRK-LINHA-ROTA3.
           05 FILLER          PIC X(40) VALUE
              "           ENTREGUE ( ) DEVOLVIDA ( ) ".
           05 FILLER          PIC X(40) VALUE
              "RECEBIDO: ________  ASSINATURA: _______ ".

       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-COBRAR-ED     PIC ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ENTREGAS PIC X(60) VALUE SPACES.
       01  WRK-PATH-ROMANEIO PIC X(60) VALUE SPACES.
       01  WRK-PATH-ROMITEM  PIC X(60) VALUE SPACES.
       01  WRK-PATH-VEICULO  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "ROMANEIO EXIGE OPERADOR IDENTIFICADO"
              STOP RUN
           END-IF.
           PERFORM   0100-CARREGAR-ARQUIVO
           PERFORM   0110-CARREGAR-VEICULOS
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0100-CARREGAR-ARQUIVO        SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
              MOVE "NENHUMA ORDEM DE ENTREGA AINDA" TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ ENTREGAS
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
              IF WRK-ACUM-ORDENS LESS 500
                 ADD 1 TO WRK-ACUM-ORDENS
                 MOVE REG-ENTREGAS TO WRK-ORD-REG(WRK-ACUM-ORDENS)
              ELSE
                 SET WRK-TABELA-ESTOUROU TO TRUE
              END-IF
              READ ENTREGAS
           END-PERFORM.
           CLOSE ENTREGAS.
           IF WRK-TABELA-ESTOUROU
              DISPLAY "ARQUIVO COM MAIS ORDENS QUE A TABELA "
                      "COMPORTA - ROMANEIO RECUSADO PARA NAO "
                      "PERDER REGISTROS"
              MOVE 99 TO FS-ENTREGAS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ORDENS CARREGADAS: " WRK-ACUM-ORDENS.

       0110-CARREGAR-VEICULOS       SECTION.
           OPEN INPUT VEICULO.
           IF FS-VEICULO NOT EQUAL 00
              DISPLAY "SEM CARTAO VEICULO.txt - CAPACIDADE PADRAO DE "
                      WRK-CAPAC-PADRAO " ORDENS POR VEICULO"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           SET WRK-TEM-CARTAO TO TRUE.
           READ VEICULO
           PERFORM UNTIL FS-VEICULO NOT EQUAL 00
              IF VEI-PLACA NOT EQUAL SPACES
                 AND VEI-CAPACIDADE NUMERIC
                 AND WRK-QTD-VEICULOS LESS 50
                 ADD 1 TO WRK-QTD-VEICULOS
                 MOVE VEI-PLACA
                   TO WRK-VEI-PLACA(WRK-QTD-VEICULOS)
                 MOVE VEI-CAPACIDADE
                   TO WRK-VEI-CAPACIDADE(WRK-QTD-VEICULOS)
                 MOVE VEI-DESCRICAO
                   TO WRK-VEI-DESCRICAO(WRK-QTD-VEICULOS)
              END-IF
              READ VEICULO
           END-PERFORM.
           CLOSE VEICULO.
           DISPLAY "VEICULOS NO CARTAO: " WRK-QTD-VEICULOS.

       0110-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "ROMANEIO DE ENTREGA".
           DISPLAY "1 - LISTAR ORDENS A EXPEDIR".
           DISPLAY "2 - MONTAR ROMANEIO".
           DISPLAY "3 - IMPRIMIR FOLHA DE ROTA".
           DISPLAY "4 - LISTAR ROMANEIOS".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-LISTAR
                 PERFORM 0210-LISTAR-A-EXPEDIR
              WHEN WRK-OPC-MONTAR
                 PERFORM 0220-MONTAR
              WHEN WRK-OPC-IMPRIMIR
                 DISPLAY "NUMERO DO ROMANEIO: "
                   ACCEPT WRK-NUMERO
                 MOVE WRK-NUMERO TO WRK-ROM-NUMERO
                 PERFORM 0240-IMPRIMIR-FOLHA
              WHEN WRK-OPC-ROMANEIOS
                 PERFORM 0260-LISTAR-ROMANEIOS
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-LISTAR-A-EXPEDIR        SECTION.
           MOVE ZEROS TO WRK-QTD-ITENS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ORDENS
              MOVE WRK-ORD-REG(WRK-IDX) TO REG-ENTREGAS
              PERFORM 0215-NORMALIZAR-ORDEM
              IF ENT-SEPARANDO AND ENT-ROMANEIO EQUAL ZEROS
                 ADD 1 TO WRK-QTD-ITENS
                 MOVE ENT-VALOR-COBRAR TO WRK-COBRAR-ED
                 DISPLAY "ORDEM " ENT-NUMERO
                         " DE " ENT-DATA
                         " " ENT-NOME
                         " " ENT-CIDADE " " ENT-UF
                         " COBRAR " WRK-COBRAR-ED
              END-IF
           END-PERFORM.
           DISPLAY "ORDENS A EXPEDIR: " WRK-QTD-ITENS.

       0215-NORMALIZAR-ORDEM        SECTION.
      *-------- ORDEM GRAVADA ANTES DO ROMANEIO: CAMPOS EM BRANCO
           IF ENT-VALOR-COBRAR NOT NUMERIC
              MOVE ZEROS TO ENT-VALOR-COBRAR
           END-IF.
           IF ENT-ROMANEIO NOT NUMERIC
              MOVE ZEROS TO ENT-ROMANEIO
           END-IF.

       0220-MONTAR                  SECTION.
           INITIALIZE WRK-ROM.
           MOVE ZEROS TO WRK-QTD-ESCOLHIDAS.
           DISPLAY "DATA DE SAIDA (AAAAMMDD, ZEROS = HOJE): "
             ACCEPT WRK-ROM-DATA.
           IF WRK-ROM-DATA EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-ROM-DATA
           END-IF.
           IF WRK-ROM-DATA LESS WRK-DATA-HOJE
              DISPLAY "DATA DE SAIDA JA PASSOU - NADA GRAVADO"
              GO TO 0220-MONTAR-FIM
           END-IF.
           DISPLAY "PLACA DO VEICULO: "
             ACCEPT WRK-ROM-PLACA.
           PERFORM 0221-ACHAR-VEICULO.
           IF WRK-ROM-CAPACIDADE EQUAL ZEROS
              DISPLAY "VEICULO " WRK-ROM-PLACA " FORA DO CARTAO "
                      "VEICULO.txt - NADA GRAVADO"
              GO TO 0220-MONTAR-FIM
           END-IF.
           DISPLAY "MOTORISTA: "
             ACCEPT WRK-ROM-MOTORISTA.
           IF WRK-ROM-MOTORISTA EQUAL SPACES
              DISPLAY "MOTORISTA EM BRANCO - NADA GRAVADO"
              GO TO 0220-MONTAR-FIM
           END-IF.
           DISPLAY "CAPACIDADE DO VEICULO: " WRK-ROM-CAPACIDADE
                   " ORDENS".
           DISPLAY "INFORME AS ORDENS NA SEQUENCIA DA ROTA".
           MOVE "N" TO WRK-SW-FIM-ESCOLHA.
           PERFORM 0225-ESCOLHER-ORDEM UNTIL WRK-FIM-ESCOLHA.
           IF WRK-QTD-ESCOLHIDAS EQUAL ZEROS
              DISPLAY "NENHUMA ORDEM ESCOLHIDA - NADA GRAVADO"
              GO TO 0220-MONTAR-FIM
           END-IF.
           MOVE WRK-ROM-COBRAR TO WRK-VALOR-ED.
           DISPLAY "ORDENS NO ROMANEIO: " WRK-QTD-ESCOLHIDAS
                   " - A COBRAR NA ENTREGA: " WRK-VALOR-ED.
           DISPLAY "CONFIRMA O ROMANEIO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "ROMANEIO ABANDONADO - NADA GRAVADO"
              GO TO 0220-MONTAR-FIM
           END-IF.
           PERFORM 0250-PROXIMO-NUMERO.
           PERFORM 0230-GRAVAR-ROMANEIO.
           PERFORM 0290-REGRAVAR-ENTREGAS.
           DISPLAY "ROMANEIO " WRK-ROM-NUMERO " GRAVADO - ORDENS "
                   "SAIRAM PARA ENTREGA".
           PERFORM 0240-IMPRIMIR-FOLHA.

       0220-MONTAR-FIM.
           EXIT.

       0221-ACHAR-VEICULO           SECTION.
      *-------- CAPACIDADE ZERO = VEICULO RECUSADO
           MOVE ZEROS TO WRK-ROM-CAPACIDADE.
           IF WRK-ROM-PLACA EQUAL SPACES
              GO TO 0221-ACHAR-FIM
           END-IF.
           IF NOT WRK-TEM-CARTAO
              MOVE WRK-CAPAC-PADRAO TO WRK-ROM-CAPACIDADE
              GO TO 0221-ACHAR-FIM
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VEICULOS
              IF WRK-VEI-PLACA(WRK-IDX) EQUAL WRK-ROM-PLACA
                 MOVE WRK-VEI-CAPACIDADE(WRK-IDX)
                   TO WRK-ROM-CAPACIDADE
                 DISPLAY "VEICULO: " WRK-VEI-DESCRICAO(WRK-IDX)
              END-IF
           END-PERFORM.

       0221-ACHAR-FIM.
           EXIT.

       0225-ESCOLHER-ORDEM          SECTION.
           IF WRK-QTD-ESCOLHIDAS NOT LESS WRK-ROM-CAPACIDADE
              DISPLAY "CAPACIDADE DO VEICULO ATINGIDA"
              SET WRK-FIM-ESCOLHA TO TRUE
              GO TO 0225-ESCOLHER-FIM
           END-IF.
           DISPLAY "ORDEM (0 = FIM): "
             ACCEPT WRK-NUMERO.
           IF WRK-NUMERO EQUAL ZEROS
              SET WRK-FIM-ESCOLHA TO TRUE
              GO TO 0225-ESCOLHER-FIM
           END-IF.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ORDENS
                      OR WRK-IDX-ACHADO GREATER ZEROS
              MOVE WRK-ORD-REG(WRK-IDX) TO REG-ENTREGAS
              IF ENT-NUMERO EQUAL WRK-NUMERO
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              DISPLAY "ORDEM " WRK-NUMERO " NAO ENCONTRADA"
              GO TO 0225-ESCOLHER-FIM
           END-IF.
           MOVE WRK-ORD-REG(WRK-IDX-ACHADO) TO REG-ENTREGAS.
           PERFORM 0215-NORMALIZAR-ORDEM.
           IF NOT ENT-SEPARANDO
              DISPLAY "ORDEM " WRK-NUMERO " COM STATUS " ENT-STATUS
                      " - SO ORDEM SEPARANDO SAI EM ROMANEIO"
              GO TO 0225-ESCOLHER-FIM
           END-IF.
           IF ENT-ROMANEIO GREATER ZEROS
              DISPLAY "ORDEM " WRK-NUMERO " JA ESTA NO ROMANEIO "
                      ENT-ROMANEIO
              GO TO 0225-ESCOLHER-FIM
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ESCOLHIDAS
              IF WRK-ESC-IDX(WRK-IDX) EQUAL WRK-IDX-ACHADO
                 SET WRK-ACHADO TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHADO
              DISPLAY "ORDEM " WRK-NUMERO " JA ESCOLHIDA"
              GO TO 0225-ESCOLHER-FIM
           END-IF.
           ADD 1 TO WRK-QTD-ESCOLHIDAS.
           MOVE WRK-IDX-ACHADO TO WRK-ESC-IDX(WRK-QTD-ESCOLHIDAS).
           ADD ENT-VALOR-COBRAR TO WRK-ROM-COBRAR.
           MOVE ENT-VALOR-COBRAR TO WRK-COBRAR-ED.
           DISPLAY "  " WRK-QTD-ESCOLHIDAS " - " ENT-NOME
                   " " ENT-CIDADE " COBRAR " WRK-COBRAR-ED.

       0225-ESCOLHER-FIM.
           EXIT.

       0230-GRAVAR-ROMANEIO         SECTION.
      *--------------------------------------------------------------
      *-------- CADA ORDEM ANDA DE "SEPARANDO" PARA "SAIU PARA
      *-------- ENTREGA" COM O CARIMBO DO ENTRSTAT (DATA, HORA E
      *-------- OPERADOR) E O NUMERO DO ROMANEIO; O ROMITEM GUARDA A
      *-------- SEQUENCIA DA ROTA E O VALOR A COBRAR DE CADA UMA
      *--------------------------------------------------------------
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           OPEN EXTEND ROMITEM.
           IF FS-ROMITEM EQUAL 35
              OPEN OUTPUT ROMITEM
           END-IF.
           IF FS-ROMITEM NOT EQUAL 00
              MOVE "ROMITEM.txt NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "ROMITEM.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ROMITEM TO FS-ENTREGAS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ESCOLHIDAS
              MOVE WRK-ESC-IDX(WRK-IDX) TO WRK-IDX-ACHADO
              MOVE WRK-ORD-REG(WRK-IDX-ACHADO) TO REG-ENTREGAS
              PERFORM 0215-NORMALIZAR-ORDEM
              MOVE "R"                   TO ENT-STATUS
              MOVE WRK-DATA-HOJE         TO ENT-DATA-STAT
              MOVE WRK-HORA-RELOGIO(1:6) TO ENT-HORA-STAT
              MOVE WRK-OPERADOR          TO ENT-OPERADOR
              MOVE WRK-ROM-NUMERO        TO ENT-ROMANEIO
              MOVE REG-ENTREGAS TO WRK-ORD-REG(WRK-IDX-ACHADO)
              MOVE SPACES           TO REG-ROMITEM
              MOVE WRK-ROM-NUMERO   TO RIT-ROMANEIO
              MOVE ENT-NUMERO       TO RIT-ORDEM
              MOVE WRK-IDX          TO RIT-SEQ
              MOVE ENT-VALOR-COBRAR TO RIT-VALOR-COBRAR
              MOVE ZEROS            TO RIT-VALOR-RECEBIDO
              MOVE WRK-DATA-HOJE    TO RIT-DATA
              WRITE REG-ROMITEM
           END-PERFORM.
           CLOSE ROMITEM.

           OPEN EXTEND ROMANEIO.
           IF FS-ROMANEIO EQUAL 35
              OPEN OUTPUT ROMANEIO
           END-IF.
           IF FS-ROMANEIO NOT EQUAL 00
              MOVE "ROMANEIO.txt NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "ROMANEIO.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ROMANEIO TO FS-ENTREGAS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES             TO REG-ROMANEIO.
           MOVE WRK-ROM-NUMERO     TO ROM-NUMERO.
           MOVE WRK-ROM-DATA       TO ROM-DATA.
           MOVE WRK-ROM-PLACA      TO ROM-PLACA.
           MOVE WRK-ROM-MOTORISTA  TO ROM-MOTORISTA.
           MOVE WRK-QTD-ESCOLHIDAS TO ROM-QTD-ORDENS.
           MOVE WRK-ROM-COBRAR     TO ROM-VALOR-COBRAR.
           MOVE "R"                TO ROM-SITUACAO.
           MOVE ZEROS              TO ROM-QTD-ENTREGUES
                                      ROM-QTD-DEVOLVIDAS
                                      ROM-VALOR-RECEBIDO.
           MOVE WRK-DATA-HOJE      TO ROM-DATA-STAT.
           MOVE WRK-OPERADOR       TO ROM-OPERADOR.
           WRITE REG-ROMANEIO.
           CLOSE ROMANEIO.

       0240-IMPRIMIR-FOLHA          SECTION.
      *--------------------------------------------------------------
      *-------- FOLHA DE ROTA PELO RELPRINT: CABECALHO DO ROMANEIO,
      *-------- AS ORDENS NA SEQUENCIA COM ENDERECO E VALOR A COBRAR
      *-------- E O ESPACO PARA O MOTORISTA ANOTAR A ENTREGA
      *--------------------------------------------------------------
           PERFORM 0245-LER-ROMANEIO.
           IF NOT WRK-ACHADO
              DISPLAY "ROMANEIO " WRK-ROM-NUMERO " NAO ENCONTRADO"
              GO TO 0240-IMPRIMIR-FIM
           END-IF.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-TITULO.
           STRING "FOLHA DE ROTA - ROMANEIO " DELIMITED BY SIZE
                  WRK-ROM-NUMERO              DELIMITED BY SIZE
                  INTO WRK-REL-TITULO.
           MOVE "SEQ ORDEM  CLIENTE              ENDERECO"
             TO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "SAIDA " WRK-ROM-DATA
                  " VEICULO " WRK-ROM-PLACA
                  " MOTORISTA " WRK-ROM-MOTORISTA
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX-ITE FROM 1 BY 1
                   UNTIL WRK-IDX-ITE GREATER WRK-QTD-ITENS
              PERFORM 0247-IMPRIMIR-ORDEM
           END-PERFORM.
           MOVE "T" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ORDENS NO ROMANEIO...... " WRK-QTD-ITENS
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-ROM-COBRAR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TOTAL A COBRAR NA ENTREGA " WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0240-IMPRIMIR-FIM.
           EXIT.

       0245-LER-ROMANEIO            SECTION.
      *-------- CABECALHO (ULTIMA LINHA DO NUMERO) E ORDENS DO
      *-------- ROMANEIO (ULTIMA LINHA DE CADA ORDEM)
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN INPUT ROMANEIO.
           IF FS-ROMANEIO NOT EQUAL 00
              GO TO 0245-LER-FIM
           END-IF.
           READ ROMANEIO
           PERFORM UNTIL FS-ROMANEIO NOT EQUAL 00
              IF ROM-NUMERO EQUAL WRK-ROM-NUMERO
                 SET WRK-ACHADO TO TRUE
                 MOVE ROM-DATA         TO WRK-ROM-DATA
                 MOVE ROM-PLACA        TO WRK-ROM-PLACA
                 MOVE ROM-MOTORISTA    TO WRK-ROM-MOTORISTA
                 MOVE ROM-VALOR-COBRAR TO WRK-ROM-COBRAR
                 MOVE ROM-SITUACAO     TO WRK-ROM-SITUACAO
              END-IF
              READ ROMANEIO
           END-PERFORM.
           CLOSE ROMANEIO.
           IF NOT WRK-ACHADO
              GO TO 0245-LER-FIM
           END-IF.
           OPEN INPUT ROMITEM.
           IF FS-ROMITEM NOT EQUAL 00
              GO TO 0245-LER-FIM
           END-IF.
           READ ROMITEM
           PERFORM UNTIL FS-ROMITEM NOT EQUAL 00
              IF RIT-ROMANEIO EQUAL WRK-ROM-NUMERO
                 PERFORM 0246-GUARDAR-ITEM
              END-IF
              READ ROMITEM
           END-PERFORM.
           CLOSE ROMITEM.

       0245-LER-FIM.
           EXIT.

       0246-GUARDAR-ITEM            SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ITENS
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-ITE-ORDEM(WRK-IDX) EQUAL RIT-ORDEM
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-QTD-ITENS NOT LESS 500
                 GO TO 0246-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-ITENS
              MOVE WRK-QTD-ITENS TO WRK-IDX-ACHADO
           END-IF.
           MOVE RIT-ORDEM        TO WRK-ITE-ORDEM(WRK-IDX-ACHADO).
           MOVE RIT-SEQ          TO WRK-ITE-SEQ(WRK-IDX-ACHADO).
           MOVE RIT-VALOR-COBRAR TO WRK-ITE-COBRAR(WRK-IDX-ACHADO).
           MOVE RIT-RESULTADO    TO WRK-ITE-RESULTADO(WRK-IDX-ACHADO).

       0246-GUARDAR-FIM.
           EXIT.

       0247-IMPRIMIR-ORDEM          SECTION.
           MOVE SPACES TO REG-ENTREGAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ORDENS
              IF WRK-ORD-REG(WRK-IDX)(1:6) EQUAL
                 WRK-ITE-ORDEM(WRK-IDX-ITE)
                 MOVE WRK-ORD-REG(WRK-IDX) TO REG-ENTREGAS
              END-IF
           END-PERFORM.
           MOVE WRK-ITE-SEQ(WRK-IDX-ITE)   TO WRK-LR-SEQ.
           MOVE WRK-ITE-ORDEM(WRK-IDX-ITE) TO WRK-LR-ORDEM.
           MOVE ENT-NOME                   TO WRK-LR-NOME.
           MOVE ENT-LOGRADOURO             TO WRK-LR-LOGRAD.
           MOVE ENT-NUM-END                TO WRK-LR-NUM-END.
           MOVE WRK-LINHA-ROTA1            TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE ENT-CIDADE                 TO WRK-LR-CIDADE.
           MOVE ENT-UF                     TO WRK-LR-UF.
           IF ENT-CEP NUMERIC
              MOVE ENT-CEP                 TO WRK-LR-CEP
           ELSE
              MOVE ZEROS                   TO WRK-LR-CEP
           END-IF.
           MOVE WRK-ITE-COBRAR(WRK-IDX-ITE) TO WRK-LR-COBRAR.
           MOVE WRK-LINHA-ROTA2            TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-LINHA-ROTA3            TO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0250-PROXIMO-NUMERO          SECTION.
      *-------- PROXIMO NUMERO = MAIOR NUMERO DO ARQUIVO + 1
           MOVE ZEROS TO WRK-ROM-NUMERO.
           OPEN INPUT ROMANEIO.
           IF FS-ROMANEIO EQUAL 00
              READ ROMANEIO
              PERFORM UNTIL FS-ROMANEIO NOT EQUAL 00
                 IF ROM-NUMERO GREATER WRK-ROM-NUMERO
                    MOVE ROM-NUMERO TO WRK-ROM-NUMERO
                 END-IF
                 READ ROMANEIO
              END-PERFORM
              CLOSE ROMANEIO
           END-IF.
           ADD 1 TO WRK-ROM-NUMERO.

       0260-LISTAR-ROMANEIOS        SECTION.
           MOVE ZEROS TO WRK-QTD-ROMANEIOS.
           MOVE "N" TO WRK-SW-ROM-CHEIO.
           OPEN INPUT ROMANEIO.
           IF FS-ROMANEIO NOT EQUAL 00
              DISPLAY "NENHUM ROMANEIO AINDA"
              GO TO 0260-LISTAR-FIM
           END-IF.
           READ ROMANEIO
           PERFORM UNTIL FS-ROMANEIO NOT EQUAL 00
              PERFORM 0265-GUARDAR-ROMANEIO
              READ ROMANEIO
           END-PERFORM.
           CLOSE ROMANEIO.
           IF WRK-ROM-ESTOUROU
              DISPLAY "AVISO: MAIS DE 300 ROMANEIOS - SO OS "
                      "PRIMEIROS SAEM NA LISTA"
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROMANEIOS
              MOVE WRK-TRM(WRK-IDX) TO REG-ROMANEIO
              MOVE ROM-VALOR-COBRAR TO WRK-VALOR-ED
              DISPLAY "ROMANEIO " ROM-NUMERO
                      " SAIDA " ROM-DATA
                      " " ROM-PLACA " " ROM-MOTORISTA
                      " ORDENS " ROM-QTD-ORDENS
                      " COBRAR " WRK-VALOR-ED
                      " SITUACAO " ROM-SITUACAO
           END-PERFORM.

       0260-LISTAR-FIM.
           EXIT.

       0265-GUARDAR-ROMANEIO        SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROMANEIOS
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-TRM(WRK-IDX)(1:6) EQUAL ROM-NUMERO
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-QTD-ROMANEIOS NOT LESS 300
                 SET WRK-ROM-ESTOUROU TO TRUE
                 GO TO 0265-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-ROMANEIOS
              MOVE WRK-QTD-ROMANEIOS TO WRK-IDX-ACHADO
           END-IF.
           MOVE REG-ROMANEIO TO WRK-TRM(WRK-IDX-ACHADO).

       0265-GUARDAR-FIM.
           EXIT.

       0290-REGRAVAR-ENTREGAS       SECTION.
      *-------- REGRAVA O ARQUIVO INTEIRO DA TABELA, COMO O ENTRSTAT
           OPEN OUTPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
              MOVE "ENTREGAS.txt NAO REGRAVOU" TO WRK-MSG-ERRO
              MOVE "ENTREGAS.txt" TO WRK-ERRLOG-ARQUIVO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ORDENS
              MOVE WRK-ORD-REG(WRK-IDX) TO REG-ENTREGAS
              WRITE REG-ENTREGAS
           END-PERFORM.
           CLOSE ENTREGAS.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ENTREGAS.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ENTREGAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ENTREGAS.
           MOVE "ROMANEIO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ROMANEIO.
           MOVE "ROMITEM.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ROMITEM.
           MOVE "VEICULO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-VEICULO.
