       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREXTRAT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: EXTRATO MENSAL DO CLIENTE - PARA CADA CLIENTE COM
      *           SALDO OU MOVIMENTO NO CONTAS A RECEBER NO MES
      *           INFORMADO, IMPRIME VIA RELPRINT (COM O NOME E O
      *           BLOCO DE ENDERECO DO CLIENTES.DAT) O SALDO
      *           ANTERIOR, AS NOTAS EMITIDAS NO MES (NOTASLOG.txt),
      *           AS PARCELAS COM VENCIMENTO (CONTASREC.DAT), OS
      *           PAGAMENTOS COM A MULTA E OS JUROS COBRADOS NA BAIXA
      *           (CRBAIXA/CRRETOR), OS CANCELAMENTOS (NFCANC) E O
      *           SALDO FINAL - O CLIENTE A PRAZO PARA DE LIGAR TODO
      *           MES PARA SABER QUANTO DEVE. O MESMO EXTRATO SAI NO
      *           ARQUIVO DE LAYOUT FIXO EXTRATO_AAAAMM.txt PARA O
      *           SERVICO DE E-MAIL
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O SALDO NUMA DATA E A SOMA DO VALOR ORIGINAL DAS
      *              PARCELAS EMITIDAS ANTES DELA QUE AINDA NAO
      *              ESTAVAM PAGAS NEM CANCELADAS; A DATA DO
      *              CANCELAMENTO VEM DA TRILHA NFCANLOG.txt (PARCELA
      *              CANCELADA SEM TRILHA CONTA COMO CANCELADA NA
      *              EMISSAO). MULTA E JUROS SAO INFORMATIVOS: NAO
      *              ENTRAM NO SALDO, QUE E SEMPRE PELO ORIGINAL.
      *              CLIENTE INFORMADO = 0000 EMITE PARA TODOS.
      *              LAYOUT DO ARQUIVO (100 POSICOES):
      *                "C" + CLIENTE (4) + MES (6) + NOME (20) +
      *                      E-MAIL (30) + SALDO ANTERIOR (11) +
      *                      SALDO FINAL (11), VALORES COM 2 DECIMAIS
      *                "N"/"P"/"G"/"X" + CLIENTE (4) + MES (6) +
      *                      NF (6) + PARCELA (2) + DATA (8) +
      *                      VENCIMENTO (8) + VALOR (11) +
      *                      ENCARGOS (11) + SITUACAO (1)
      *              N = NOTA EMITIDA, P = PARCELA, G = PAGAMENTO
      *              (DATA = PAGAMENTO), X = CANCELAMENTO (DATA =
      *              CANCELAMENTO)
      * 15/10/2026 JV - PARCELA RENEGOCIADA EM ACORDO (CRACORDO) SAI
      *                 DO SALDO NA DATA DO ACORDO (ACORDOS.txt) E
      *                 LISTA COM AS CANCELADAS
      * 15/10/2026 JV - LAYOUT DO LOG DE EMISSAO (NOTASLOG.txt) PASSA
      *                 A VIR DO COPY NFLCOPY, QUE GANHOU A SERIE
      * 15/10/2026 JV - MES DE ANO JA ARQUIVADO PELO LOGARQ E LIDO NO
      *                 ARQUIVO ANUAL DO LOG (MODULO LOGSEL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT NFCANLOG ASSIGN TO WRK-PATH-NFCANLOG
             FILE STATUS IS FS-NFCANLOG.

           SELECT ACORDOS ASSIGN TO WRK-PATH-ACORDOS
             FILE STATUS IS FS-ACORDOS.

           SELECT EXTRATO ASSIGN TO WRK-EXTRATO-PATH
             FILE STATUS IS FS-EXTRATO.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  NFCANLOG.
       01  REG-NFCANLOG.
           05 NFC-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 NFC-NF         PIC 9(06).
           05 FILLER         PIC X(01).
           05 NFC-CLIENTE    PIC 9(04).
           05 FILLER         PIC X(01).
           05 NFC-VALOR      PIC 9(09)V99.
           05 FILLER         PIC X(01).
           05 NFC-OPERADOR   PIC X(08).

       FD  ACORDOS.
       COPY "ACDCOPY.cpy".

       FD  EXTRATO.
       01  REG-EXTRATO               PIC X(100).
       01  REG-EXTRATO-CAB REDEFINES REG-EXTRATO.
           05 EXT-CAB-TIPO    PIC X(01).
           05 EXT-CAB-CLIENTE PIC 9(04).
           05 EXT-CAB-MES     PIC 9(06).
           05 EXT-CAB-NOME    PIC X(20).
           05 EXT-CAB-EMAIL   PIC X(30).
           05 EXT-CAB-SALDO-ANT PIC 9(09)V99.
           05 EXT-CAB-SALDO-FIM PIC 9(09)V99.
           05 FILLER          PIC X(17).
       01  REG-EXTRATO-DET REDEFINES REG-EXTRATO.
           05 EXT-DET-TIPO    PIC X(01).
           05 EXT-DET-CLIENTE PIC 9(04).
           05 EXT-DET-MES     PIC 9(06).
           05 EXT-DET-NF      PIC 9(06).
           05 EXT-DET-PARCELA PIC 9(02).
           05 EXT-DET-DATA    PIC 9(08).
           05 EXT-DET-VENCTO  PIC 9(08).
           05 EXT-DET-VALOR   PIC 9(09)V99.
           05 EXT-DET-ENCARGOS PIC 9(09)V99.
           05 EXT-DET-SITUACAO PIC X(01).
           05 FILLER          PIC X(42).


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-NOTASLOG  PIC 9(02) VALUE ZEROS.
       77  FS-NFCANLOG  PIC 9(02) VALUE ZEROS.
       77  FS-ACORDOS   PIC 9(02) VALUE ZEROS.
       77  FS-EXTRATO   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CREXTRAT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASREC".

      *-------------- MES DO EXTRATO E SEUS LIMITES ------------------
       01  WRK-MES-GRUPO.
           05 WRK-MES        PIC 9(06) VALUE ZEROS.
       01  WRK-MES-PARTES REDEFINES WRK-MES-GRUPO.
           05 WRK-MES-ANO    PIC 9(04).
           05 WRK-MES-MM     PIC 9(02).
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INI      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-MES-DA-NOTA   PIC 9(06) VALUE ZEROS.
       77  WRK-CLI-FILTRO    PIC 9(04) VALUE ZEROS.

      *-------------- DATA DE CANCELAMENTO POR NOTA (NFCANLOG) -------
       77  WRK-QTD-CANC      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CANC.
           05 WRK-CANC-ENTRY OCCURS 500 TIMES.
              10 WRK-CANC-NF     PIC 9(06).
              10 WRK-CANC-DATA   PIC 9(08).
       77  WRK-IDX-CANC      PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-CANC     PIC 9(08) VALUE ZEROS.

      *-------------- DATA DO ACORDO POR PARCELA RENEGOCIADA ---------
       77  WRK-QTD-RENEG     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RENEG.
           05 WRK-RENEG-ENTRY OCCURS 500 TIMES.
              10 WRK-RENEG-NF      PIC 9(06).
              10 WRK-RENEG-PARCELA PIC 9(02).
              10 WRK-RENEG-DATA    PIC 9(08).
       77  WRK-IDX-RENEG     PIC 9(03) VALUE ZEROS.

      *-------------- SITUACAO DO TITULO NUMA DATA -------------------
       77  WRK-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WRK-SW-VALE       PIC X(01) VALUE "N".
           88 WRK-VALE-NA-DATA      VALUE "S".
       77  WRK-SW-VALE-INI   PIC X(01) VALUE "N".
           88 WRK-VALE-NO-INICIO    VALUE "S".
       77  WRK-SW-VALE-FIM   PIC X(01) VALUE "N".
           88 WRK-VALE-NO-FIM       VALUE "S".
       77  WRK-SW-MOVIMENTO  PIC X(01) VALUE "N".
           88 WRK-TEM-MOVIMENTO     VALUE "S".

      *-------------- SALDOS POR CLIENTE -----------------------------
       77  WRK-ACUM-CLIENTES PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-ENTRY OCCURS 200 TIMES.
              10 WRK-CLI-ID        PIC 9(04).
              10 WRK-CLI-SALDO-ANT PIC 9(09)V99.
              10 WRK-CLI-SALDO-FIM PIC 9(09)V99.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHADO            VALUE "S".

      *-------------- TOTAIS DO EXTRATO EM EMISSAO -------------------
       77  WRK-SECAO         PIC X(01) VALUE SPACES.
           88 WRK-SECAO-PARCELAS    VALUE "P".
           88 WRK-SECAO-PAGAMENTOS  VALUE "G".
           88 WRK-SECAO-CANCELADOS  VALUE "X".
       77  WRK-QTD-LINHAS    PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-LANCADO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PAGO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ENCARGOS  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CANCEL    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ENCARGOS      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SIT-TEXTO     PIC X(09) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-EXTRATOS  PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-REGS      PIC 9(06) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ENCARGOS-ED   PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- ANO DO PERIODO E ARQUIVO QUE O TEM (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE "NOTASLOG.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOTASLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-NFCANLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-ACORDOS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-EXTRATO-PATH  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-CARREGAR-CANCELAMENTOS
           PERFORM   0210-CARREGAR-ACORDOS
           PERFORM   0300-APURAR-SALDOS
           PERFORM   0400-EMITIR-EXTRATOS
           PERFORM   0500-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "MES DO EXTRATO (AAAAMM, BRANCO = MES ATUAL): "
             ACCEPT WRK-MES.
           IF WRK-MES-MM LESS 1 OR WRK-MES-MM GREATER 12
              DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES
           END-IF.
      *-------- PERIODO DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           MOVE WRK-MES-ANO TO WRK-ANO-LOG.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                WRK-PATH-NOTASLOG WRK-SW-ARQUIVADO.
           DISPLAY "CLIENTE (0000 = TODOS): "
             ACCEPT WRK-CLI-FILTRO.

      *-------- O MES VAI DO DIA 01 ATE A VESPERA DO DIA 01 DO MES
      *-------- SEGUINTE
           COMPUTE WRK-DATA-INI = WRK-MES * 100 + 1.
           IF WRK-MES-MM EQUAL 12
              COMPUTE WRK-DATA-PROX = (WRK-MES-ANO + 1) * 10000 + 101
           ELSE
              COMPUTE WRK-DATA-PROX = WRK-MES * 100 + 101
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "CADASTRO DE CLIENTES NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "CLIENTES.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIENTES TO FS-CONTASREC
              PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE SPACES TO WRK-EXTRATO-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "EXTRATO_"   DELIMITED BY SIZE
                  WRK-MES      DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-EXTRATO-PATH.
           OPEN OUTPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
              MOVE "ERRO NO OPEN DO EXTRATO       " TO WRK-MSG-ERRO
              MOVE "EXTRATO"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-EXTRATO TO FS-CONTASREC
              PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "EXTRATO MENSAL DO CLIENTE - MES " WRK-MES.

       0200-CARREGAR-CANCELAMENTOS  SECTION.
      *--------------------------------------------------------------
      *-------- DATA DE CANCELAMENTO DE CADA NOTA, DA TRILHA DO
      *-------- NFCANC; SEM A TRILHA NENHUMA NOTA TEM DATA E A
      *-------- PARCELA CANCELADA CONTA COMO CANCELADA NA EMISSAO
      *--------------------------------------------------------------
           OPEN INPUT NFCANLOG.
           IF FS-NFCANLOG NOT EQUAL 00
              GO TO 0200-CARREGAR-FIM
           END-IF.
           READ NFCANLOG
           PERFORM UNTIL FS-NFCANLOG NOT EQUAL 00
              IF WRK-QTD-CANC LESS 500
                 ADD 1 TO WRK-QTD-CANC
                 MOVE NFC-NF   TO WRK-CANC-NF(WRK-QTD-CANC)
                 MOVE NFC-DATA TO WRK-CANC-DATA(WRK-QTD-CANC)
              ELSE
                 DISPLAY "*** TRILHA DE CANCELAMENTOS COM MAIS DE "
                         "500 NOTAS - EXCEDENTE SEM DATA ***"
                 MOVE 99 TO FS-NFCANLOG
              END-IF
              IF FS-NFCANLOG EQUAL 00
                 READ NFCANLOG
              END-IF
           END-PERFORM.
           CLOSE NFCANLOG.

       0200-CARREGAR-FIM.
           EXIT.

       0210-CARREGAR-ACORDOS        SECTION.
      *--------------------------------------------------------------
      *-------- DATA DO ACORDO DE CADA PARCELA RENEGOCIADA (LINHAS
      *-------- "O" DO ACORDOS.txt); A RENEGOCIADA SAI DO SALDO NA
      *-------- DATA DO ACORDO, COMO A CANCELADA NA DO CANCELAMENTO
      *--------------------------------------------------------------
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS NOT EQUAL 00
              GO TO 0210-CARREGAR-FIM
           END-IF.
           READ ACORDOS
           PERFORM UNTIL FS-ACORDOS NOT EQUAL 00
              IF ACD-ORIGINAL
                 IF WRK-QTD-RENEG LESS 500
                    ADD 1 TO WRK-QTD-RENEG
                    MOVE ACD-NF      TO WRK-RENEG-NF(WRK-QTD-RENEG)
                    MOVE ACD-PARCELA
                      TO WRK-RENEG-PARCELA(WRK-QTD-RENEG)
                    MOVE ACD-DATA    TO WRK-RENEG-DATA(WRK-QTD-RENEG)
                 ELSE
                    DISPLAY "*** ACORDOS COM MAIS DE 500 PARCELAS "
                            "RENEGOCIADAS - EXCEDENTE SEM DATA ***"
                    MOVE 99 TO FS-ACORDOS
                 END-IF
              END-IF
              IF FS-ACORDOS EQUAL 00
                 READ ACORDOS
              END-IF
           END-PERFORM.
           CLOSE ACORDOS.

       0210-CARREGAR-FIM.
           EXIT.

       0250-DATA-CANCELAMENTO       SECTION.
           MOVE CR-DATA-EMISSAO TO WRK-DATA-CANC.
           IF CR-RENEGOCIADO
              PERFORM VARYING WRK-IDX-RENEG FROM 1 BY 1
                      UNTIL WRK-IDX-RENEG GREATER WRK-QTD-RENEG
                 IF WRK-RENEG-NF(WRK-IDX-RENEG) EQUAL CR-NF
                    AND WRK-RENEG-PARCELA(WRK-IDX-RENEG)
                        EQUAL CR-PARCELA
                    MOVE WRK-RENEG-DATA(WRK-IDX-RENEG)
                      TO WRK-DATA-CANC
                 END-IF
              END-PERFORM
              GO TO 0250-DATA-FIM
           END-IF.
           PERFORM VARYING WRK-IDX-CANC FROM 1 BY 1
                   UNTIL WRK-IDX-CANC GREATER WRK-QTD-CANC
              IF WRK-CANC-NF(WRK-IDX-CANC) EQUAL CR-NF
                 MOVE WRK-CANC-DATA(WRK-IDX-CANC) TO WRK-DATA-CANC
              END-IF
           END-PERFORM.

       0250-DATA-FIM.
           EXIT.

       0260-VALE-NA-DATA            SECTION.
      *--------------------------------------------------------------
      *-------- A PARCELA COMPOE O SALDO EM WRK-DATA-REF SE FOI
      *-------- EMITIDA ANTES DELA E AINDA NAO TINHA SIDO PAGA,
      *-------- CANCELADA NEM RENEGOCIADA EM ACORDO
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-VALE.
           IF CR-DATA-EMISSAO NOT LESS WRK-DATA-REF
              GO TO 0260-VALE-FIM
           END-IF.
           IF CR-LIQUIDADO AND CR-DATA-PAGTO LESS WRK-DATA-REF
              GO TO 0260-VALE-FIM
           END-IF.
           IF (CR-CANCELADO OR CR-RENEGOCIADO)
              AND WRK-DATA-CANC LESS WRK-DATA-REF
              GO TO 0260-VALE-FIM
           END-IF.
           SET WRK-VALE-NA-DATA TO TRUE.

       0260-VALE-FIM.
           EXIT.

       0270-CLASSIFICAR-TITULO      SECTION.
      *-------- SALDO NO INICIO E NO FIM DO MES E MOVIMENTO NO MES
           PERFORM 0250-DATA-CANCELAMENTO.
           MOVE WRK-DATA-INI TO WRK-DATA-REF.
           PERFORM 0260-VALE-NA-DATA.
           MOVE WRK-SW-VALE TO WRK-SW-VALE-INI.
           MOVE WRK-DATA-PROX TO WRK-DATA-REF.
           PERFORM 0260-VALE-NA-DATA.
           MOVE WRK-SW-VALE TO WRK-SW-VALE-FIM.
           MOVE "N" TO WRK-SW-MOVIMENTO.
           IF CR-DATA-EMISSAO NOT LESS WRK-DATA-INI
              AND CR-DATA-EMISSAO LESS WRK-DATA-PROX
              SET WRK-TEM-MOVIMENTO TO TRUE
           END-IF.
           IF CR-LIQUIDADO
              AND CR-DATA-PAGTO NOT LESS WRK-DATA-INI
              AND CR-DATA-PAGTO LESS WRK-DATA-PROX
              SET WRK-TEM-MOVIMENTO TO TRUE
           END-IF.
           IF (CR-CANCELADO OR CR-RENEGOCIADO)
              AND WRK-DATA-CANC NOT LESS WRK-DATA-INI
              AND WRK-DATA-CANC LESS WRK-DATA-PROX
              SET WRK-TEM-MOVIMENTO TO TRUE
           END-IF.

       0300-APURAR-SALDOS           SECTION.
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              MOVE "CONTAS A RECEBER NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ CONTASREC
             PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                IF WRK-CLI-FILTRO EQUAL ZEROS
                   OR WRK-CLI-FILTRO EQUAL CR-CLIENTE
                   PERFORM 0310-APURAR-TITULO
                END-IF
                READ CONTASREC
             END-PERFORM.
           CLOSE CONTASREC.

       0310-APURAR-TITULO           SECTION.
           PERFORM 0270-CLASSIFICAR-TITULO.
           IF NOT WRK-VALE-NO-INICIO AND NOT WRK-VALE-NO-FIM
              AND NOT WRK-TEM-MOVIMENTO
              GO TO 0310-APURAR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-CLIENTES
                      OR WRK-ACHADO
              IF WRK-CLI-ID(WRK-IDX) EQUAL CR-CLIENTE
                 SET WRK-ACHADO TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHADO
              SUBTRACT 1 FROM WRK-IDX
           ELSE
              IF WRK-ACUM-CLIENTES LESS 200
                 ADD 1 TO WRK-ACUM-CLIENTES
                 MOVE WRK-ACUM-CLIENTES TO WRK-IDX
                 MOVE CR-CLIENTE TO WRK-CLI-ID(WRK-IDX)
                 MOVE ZEROS TO WRK-CLI-SALDO-ANT(WRK-IDX)
                               WRK-CLI-SALDO-FIM(WRK-IDX)
              ELSE
                 DISPLAY "*** MAIS DE 200 CLIENTES NO MES - "
                         "CLIENTE " CR-CLIENTE " SEM EXTRATO ***"
                 GO TO 0310-APURAR-FIM
              END-IF
           END-IF.
           IF WRK-VALE-NO-INICIO
              ADD CR-VALOR TO WRK-CLI-SALDO-ANT(WRK-IDX)
           END-IF.
           IF WRK-VALE-NO-FIM
              ADD CR-VALOR TO WRK-CLI-SALDO-FIM(WRK-IDX)
           END-IF.

       0310-APURAR-FIM.
           EXIT.

       0400-EMITIR-EXTRATOS         SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-CLIENTES
              PERFORM 0410-EMITIR-EXTRATO
           END-PERFORM.

       0410-EMITIR-EXTRATO          SECTION.
           ADD 1 TO WRK-ACUM-EXTRATOS.
           MOVE ZEROS TO WRK-TOT-LANCADO WRK-TOT-PAGO
                         WRK-TOT-ENCARGOS WRK-TOT-CANCEL.

      *-------- ENDERECO DO CLIENTES.DAT PARA O CABECALHO
           MOVE SPACES TO REG-CLIENTES.
           MOVE WRK-CLI-ID(WRK-IDX) TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE SPACES TO REG-CLIENTES
                MOVE WRK-CLI-ID(WRK-IDX)       TO REG-ID
                MOVE "(CLIENTE NAO CADASTRADO)" TO REG-NOME
                MOVE ZEROS TO REG-CEP
             NOT INVALID KEY
                CONTINUE
           END-READ.

           MOVE "EXTRATO MENSAL DO CLIENTE" TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING "A(O): " DELIMITED BY SIZE
                  REG-NOME DELIMITED BY SIZE
                  "  (CLIENTE " DELIMITED BY SIZE
                  REG-ID   DELIMITED BY SIZE
                  ")"      DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           STRING REG-LOGRADOURO DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  REG-NUMERO     DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           STRING REG-CIDADE DELIMITED BY SIZE
                  " - "      DELIMITED BY SIZE
                  REG-UF     DELIMITED BY SIZE
                  "  CEP "   DELIMITED BY SIZE
                  REG-CEP    DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           STRING "MES DE REFERENCIA: " DELIMITED BY SIZE
                  WRK-MES-MM  DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-MES-ANO DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-CLI-SALDO-ANT(WRK-IDX) TO WRK-VALOR-ED.
           STRING "SALDO ANTERIOR (EM " DELIMITED BY SIZE
                  WRK-DATA-INI DELIMITED BY SIZE
                  ")........ "  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.

           MOVE SPACES                  TO REG-EXTRATO.
           MOVE "C"                     TO EXT-CAB-TIPO.
           MOVE WRK-CLI-ID(WRK-IDX)     TO EXT-CAB-CLIENTE.
           MOVE WRK-MES                 TO EXT-CAB-MES.
           MOVE REG-NOME                TO EXT-CAB-NOME.
           MOVE REG-EMAIL               TO EXT-CAB-EMAIL.
           MOVE WRK-CLI-SALDO-ANT(WRK-IDX) TO EXT-CAB-SALDO-ANT.
           MOVE WRK-CLI-SALDO-FIM(WRK-IDX) TO EXT-CAB-SALDO-FIM.
           PERFORM 0495-GRAVAR-EXTRATO.

           PERFORM 0420-LISTAR-NOTAS.
           SET WRK-SECAO-PARCELAS TO TRUE.
           PERFORM 0430-LISTAR-TITULOS.
           SET WRK-SECAO-PAGAMENTOS TO TRUE.
           PERFORM 0430-LISTAR-TITULOS.
           SET WRK-SECAO-CANCELADOS TO TRUE.
           PERFORM 0430-LISTAR-TITULOS.

      *-------- RESUMO DO MES: ANTERIOR + LANCADO - PAGO - CANCELADO
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-TOT-LANCADO TO WRK-VALOR-ED.
           STRING "(+) PARCELAS LANCADAS NO MES....... "
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-TOT-PAGO TO WRK-VALOR-ED.
           STRING "(-) PAGAMENTOS (VALOR ORIGINAL).... "
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-TOT-CANCEL TO WRK-VALOR-ED.
           STRING "(-) CANCELADAS/RENEGOCIADAS........ "
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE WRK-TOT-ENCARGOS TO WRK-VALOR-ED.
           STRING "    MULTA E JUROS PAGOS NO MES..... "
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.

           MOVE WRK-CLI-SALDO-FIM(WRK-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "SALDO FINAL DO MES: " DELIMITED BY SIZE
                  WRK-VALOR-ED          DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0420-LISTAR-NOTAS            SECTION.
      *--------------------------------------------------------------
      *-------- NOTAS DO CLIENTE EMITIDAS NO MES; FICAM DE FORA A
      *-------- NOTA BLOQUEADA PELO LIMITE (SEM TITULO) E A LINHA
      *-------- DE CANCELAMENTO, QUE SAI NA SECAO PROPRIA
      *--------------------------------------------------------------
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE "NOTAS EMITIDAS NO MES" TO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG NOT EQUAL 00
              MOVE "  (LOG DE EMISSAO DE NOTAS AUSENTE)"
                TO WRK-REL-LINHA
              PERFORM 0490-IMPRIMIR-LINHA
              GO TO 0420-LISTAR-FIM
           END-IF.
           READ NOTASLOG
           PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
              DIVIDE NL-DATA BY 100 GIVING WRK-MES-DA-NOTA
              IF NL-CLIENTE EQUAL WRK-CLI-ID(WRK-IDX)
                 AND WRK-MES-DA-NOTA EQUAL WRK-MES
                 AND NL-SITUACAO NOT EQUAL "B"
                 AND NL-SITUACAO NOT EQUAL "C"
                 PERFORM 0425-LINHA-NOTA
              END-IF
              READ NOTASLOG
           END-PERFORM.
           CLOSE NOTASLOG.
           IF WRK-QTD-LINHAS EQUAL ZEROS
              MOVE "  (NENHUMA)" TO WRK-REL-LINHA
              PERFORM 0490-IMPRIMIR-LINHA
           END-IF.

       0420-LISTAR-FIM.
           EXIT.

       0425-LINHA-NOTA              SECTION.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE NL-BASE TO WRK-VALOR-ED.
           STRING "  NF "    DELIMITED BY SIZE
                  NL-NF      DELIMITED BY SIZE
                  " EMITIDA EM " DELIMITED BY SIZE
                  NL-DATA    DELIMITED BY SIZE
                  " VALOR "  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "N"                 TO EXT-DET-TIPO.
           MOVE WRK-CLI-ID(WRK-IDX) TO EXT-DET-CLIENTE.
           MOVE WRK-MES             TO EXT-DET-MES.
           MOVE NL-NF               TO EXT-DET-NF.
           MOVE ZEROS               TO EXT-DET-PARCELA
                                       EXT-DET-VENCTO
                                       EXT-DET-ENCARGOS.
           MOVE NL-DATA             TO EXT-DET-DATA.
           MOVE NL-BASE             TO EXT-DET-VALOR.
           MOVE NL-SITUACAO         TO EXT-DET-SITUACAO.
           PERFORM 0495-GRAVAR-EXTRATO.

       0430-LISTAR-TITULOS          SECTION.
      *--------------------------------------------------------------
      *-------- UMA VARREDURA DO CONTAS A RECEBER POR SECAO DO
      *-------- EXTRATO: PARCELAS (LANCADAS NO MES OU EM ABERTO NO
      *-------- FIM DELE), PAGAMENTOS DO MES E CANCELAMENTOS DO MES
      *--------------------------------------------------------------
           PERFORM 0490-IMPRIMIR-LINHA.
           EVALUATE TRUE
              WHEN WRK-SECAO-PARCELAS
                 MOVE "PARCELAS DO MES E EM ABERTO"
                   TO WRK-REL-LINHA
              WHEN WRK-SECAO-PAGAMENTOS
                 MOVE "PAGAMENTOS NO MES (COM MULTA E JUROS)"
                   TO WRK-REL-LINHA
              WHEN OTHER
                 MOVE "CANCELAMENTOS E RENEGOCIACOES NO MES"
                   TO WRK-REL-LINHA
           END-EVALUATE.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              MOVE "  (CONTAS A RECEBER NAO ABRIU)" TO WRK-REL-LINHA
              PERFORM 0490-IMPRIMIR-LINHA
              GO TO 0430-LISTAR-FIM
           END-IF.
           READ CONTASREC
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-CLIENTE EQUAL WRK-CLI-ID(WRK-IDX)
                 PERFORM 0270-CLASSIFICAR-TITULO
                 EVALUATE TRUE
                    WHEN WRK-SECAO-PARCELAS
                       PERFORM 0440-LINHA-PARCELA
                    WHEN WRK-SECAO-PAGAMENTOS
                       PERFORM 0450-LINHA-PAGAMENTO
                    WHEN OTHER
                       PERFORM 0460-LINHA-CANCELAMENTO
                 END-EVALUATE
              END-IF
              READ CONTASREC
           END-PERFORM.
           CLOSE CONTASREC.
           IF WRK-QTD-LINHAS EQUAL ZEROS
              MOVE "  (NENHUM)" TO WRK-REL-LINHA
              PERFORM 0490-IMPRIMIR-LINHA
           END-IF.

       0430-LISTAR-FIM.
           EXIT.

       0440-LINHA-PARCELA           SECTION.
           IF CR-DATA-EMISSAO NOT LESS WRK-DATA-INI
              AND CR-DATA-EMISSAO LESS WRK-DATA-PROX
              ADD CR-VALOR TO WRK-TOT-LANCADO
           ELSE
              IF NOT WRK-VALE-NO-FIM
                 GO TO 0440-LINHA-FIM
              END-IF
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.
      *-------- SITUACAO DA PARCELA NO FIM DO MES
           EVALUATE TRUE
              WHEN NOT WRK-VALE-NO-FIM AND CR-CANCELADO
                 MOVE "CANCELADA" TO WRK-SIT-TEXTO
              WHEN NOT WRK-VALE-NO-FIM AND CR-RENEGOCIADO
                 MOVE "RENEGOC."  TO WRK-SIT-TEXTO
              WHEN NOT WRK-VALE-NO-FIM
                 MOVE "PAGA"      TO WRK-SIT-TEXTO
              WHEN CR-DATA-VENCTO LESS WRK-DATA-PROX
                 MOVE "VENCIDA"   TO WRK-SIT-TEXTO
              WHEN OTHER
                 MOVE "A VENCER"  TO WRK-SIT-TEXTO
           END-EVALUATE.
           MOVE CR-VALOR TO WRK-VALOR-ED.
           STRING "  NF "       DELIMITED BY SIZE
                  CR-NF         DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  CR-PARCELA    DELIMITED BY SIZE
                  " EMISSAO "   DELIMITED BY SIZE
                  CR-DATA-EMISSAO DELIMITED BY SIZE
                  " VENCTO "    DELIMITED BY SIZE
                  CR-DATA-VENCTO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-SIT-TEXTO DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "P"                 TO EXT-DET-TIPO.
           MOVE CR-DATA-EMISSAO     TO EXT-DET-DATA.
           MOVE CR-VALOR            TO EXT-DET-VALOR.
           MOVE ZEROS               TO EXT-DET-ENCARGOS.
           IF WRK-VALE-NO-FIM
              MOVE "A"              TO EXT-DET-SITUACAO
           ELSE
              MOVE CR-SITUACAO      TO EXT-DET-SITUACAO
           END-IF.
           PERFORM 0480-GRAVAR-DETALHE.

       0440-LINHA-FIM.
           EXIT.

       0450-LINHA-PAGAMENTO         SECTION.
           IF NOT CR-LIQUIDADO
              OR CR-DATA-PAGTO LESS WRK-DATA-INI
              OR CR-DATA-PAGTO NOT LESS WRK-DATA-PROX
              GO TO 0450-LINHA-FIM
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.
      *-------- MULTA E JUROS COBRADOS NA BAIXA = PAGO - ORIGINAL
           MOVE ZEROS TO WRK-ENCARGOS.
           IF CR-VALOR-PAGO GREATER CR-VALOR
              COMPUTE WRK-ENCARGOS = CR-VALOR-PAGO - CR-VALOR
           END-IF.
           ADD CR-VALOR     TO WRK-TOT-PAGO.
           ADD WRK-ENCARGOS TO WRK-TOT-ENCARGOS.
           MOVE CR-VALOR-PAGO TO WRK-VALOR-ED.
           MOVE WRK-ENCARGOS  TO WRK-ENCARGOS-ED.
           STRING "  NF "       DELIMITED BY SIZE
                  CR-NF         DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  CR-PARCELA    DELIMITED BY SIZE
                  " PAGA EM "   DELIMITED BY SIZE
                  CR-DATA-PAGTO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  " ENCARGOS "  DELIMITED BY SIZE
                  WRK-ENCARGOS-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "G"                 TO EXT-DET-TIPO.
           MOVE CR-DATA-PAGTO       TO EXT-DET-DATA.
           MOVE CR-VALOR            TO EXT-DET-VALOR.
           MOVE WRK-ENCARGOS        TO EXT-DET-ENCARGOS.
           MOVE CR-SITUACAO         TO EXT-DET-SITUACAO.
           PERFORM 0480-GRAVAR-DETALHE.

       0450-LINHA-FIM.
           EXIT.

       0460-LINHA-CANCELAMENTO      SECTION.
           IF (NOT CR-CANCELADO AND NOT CR-RENEGOCIADO)
              OR WRK-DATA-CANC LESS WRK-DATA-INI
              OR WRK-DATA-CANC NOT LESS WRK-DATA-PROX
              GO TO 0460-LINHA-FIM
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.
           ADD CR-VALOR TO WRK-TOT-CANCEL.
           MOVE CR-VALOR TO WRK-VALOR-ED.
           IF CR-RENEGOCIADO
              MOVE "RENEGOC."  TO WRK-SIT-TEXTO
           ELSE
              MOVE "CANCELADA" TO WRK-SIT-TEXTO
           END-IF.
           STRING "  NF "       DELIMITED BY SIZE
                  CR-NF         DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  CR-PARCELA    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-SIT-TEXTO DELIMITED BY SPACES
                  " EM "        DELIMITED BY SIZE
                  WRK-DATA-CANC DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0490-IMPRIMIR-LINHA.
           MOVE SPACES              TO REG-EXTRATO.
           MOVE "X"                 TO EXT-DET-TIPO.
           MOVE WRK-DATA-CANC       TO EXT-DET-DATA.
           MOVE CR-VALOR            TO EXT-DET-VALOR.
           MOVE ZEROS               TO EXT-DET-ENCARGOS.
           MOVE CR-SITUACAO         TO EXT-DET-SITUACAO.
           PERFORM 0480-GRAVAR-DETALHE.

       0460-LINHA-FIM.
           EXIT.

       0480-GRAVAR-DETALHE          SECTION.
      *-------- CAMPOS COMUNS DO DETALHE DE TITULO NO ARQUIVO
           MOVE WRK-CLI-ID(WRK-IDX) TO EXT-DET-CLIENTE.
           MOVE WRK-MES             TO EXT-DET-MES.
           MOVE CR-NF               TO EXT-DET-NF.
           MOVE CR-PARCELA          TO EXT-DET-PARCELA.
           MOVE CR-DATA-VENCTO      TO EXT-DET-VENCTO.
           PERFORM 0495-GRAVAR-EXTRATO.

       0490-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0495-GRAVAR-EXTRATO          SECTION.
           WRITE REG-EXTRATO.
           ADD 1 TO WRK-ACUM-REGS.

       0500-FINALIZAR               SECTION.
           CLOSE CLIENTES.
           CLOSE EXTRATO.
           DISPLAY "=========================================".
           DISPLAY "EXTRATOS EMITIDOS....... " WRK-ACUM-EXTRATOS.
           DISPLAY "REGISTROS NO ARQUIVO.... " WRK-ACUM-REGS.
           DISPLAY "ARQUIVO PARA E-MAIL..... " WRK-EXTRATO-PATH.
           DISPLAY "=========================================".
           DISPLAY "FIM DOS EXTRATOS".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTASREC.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "NFCANLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFCANLOG.
           MOVE "ACORDOS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ACORDOS.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
