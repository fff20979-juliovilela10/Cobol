       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRACORDO.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ACORDO DE RENEGOCIACAO DE DIVIDA - A COBRANCA
      *           ESCOLHE AS PARCELAS VENCIDAS DO CLIENTE NO
      *           CONTASREC.DAT, QUE SAO CORRIGIDAS COM MULTA E JUROS
      *           NAS REGRAS DO CRBAIXA (CARTAO JUROSPAR.txt), E O
      *           TOTAL CORRIGIDO E DESDOBRADO EM PARCELAS NOVAS PELA
      *           CONDICAO DE PAGAMENTO (CONDPAG.txt), COMO NO
      *           FECHAMENTO DE NOTA (EXCBL23). AS ORIGINAIS FICAM
      *           COM SITUACAO "R" (RENEGOCIADO - NEM PAGAS NEM
      *           CANCELADAS) E SAEM DO CRAGING E DO CRCARTA; O
      *           NUMERO DO ACORDO LIGA AS NOVAS AS ORIGINAIS NO
      *           ACORDOS.txt. A OPCAO 2 LISTA OS ACORDOS QUEBRADOS
      *           (COM PARCELA NOVA VENCIDA E EM ABERTO) - ACABA O
      *           ACORDO FEITO POR TELEFONE E GUARDADO NO PAPEL
      * DATA: 15/10/2026
      * OBSERVAÇÕES: AS PARCELAS NOVAS SAO LANCADAS COM O NUMERO DO
      *              ACORDO NO LUGAR DA NOTA (FAIXA 900001 EM DIANTE,
      *              LONGE DA NUMERACAO DE NOTAS), E POR ISSO ENTRAM
      *              NA REMESSA DE BOLETO (CRREMES), NA BAIXA E NO
      *              RETORNO COMO QUALQUER TITULO. O ACORDO SO E
      *              FEITO COM O MES ABERTO NO CONTROLE DE PERIODO
      *              (PERCHK) E FICA NO HISTORICO DE CONTATOS DO
      *              CLIENTE (CONTLOG, TIPO "C")
      * 15/10/2026 JV - A PARCELA RENEGOCIADA SAI E AS PARCELAS DO
      *                 ACORDO ENTRAM NA EXPOSICAO DE CREDITO DO
      *                 CLIENTE (MODULO CREXPATU)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT JUROSPAR ASSIGN TO WRK-PATH-JUROSPAR
             FILE STATUS IS FS-JUROSPAR.

           SELECT CONDPAG ASSIGN TO WRK-PATH-CONDPAG
             FILE STATUS IS FS-CONDPAG.

           SELECT ACORDOS ASSIGN TO WRK-PATH-ACORDOS
             FILE STATUS IS FS-ACORDOS.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  JUROSPAR.
       01  REG-JUROSPAR.
           05 JUR-TIPO       PIC X(05).
           05 FILLER         PIC X(01).
           05 JUR-PERC       PIC 9(02)V9(03).

       FD  CONDPAG.
       01  REG-CONDPAG.
           05 COND-CODIGO    PIC 9(02).
           05 FILLER         PIC X(01).
           05 COND-PARCELAS  PIC 9(02).
           05 FILLER         PIC X(01).
           05 COND-INTERVALO PIC 9(03).

       FD  ACORDOS.
       COPY "ACDCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-JUROSPAR  PIC 9(02) VALUE ZEROS.
       77  FS-CONDPAG   PIC 9(02) VALUE ZEROS.
       77  FS-ACORDOS   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CRACORDO".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASREC".

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-ACORDO       VALUE 1.
           88 WRK-OPC-QUEBRADOS    VALUE 2.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE       PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.

       77  WRK-SW-ARQCLI     PIC X(01) VALUE "N".
           88 WRK-ARQCLI-ABERTO     VALUE "S".

      *-------------- TAXAS DE ATRASO (CARTAO JUROSPAR.txt) ----------
       77  WRK-PERC-MULTA    PIC 9(02)V9(03) VALUE ZEROS.
       77  WRK-PERC-JUROS    PIC 9(02)V9(03) VALUE ZEROS.

      *-------------- CORRECAO DO TITULO VENCIDO ---------------------
       77  WRK-DIAS-ATRASO   PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-CORR     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-VLR-MULTA     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-JUROS     PIC 9(09)V99 VALUE ZEROS.

      *-------------- CONDICOES DE PAGAMENTO (CONDPAG.txt) -----------
       77  WRK-QTD-COND      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-COND.
           05 WRK-COND-ENTRY OCCURS 20 TIMES.
              10 WRK-COND-CODIGO    PIC 9(02).
              10 WRK-COND-PARCELAS  PIC 9(02).
              10 WRK-COND-INTERVALO PIC 9(03).
       77  WRK-SW-COND       PIC X(01) VALUE "N".
           88 WRK-COND-ACHADA       VALUE "S".
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.

      *-------------- PARCELAS VENCIDAS DO CLIENTE -------------------
       77  WRK-QTD-VENC      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-VENC.
           05 WRK-VENC-ENTRY OCCURS 50 TIMES.
              10 WRK-VENC-NF       PIC 9(06).
              10 WRK-VENC-PARCELA  PIC 9(02).
              10 WRK-VENC-VENCTO   PIC 9(08).
              10 WRK-VENC-VALOR    PIC 9(09)V99.
              10 WRK-VENC-CORR     PIC 9(09)V99.
              10 WRK-VENC-DIAS     PIC 9(04).
              10 WRK-VENC-INCLUIR  PIC X(01).
                 88 WRK-VENC-INCLUIDA     VALUE "S" "s".
       77  WRK-IDX-VENC      PIC 9(02) VALUE ZEROS.
       77  WRK-SW-TODAS      PIC X(01) VALUE "S".
           88 WRK-INCLUIR-TODAS     VALUE "S" "s".

      *-------------- ACORDO EM MONTAGEM -----------------------------
       77  WRK-ACORDO        PIC 9(06) VALUE ZEROS.
       77  WRK-ACORDO-INICIAL PIC 9(06) VALUE 900000.
       77  WRK-ACD-CONDPAG   PIC 9(02) VALUE ZEROS.
       77  WRK-ACD-ORIGINAL  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACD-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACD-QTD-ORIG  PIC 9(02) VALUE ZEROS.
       77  WRK-PARC-TOTAL    PIC 9(02) VALUE ZEROS.
       77  WRK-PARC-INTERV   PIC 9(03) VALUE ZEROS.
       77  WRK-PARC-NUM      PIC 9(02) VALUE ZEROS.
       77  WRK-PARC-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARC-ULTIMA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARC-DIAS     PIC S9(04) VALUE ZEROS.
       77  WRK-PARC-VENCTO   PIC 9(08) VALUE ZEROS.

       77  WRK-SW-CONFIRMA   PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO        VALUE "S" "s".

      *-------------- ACORDOS QUEBRADOS ------------------------------
       77  WRK-QTD-QUEBRA    PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-QUEBRA.
           05 WRK-QBR-ENTRY OCCURS 200 TIMES.
              10 WRK-QBR-ACORDO    PIC 9(06).
              10 WRK-QBR-CLIENTE   PIC 9(04).
              10 WRK-QBR-DATA      PIC 9(08).
              10 WRK-QBR-VENCIDAS  PIC 9(02).
              10 WRK-QBR-VALOR     PIC 9(09)V99.
              10 WRK-QBR-DESDE     PIC 9(08).
       77  WRK-IDX-QBR       PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHADO            VALUE "S".
       77  WRK-TOT-QUEBRADO  PIC 9(11)V99 VALUE ZEROS.

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------- HISTORICO DE CONTATOS (MODULO CONTLOG) ---------
       77  WRK-CTT-TIPO      PIC X(01) VALUE "C".
       01  WRK-CTT-NOTA      PIC X(40) VALUE SPACES.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- EXPOSICAO DE CREDITO (MODULO CREXPATU) ---------
       77  WRK-EXP-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-CORR-ED       PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-JUROSPAR PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONDPAG  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ACORDOS  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           PERFORM   0900-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
                      "ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              MOVE "CONTAS A RECEBER NAO ABRIU    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
              SET WRK-ARQCLI-ABERTO TO TRUE
           ELSE
              DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - ACORDOS "
                      "SEM O NOME DO CLIENTE"
           END-IF.
           PERFORM 0110-CARREGAR-TAXAS.
           PERFORM 0120-CARREGAR-CONDPAG.

       0110-CARREGAR-TAXAS          SECTION.
      *-------- MESMAS TAXAS DE ATRASO DA BAIXA (CRBAIXA): MULTA
      *-------- UNICA E JUROS AO DIA; SEM O CARTAO, SEM CORRECAO
           OPEN INPUT JUROSPAR.
           IF FS-JUROSPAR NOT EQUAL 00
              DISPLAY "CARTAO JUROSPAR.txt AUSENTE - ACORDOS SEM "
                      "MULTA E JUROS"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ JUROSPAR
           PERFORM UNTIL FS-JUROSPAR NOT EQUAL 00
              EVALUATE JUR-TIPO
                 WHEN "MULTA"
                    MOVE JUR-PERC TO WRK-PERC-MULTA
                 WHEN "JUROS"
                    MOVE JUR-PERC TO WRK-PERC-JUROS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ JUROSPAR
           END-PERFORM.
           CLOSE JUROSPAR.

       0110-CARREGAR-FIM.
           EXIT.

       0120-CARREGAR-CONDPAG        SECTION.
      *-------- CONDICOES DE PAGAMENTO (CONDMANT); A ULTIMA LINHA DE
      *-------- CADA CODIGO SOBREPOE A ANTERIOR, COMO NO EXCBL23
           OPEN INPUT CONDPAG.
           IF FS-CONDPAG NOT EQUAL 00
              DISPLAY "TABELA DE CONDICOES (CONDPAG.txt) AUSENTE - "
                      "SO ACORDO A VISTA (CONDICAO 00)"
              GO TO 0120-CARREGAR-FIM
           END-IF.
           READ CONDPAG
           PERFORM UNTIL FS-CONDPAG NOT EQUAL 00
              MOVE "N" TO WRK-SW-COND
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-COND
                         OR WRK-COND-ACHADA
                 IF WRK-COND-CODIGO(WRK-IDX) EQUAL COND-CODIGO
                    SET WRK-COND-ACHADA TO TRUE
                 END-IF
              END-PERFORM
              IF WRK-COND-ACHADA
                 SUBTRACT 1 FROM WRK-IDX
              ELSE
                 IF WRK-QTD-COND LESS 20
                    ADD 1 TO WRK-QTD-COND
                    MOVE WRK-QTD-COND TO WRK-IDX
                    MOVE COND-CODIGO TO WRK-COND-CODIGO(WRK-IDX)
                 ELSE
                    MOVE ZEROS TO WRK-IDX
                 END-IF
              END-IF
              IF WRK-IDX GREATER ZEROS
                 AND WRK-IDX LESS OR EQUAL WRK-QTD-COND
                 MOVE COND-PARCELAS
                   TO WRK-COND-PARCELAS(WRK-IDX)
                 MOVE COND-INTERVALO
                   TO WRK-COND-INTERVALO(WRK-IDX)
              END-IF
              READ CONDPAG
           END-PERFORM.
           CLOSE CONDPAG.

       0120-CARREGAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "ACORDOS DE RENEGOCIACAO DE DIVIDA".
           DISPLAY "1 - NOVO ACORDO".
           DISPLAY "2 - RELATORIO DE ACORDOS QUEBRADOS".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-ACORDO
                 PERFORM 0300-NOVO-ACORDO
              WHEN WRK-OPC-QUEBRADOS
                 PERFORM 0500-ACORDOS-QUEBRADOS
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0300-NOVO-ACORDO             SECTION.
      *-------- MES FECHADO NO CONTROLE DE PERIODO NAO RECEBE
      *-------- LANCAMENTO (PERMANT)
           CALL "PERCHK" USING WRK-DATA-HOJE WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES DE " WRK-DATA-HOJE " FECHADO NO "
                      "CONTROLE DE PERIODO - ACORDO NAO PERMITIDO"
              GO TO 0300-NOVO-ACORDO-FIM
           END-IF.
           DISPLAY "ID DO CLIENTE.....: "
             ACCEPT WRK-CLIENTE.
           IF WRK-ARQCLI-ABERTO
              MOVE WRK-CLIENTE TO REG-ID
              READ CLIENTES
                INVALID KEY
                   DISPLAY "ID " WRK-CLIENTE " NAO ENCONTRADO"
                   GO TO 0300-NOVO-ACORDO-FIM
                NOT INVALID KEY
                   DISPLAY "CLIENTE: " REG-NOME
              END-READ
           END-IF.

           PERFORM 0310-SELECIONAR-VENCIDAS.
           IF WRK-QTD-VENC EQUAL ZEROS
              DISPLAY "CLIENTE SEM PARCELAS VENCIDAS EM ABERTO"
              GO TO 0300-NOVO-ACORDO-FIM
           END-IF.
           PERFORM 0330-ESCOLHER-PARCELAS.
           IF WRK-ACD-QTD-ORIG EQUAL ZEROS
              DISPLAY "NENHUMA PARCELA ESCOLHIDA - ACORDO ABANDONADO"
              GO TO 0300-NOVO-ACORDO-FIM
           END-IF.

           DISPLAY "CONDICAO DE PAGAMENTO DO ACORDO: "
             ACCEPT WRK-ACD-CONDPAG.
           PERFORM 0340-LOCALIZAR-CONDICAO.
           IF NOT WRK-COND-ACHADA
              DISPLAY "CONDICAO " WRK-ACD-CONDPAG " NAO ESTA NA "
                      "TABELA (CONDMANT) - ACORDO ABANDONADO"
              GO TO 0300-NOVO-ACORDO-FIM
           END-IF.
           DIVIDE WRK-ACD-TOTAL BY WRK-PARC-TOTAL
                  GIVING WRK-PARC-VALOR.
           COMPUTE WRK-PARC-ULTIMA = WRK-ACD-TOTAL
                 - (WRK-PARC-VALOR * (WRK-PARC-TOTAL - 1)).
           MOVE WRK-ACD-ORIGINAL TO WRK-VALOR-ED.
           MOVE WRK-ACD-TOTAL    TO WRK-CORR-ED.
           DISPLAY "----------------------------------------".
           DISPLAY "PARCELAS RENEGOCIADAS " WRK-ACD-QTD-ORIG
                   " ORIGINAL " WRK-VALOR-ED.
           DISPLAY "TOTAL CORRIGIDO (MULTA E JUROS) " WRK-CORR-ED.
           MOVE WRK-PARC-VALOR TO WRK-VALOR-ED.
           DISPLAY "NOVO PLANO: " WRK-PARC-TOTAL " PARCELA(S) DE "
                   WRK-VALOR-ED " A CADA " WRK-PARC-INTERV " DIAS".
           DISPLAY "CONFIRMA O ACORDO (S/N)? "
             ACCEPT WRK-SW-CONFIRMA.
           IF NOT WRK-CONFIRMADO
              DISPLAY "ACORDO ABANDONADO"
              GO TO 0300-NOVO-ACORDO-FIM
           END-IF.

           PERFORM 0350-NUMERAR-ACORDO.
           OPEN EXTEND ACORDOS.
           IF FS-ACORDOS EQUAL 35
              OPEN OUTPUT ACORDOS
           END-IF.
           PERFORM 0360-RENEGOCIAR-ORIGINAL
                   VARYING WRK-IDX-VENC FROM 1 BY 1
                   UNTIL WRK-IDX-VENC GREATER WRK-QTD-VENC.
           PERFORM 0370-LANCAR-PARCELA
                   VARYING WRK-PARC-NUM FROM 1 BY 1
                   UNTIL WRK-PARC-NUM GREATER WRK-PARC-TOTAL.
           CLOSE ACORDOS.

      *-------- O ACORDO ENTRA NO HISTORICO DE CONTATOS DO CLIENTE
           MOVE SPACES TO WRK-CTT-NOTA.
           STRING "ACORDO "      DELIMITED BY SIZE
                  WRK-ACORDO     DELIMITED BY SIZE
                  " EM "         DELIMITED BY SIZE
                  WRK-PARC-TOTAL DELIMITED BY SIZE
                  " PARCELA(S)"  DELIMITED BY SIZE
                  INTO WRK-CTT-NOTA.
           CALL "CONTLOG" USING WRK-CLIENTE WRK-CTT-TIPO
                                 WRK-CTT-NOTA WRK-OPERADOR.
           DISPLAY "ACORDO " WRK-ACORDO " GRAVADO".

       0300-NOVO-ACORDO-FIM.
           EXIT.

       0310-SELECIONAR-VENCIDAS     SECTION.
      *--------------------------------------------------------------
      *-------- PARCELAS EM ABERTO E VENCIDAS DO CLIENTE (SEM
      *-------- VENCIMENTO CONTA A EMISSAO, COMO NO CRAGING), JA
      *-------- COM A CORRECAO DO CRBAIXA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-VENC.
           MOVE ZEROS TO CR-CHAVE.
           START CONTASREC KEY NOT LESS CR-CHAVE
             INVALID KEY
                GO TO 0310-SELECIONAR-FIM
           END-START.
           READ CONTASREC NEXT
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-CLIENTE EQUAL WRK-CLIENTE AND CR-ABERTO
                 IF CR-DATA-VENCTO GREATER ZEROS
                    MOVE CR-DATA-VENCTO TO WRK-DATA-BASE
                 ELSE
                    MOVE CR-DATA-EMISSAO TO WRK-DATA-BASE
                 END-IF
                 IF WRK-DATA-BASE LESS WRK-DATA-HOJE
                    PERFORM 0320-GUARDAR-VENCIDA
                 END-IF
              END-IF
              READ CONTASREC NEXT
           END-PERFORM.

       0310-SELECIONAR-FIM.
           EXIT.

       0320-GUARDAR-VENCIDA         SECTION.
           IF WRK-QTD-VENC NOT LESS 50
              DISPLAY "*** MAIS DE 50 PARCELAS VENCIDAS - NF " CR-NF
                      "/" CR-PARCELA " FICA PARA OUTRO ACORDO ***"
              GO TO 0320-GUARDAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-VENC.
           PERFORM 0325-CORRIGIR-TITULO.
           MOVE CR-NF           TO WRK-VENC-NF(WRK-QTD-VENC).
           MOVE CR-PARCELA      TO WRK-VENC-PARCELA(WRK-QTD-VENC).
           MOVE WRK-DATA-BASE   TO WRK-VENC-VENCTO(WRK-QTD-VENC).
           MOVE CR-VALOR        TO WRK-VENC-VALOR(WRK-QTD-VENC).
           MOVE WRK-DIAS-ATRASO TO WRK-VENC-DIAS(WRK-QTD-VENC).
           COMPUTE WRK-VENC-CORR(WRK-QTD-VENC) = CR-VALOR
                 + WRK-VLR-MULTA + WRK-VLR-JUROS.
           MOVE "N"             TO WRK-VENC-INCLUIR(WRK-QTD-VENC).

       0320-GUARDAR-FIM.
           EXIT.

       0325-CORRIGIR-TITULO         SECTION.
      *--------------------------------------------------------------
      *-------- REGRA DO CRBAIXA: DIAS DE ATRASO DO VENCIMENTO ATE
      *-------- HOJE (DATAADD) E MULTA UNICA + JUROS AO DIA SOBRE O
      *-------- VALOR ORIGINAL; SEM VENCIMENTO, SEM CORRECAO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-DIAS-ATRASO WRK-VLR-MULTA WRK-VLR-JUROS.
           IF CR-DATA-VENCTO EQUAL ZEROS
              OR CR-DATA-VENCTO GREATER OR EQUAL WRK-DATA-HOJE
              GO TO 0325-CORRIGIR-FIM
           END-IF.
           MOVE CR-DATA-VENCTO TO WRK-DATA-CORR.
           PERFORM UNTIL WRK-DATA-CORR GREATER OR EQUAL
                         WRK-DATA-HOJE
                      OR WRK-DIAS-ATRASO GREATER OR EQUAL 9999
              CALL "DATAADD" USING WRK-DATA-CORR WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-CORR
              ADD 1 TO WRK-DIAS-ATRASO
           END-PERFORM.
           COMPUTE WRK-VLR-MULTA ROUNDED
                 = CR-VALOR * WRK-PERC-MULTA / 100.
           COMPUTE WRK-VLR-JUROS ROUNDED
                 = CR-VALOR * WRK-PERC-JUROS / 100
                   * WRK-DIAS-ATRASO.

       0325-CORRIGIR-FIM.
           EXIT.

       0330-ESCOLHER-PARCELAS       SECTION.
           DISPLAY "----------------------------------------".
           DISPLAY "PARCELAS VENCIDAS DO CLIENTE " WRK-CLIENTE.
           PERFORM VARYING WRK-IDX-VENC FROM 1 BY 1
                   UNTIL WRK-IDX-VENC GREATER WRK-QTD-VENC
              MOVE WRK-VENC-VALOR(WRK-IDX-VENC) TO WRK-VALOR-ED
              MOVE WRK-VENC-CORR(WRK-IDX-VENC)  TO WRK-CORR-ED
              DISPLAY WRK-IDX-VENC " - NF "
                      WRK-VENC-NF(WRK-IDX-VENC) "/"
                      WRK-VENC-PARCELA(WRK-IDX-VENC)
                      " VENC " WRK-VENC-VENCTO(WRK-IDX-VENC)
                      " ATRASO " WRK-VENC-DIAS(WRK-IDX-VENC)
                      " " WRK-VALOR-ED " CORRIGIDO " WRK-CORR-ED
           END-PERFORM.
           DISPLAY "INCLUIR TODAS NO ACORDO (S/N)? "
             ACCEPT WRK-SW-TODAS.
           MOVE ZEROS TO WRK-ACD-QTD-ORIG WRK-ACD-ORIGINAL
                         WRK-ACD-TOTAL.
           PERFORM VARYING WRK-IDX-VENC FROM 1 BY 1
                   UNTIL WRK-IDX-VENC GREATER WRK-QTD-VENC
              IF WRK-INCLUIR-TODAS
                 MOVE "S" TO WRK-VENC-INCLUIR(WRK-IDX-VENC)
              ELSE
                 DISPLAY "INCLUIR A " WRK-IDX-VENC " - NF "
                         WRK-VENC-NF(WRK-IDX-VENC) "/"
                         WRK-VENC-PARCELA(WRK-IDX-VENC) " (S/N)? "
                   ACCEPT WRK-VENC-INCLUIR(WRK-IDX-VENC)
              END-IF
              IF WRK-VENC-INCLUIDA(WRK-IDX-VENC)
                 ADD 1 TO WRK-ACD-QTD-ORIG
                 ADD WRK-VENC-VALOR(WRK-IDX-VENC)
                   TO WRK-ACD-ORIGINAL
                 ADD WRK-VENC-CORR(WRK-IDX-VENC)
                   TO WRK-ACD-TOTAL
              END-IF
           END-PERFORM.

       0340-LOCALIZAR-CONDICAO      SECTION.
      *-------- CONDICAO 00 SEM LINHA NA TABELA = A VISTA (PARCELA
      *-------- UNICA VENCENDO HOJE), COMO NO FECHAMENTO DE NOTA
           MOVE "N"   TO WRK-SW-COND.
           MOVE 1     TO WRK-PARC-TOTAL.
           MOVE ZEROS TO WRK-PARC-INTERV.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-COND
                      OR WRK-COND-ACHADA
              IF WRK-COND-CODIGO(WRK-IDX) EQUAL WRK-ACD-CONDPAG
                 SET WRK-COND-ACHADA TO TRUE
                 MOVE WRK-COND-PARCELAS(WRK-IDX)  TO WRK-PARC-TOTAL
                 MOVE WRK-COND-INTERVALO(WRK-IDX) TO WRK-PARC-INTERV
              END-IF
           END-PERFORM.
           IF WRK-ACD-CONDPAG EQUAL ZEROS
              SET WRK-COND-ACHADA TO TRUE
           END-IF.
           IF WRK-PARC-TOTAL EQUAL ZEROS
              MOVE 1 TO WRK-PARC-TOTAL
           END-IF.

       0350-NUMERAR-ACORDO          SECTION.
      *-------- PROXIMO NUMERO = MAIOR ACORDO DO ACORDOS.txt + 1,
      *-------- COMECANDO EM 900001
           MOVE WRK-ACORDO-INICIAL TO WRK-ACORDO.
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS EQUAL 00
              READ ACORDOS
              PERFORM UNTIL FS-ACORDOS NOT EQUAL 00
                 IF ACD-ACORDO GREATER WRK-ACORDO
                    MOVE ACD-ACORDO TO WRK-ACORDO
                 END-IF
                 READ ACORDOS
              END-PERFORM
              CLOSE ACORDOS
           END-IF.
           ADD 1 TO WRK-ACORDO.

       0360-RENEGOCIAR-ORIGINAL     SECTION.
      *-------- A ORIGINAL ESCOLHIDA VIRA "R" (NEM PAGA NEM
      *-------- CANCELADA) E ENTRA NO ACORDOS.txt COM O VALOR
      *-------- ORIGINAL E O CORRIGIDO
           IF NOT WRK-VENC-INCLUIDA(WRK-IDX-VENC)
              GO TO 0360-RENEGOCIAR-FIM
           END-IF.
           MOVE WRK-VENC-NF(WRK-IDX-VENC)      TO CR-NF.
           MOVE WRK-VENC-PARCELA(WRK-IDX-VENC) TO CR-PARCELA.
           READ CONTASREC
             INVALID KEY
                DISPLAY "ERRO AO LER A NF " CR-NF "/" CR-PARCELA
                GO TO 0360-RENEGOCIAR-FIM
           END-READ.
           MOVE "R" TO CR-SITUACAO.
           REWRITE REG-CONTASREC
             INVALID KEY
                DISPLAY "ERRO AO RENEGOCIAR A NF " CR-NF "/"
                        CR-PARCELA
                GO TO 0360-RENEGOCIAR-FIM
           END-REWRITE.
           MOVE "B" TO WRK-EXP-OPERACAO.
           CALL "CREXPATU" USING WRK-EXP-OPERACAO CR-CLIENTE CR-VALOR
                                  CR-DATA-VENCTO.
           MOVE SPACES                      TO REG-ACORDOS.
           MOVE WRK-ACORDO                  TO ACD-ACORDO.
           MOVE "O"                         TO ACD-TIPO.
           MOVE WRK-DATA-HOJE               TO ACD-DATA.
           MOVE WRK-CLIENTE                 TO ACD-CLIENTE.
           MOVE CR-NF                       TO ACD-NF.
           MOVE CR-PARCELA                  TO ACD-PARCELA.
           MOVE CR-VALOR                    TO ACD-VALOR.
           MOVE WRK-VENC-CORR(WRK-IDX-VENC) TO ACD-VALOR-CORR.
           MOVE WRK-ACD-CONDPAG             TO ACD-CONDPAG.
           MOVE WRK-OPERADOR                TO ACD-OPERADOR.
           WRITE REG-ACORDOS.

       0360-RENEGOCIAR-FIM.
           EXIT.

       0370-LANCAR-PARCELA          SECTION.
      *-------- VENCIMENTO = HOJE + PARCELA X INTERVALO; A ULTIMA
      *-------- FECHA A CONTA DO ARREDONDAMENTO (REGRA DO EXCBL23)
           COMPUTE WRK-PARC-DIAS = WRK-PARC-NUM * WRK-PARC-INTERV.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-PARC-DIAS
                                 WRK-PARC-VENCTO.
           MOVE WRK-ACORDO      TO CR-NF.
           MOVE WRK-PARC-NUM    TO CR-PARCELA.
           MOVE WRK-CLIENTE     TO CR-CLIENTE.
           MOVE WRK-DATA-HOJE   TO CR-DATA-EMISSAO.
           MOVE WRK-PARC-VENCTO TO CR-DATA-VENCTO.
           IF WRK-PARC-NUM EQUAL WRK-PARC-TOTAL
              MOVE WRK-PARC-ULTIMA TO CR-VALOR
           ELSE
              MOVE WRK-PARC-VALOR  TO CR-VALOR
           END-IF.
           MOVE "A"             TO CR-SITUACAO.
           MOVE ZEROS           TO CR-DATA-PAGTO CR-VALOR-PAGO.
           WRITE REG-CONTASREC
             INVALID KEY
                DISPLAY "ACORDO " WRK-ACORDO " PARCELA "
                        WRK-PARC-NUM " JA LANCADO NO CONTAS A "
                        "RECEBER - CONFERIR"
                GO TO 0370-LANCAR-FIM
             NOT INVALID KEY
                DISPLAY "ACORDO " WRK-ACORDO " PARCELA "
                        WRK-PARC-NUM " LANCADA COM VENCIMENTO "
                        WRK-PARC-VENCTO
           END-WRITE.
           MOVE "I" TO WRK-EXP-OPERACAO.
           CALL "CREXPATU" USING WRK-EXP-OPERACAO CR-CLIENTE CR-VALOR
                                  CR-DATA-VENCTO.
           MOVE SPACES          TO REG-ACORDOS.
           MOVE WRK-ACORDO      TO ACD-ACORDO.
           MOVE "N"             TO ACD-TIPO.
           MOVE WRK-DATA-HOJE   TO ACD-DATA.
           MOVE WRK-CLIENTE     TO ACD-CLIENTE.
           MOVE WRK-ACORDO      TO ACD-NF.
           MOVE WRK-PARC-NUM    TO ACD-PARCELA.
           MOVE CR-VALOR        TO ACD-VALOR ACD-VALOR-CORR.
           MOVE WRK-ACD-CONDPAG TO ACD-CONDPAG.
           MOVE WRK-OPERADOR    TO ACD-OPERADOR.
           WRITE REG-ACORDOS.

       0370-LANCAR-FIM.
           EXIT.

       0500-ACORDOS-QUEBRADOS       SECTION.
      *--------------------------------------------------------------
      *-------- ACORDO QUEBRADO = ALGUMA PARCELA NOVA DO ACORDO
      *-------- AINDA EM ABERTO E JA VENCIDA; LISTA POR ACORDO A
      *-------- QUANTIDADE, O VALOR E O VENCIMENTO MAIS ANTIGO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-QUEBRA WRK-TOT-QUEBRADO.
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS NOT EQUAL 00
              DISPLAY "NENHUM ACORDO GRAVADO AINDA (ACORDOS.txt)"
              GO TO 0500-ACORDOS-FIM
           END-IF.
           READ ACORDOS
           PERFORM UNTIL FS-ACORDOS NOT EQUAL 00
              IF ACD-NOVA
                 PERFORM 0510-CONFERIR-PARCELA
              END-IF
              READ ACORDOS
           END-PERFORM.
           CLOSE ACORDOS.
           PERFORM 0520-IMPRIMIR-QUEBRADOS.

       0500-ACORDOS-FIM.
           EXIT.

       0510-CONFERIR-PARCELA        SECTION.
           MOVE ACD-NF      TO CR-NF.
           MOVE ACD-PARCELA TO CR-PARCELA.
           READ CONTASREC
             INVALID KEY
                GO TO 0510-CONFERIR-FIM
           END-READ.
           IF NOT CR-ABERTO
              OR CR-DATA-VENCTO NOT LESS WRK-DATA-HOJE
              GO TO 0510-CONFERIR-FIM
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-QBR FROM 1 BY 1
                   UNTIL WRK-IDX-QBR GREATER WRK-QTD-QUEBRA
                      OR WRK-ACHADO
              IF WRK-QBR-ACORDO(WRK-IDX-QBR) EQUAL ACD-ACORDO
                 SET WRK-ACHADO TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHADO
              SUBTRACT 1 FROM WRK-IDX-QBR
           ELSE
              IF WRK-QTD-QUEBRA LESS 200
                 ADD 1 TO WRK-QTD-QUEBRA
                 MOVE WRK-QTD-QUEBRA TO WRK-IDX-QBR
                 MOVE ACD-ACORDO     TO WRK-QBR-ACORDO(WRK-IDX-QBR)
                 MOVE ACD-CLIENTE    TO WRK-QBR-CLIENTE(WRK-IDX-QBR)
                 MOVE ACD-DATA       TO WRK-QBR-DATA(WRK-IDX-QBR)
                 MOVE ZEROS TO WRK-QBR-VENCIDAS(WRK-IDX-QBR)
                               WRK-QBR-VALOR(WRK-IDX-QBR)
                 MOVE CR-DATA-VENCTO TO WRK-QBR-DESDE(WRK-IDX-QBR)
              ELSE
                 DISPLAY "*** MAIS DE 200 ACORDOS QUEBRADOS - "
                         "ACORDO " ACD-ACORDO " FORA DA LISTA ***"
                 GO TO 0510-CONFERIR-FIM
              END-IF
           END-IF.
           ADD 1        TO WRK-QBR-VENCIDAS(WRK-IDX-QBR).
           ADD CR-VALOR TO WRK-QBR-VALOR(WRK-IDX-QBR).
           ADD CR-VALOR TO WRK-TOT-QUEBRADO.
           IF CR-DATA-VENCTO LESS WRK-QBR-DESDE(WRK-IDX-QBR)
              MOVE CR-DATA-VENCTO TO WRK-QBR-DESDE(WRK-IDX-QBR)
           END-IF.

       0510-CONFERIR-FIM.
           EXIT.

       0520-IMPRIMIR-QUEBRADOS      SECTION.
           MOVE "ACORDOS QUEBRADOS" TO WRK-REL-TITULO.
           MOVE "ACORDO DATA     CLIENTE NOME / VENC / VALOR / DESDE"
             TO WRK-REL-COLUNAS.
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX-QBR FROM 1 BY 1
                   UNTIL WRK-IDX-QBR GREATER WRK-QTD-QUEBRA
              PERFORM 0530-LINHA-QUEBRADO
           END-PERFORM.
           MOVE WRK-TOT-QUEBRADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ACORDOS QUEBRADOS: " DELIMITED BY SIZE
                  WRK-QTD-QUEBRA        DELIMITED BY SIZE
                  "  VALOR VENCIDO: "   DELIMITED BY SIZE
                  WRK-VALOR-ED          DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           DISPLAY "ACORDOS QUEBRADOS: " WRK-QTD-QUEBRA.

       0530-LINHA-QUEBRADO          SECTION.
           MOVE SPACES TO REG-NOME.
           IF WRK-ARQCLI-ABERTO
              MOVE WRK-QBR-CLIENTE(WRK-IDX-QBR) TO REG-ID
              READ CLIENTES
                INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO REG-NOME
              END-READ
           END-IF.
           MOVE WRK-QBR-VALOR(WRK-IDX-QBR) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-QBR-ACORDO(WRK-IDX-QBR)   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-QBR-DATA(WRK-IDX-QBR)     DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-QBR-CLIENTE(WRK-IDX-QBR)  DELIMITED BY SIZE
                  "    "                        DELIMITED BY SIZE
                  REG-NOME                      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-QBR-VENCIDAS(WRK-IDX-QBR) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-VALOR-ED                  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-QBR-DESDE(WRK-IDX-QBR)    DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0900-FINALIZAR               SECTION.
           CLOSE CONTASREC.
           IF WRK-ARQCLI-ABERTO
              CLOSE CLIENTES
           END-IF.
           DISPLAY "FIM DOS ACORDOS".

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
           MOVE "JUROSPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-JUROSPAR.
           MOVE "CONDPAG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONDPAG.
           MOVE "ACORDOS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ACORDOS.
