       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXCAIX.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: PROJECAO DO FLUXO DE CAIXA DOS PROXIMOS 90 DIAS -
      *           PARTE DO SALDO BANCARIO DIGITADO E, DIA A DIA,
      *           SOMA AS ENTRADAS (PARCELAS EM ABERTO DO CONTASREC
      *           PELO VENCIMENTO E LIQUIDACOES DE CARTAO AINDA NAO
      *           DEPOSITADAS) E AS SAIDAS (TITULOS EM ABERTO DO
      *           CONTASPAG, LIQUIDO DA FOLHA NO DIA DO PAGAMENTO E
      *           AS DUAS PARCELAS DO 13O), IMPRIMINDO O SALDO
      *           ACUMULADO E APONTANDO OS DIAS NEGATIVOS - A
      *           RESPOSTA DE SEGUNDA-FEIRA PARA "DA PARA PAGAR OS
      *           FORNECEDORES?", QUE HOJE SAI DO CRAGING, DO CPAGING,
      *           DA DATA DA FOLHA E DO EXTRATO DA ADMINISTRADORA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CARTAO FLUXPAR.txt, UM PARAMETRO POR LINHA
      *              (TIPO X(08) + BRANCO + VALOR 9(05)):
      *                PRAZOCAR - DIAS ATE A ADMINISTRADORA DEPOSITAR
      *                           A VENDA NO CARTAO (PADRAO 30)
      *                TAXACAR  - TAXA RETIDA PELA ADMINISTRADORA EM
      *                           % COM 2 DECIMAIS (PADRAO 00000)
      *                DIAFOLHA - DIA DO MES DO PAGAMENTO DA FOLHA
      *                           (PADRAO 5; SEM EXPEDIENTE, O DIA
      *                           UTIL ANTERIOR - MODULO DIAUTIL)
      *                DIA13P1  - MMDD DA 1A PARCELA DO 13O (1130)
      *                DIA13P2  - MMDD DA 2A PARCELA DO 13O (1220)
      *                PROBAVEN / PROB30 / PROB60 / PROB90 / PROBMAIS
      *                         - % DE PROBABILIDADE DE RECEBIMENTO
      *                           DO TITULO A VENCER, VENCIDO ATE 30,
      *                           ATE 60, ATE 90 E HA MAIS DE 90 DIAS
      *                           (PADRAO 100, 90, 70, 50 E 20), SO
      *                           QUANDO O OPERADOR PEDE O DESCONTO
      *              TITULO VENCIDO (A RECEBER OU A PAGAR) ENTRA NO
      *              PRIMEIRO DIA. A VENDA NO CARTAO DOS ULTIMOS
      *              PRAZOCAR DIAS QUE NAO ESTA NO CARTLIQ.txt
      *              (CARTCONC) ENTRA NA DATA DA VENDA + PRAZOCAR.
      *              A FOLHA E O 13O SAO CALCULADOS COMO NO CONTDIA E
      *              NO FOLHA13 (FOLHAVAR / FOLHACAL)
      * 15/10/2026 JV - TITULO RETIDO NA CONFERENCIA DA FATURA ENTRA
      *                 NA PROJECAO DE PAGAMENTOS PELO VENCIMENTO
      * 15/10/2026 JV - FOLHA E 13O PROJETADOS COM A DEDUCAO DOS
      *                 DEPENDENTES NO IRRF (MODULO DEPCONT)
      * 15/10/2026 JV - FOLHA PROJETADA COM A COMISSAO DO MES
      *                 (FOLHAVAR, COMISFOL DO COMISSAO)
      * 15/10/2026 JV - FOLHA PROJETADA LIQUIDA TAMBEM DA PARTE DO
      *                 FUNCIONARIO NO VT/VR (FOLHAVAR, BENEF DO
      *                 BENEFMES), COMO NA REMESSA
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

           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT VENDASDET ASSIGN TO WRK-VENDASDET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VENDASDET.

           SELECT CARTLIQ ASSIGN TO WRK-PATH-CARTLIQ
             FILE STATUS IS FS-CARTLIQ.

           SELECT FLUXPAR ASSIGN TO WRK-PATH-FLUXPAR
             FILE STATUS IS FS-FLUXPAR.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       FD  CARTLIQ.
       01  REG-CARTLIQ.
           05 LIQ-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 LIQ-HORA       PIC 9(06).
           05 FILLER         PIC X(01).
           05 LIQ-VALOR      PIC 9(05)V99.
           05 FILLER         PIC X(01).
           05 LIQ-TAXA       PIC 9(05)V99.

       FD  FLUXPAR.
       01  REG-FLUXPAR.
           05 FLX-TIPO       PIC X(08).
           05 FILLER         PIC X(01).
           05 FLX-VALOR      PIC 9(05).


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-CARTLIQ   PIC 9(02) VALUE ZEROS.
       77  FS-FLUXPAR   PIC 9(02) VALUE ZEROS.

       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.

      *-------------- PARAMETROS (CARTAO FLUXPAR.txt) ----------------
       77  WRK-PAR-PRAZOCAR  PIC 9(05) VALUE 30.
       77  WRK-PAR-TAXACAR   PIC 9(05) VALUE ZEROS.
       77  WRK-PAR-DIAFOLHA  PIC 9(05) VALUE 5.
       77  WRK-PAR-DIA13P1   PIC 9(05) VALUE 1130.
       77  WRK-PAR-DIA13P2   PIC 9(05) VALUE 1220.
       77  WRK-PAR-PROBAVEN  PIC 9(05) VALUE 100.
       77  WRK-PAR-PROB30    PIC 9(05) VALUE 90.
       77  WRK-PAR-PROB60    PIC 9(05) VALUE 70.
       77  WRK-PAR-PROB90    PIC 9(05) VALUE 50.
       77  WRK-PAR-PROBMAIS  PIC 9(05) VALUE 20.

       77  WRK-SW-PROBAB     PIC X(01) VALUE "N".
           88 WRK-COM-PROBABILIDADE VALUE "S" "s".

      *-------------- DATAS DE REFERENCIA ----------------------------
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORR     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ALVO     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-DIAS-NEG      PIC S9(04) VALUE ZEROS.
       77  WRK-CORTE-30      PIC 9(08) VALUE ZEROS.
       77  WRK-CORTE-60      PIC 9(08) VALUE ZEROS.
       77  WRK-CORTE-90      PIC 9(08) VALUE ZEROS.
       77  WRK-CORTE-CARTAO  PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-MONTA.
           05 WRK-MONTA-ANO  PIC 9(04).
           05 WRK-MONTA-MES  PIC 9(02).
           05 WRK-MONTA-DIA  PIC 9(02).
       01  WRK-DATA-MONTA-N REDEFINES WRK-DATA-MONTA PIC 9(08).
       01  WRK-DATA-PARTES.
           05 WRK-PARTE-ANO  PIC 9(04).
           05 WRK-PARTE-MES  PIC 9(02).
           05 WRK-PARTE-DIA  PIC 9(02).
       01  WRK-DATA-PARTES-N REDEFINES WRK-DATA-PARTES PIC 9(08).
       77  WRK-MMDD          PIC 9(04) VALUE ZEROS.

      *-------------- DIAS DA PROJECAO -------------------------------
       01  WRK-TAB-DIAS.
           05 WRK-DIA-ENTRY OCCURS 90 TIMES.
              10 WRK-DIA-DATA      PIC 9(08).
              10 WRK-DIA-ENTRADA   PIC 9(11)V99.
              10 WRK-DIA-SAIDA     PIC 9(11)V99.
              10 WRK-DIA-SALDO     PIC S9(11)V99.
       77  WRK-IDX-DIA       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.

      *-------------- VENDAS NO CARTAO AINDA NAO DEPOSITADAS ---------
       77  WRK-QTD-VENDAS    PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-VENDAS.
           05 WRK-VND-ENTRY OCCURS 2000 TIMES.
              10 WRK-VND-DATA    PIC 9(08).
              10 WRK-VND-HORA    PIC 9(06).
              10 WRK-VND-VALOR   PIC 9(05)V99.
              10 WRK-VND-CASADA  PIC X(01).
                 88 WRK-VND-OK           VALUE "S".
       77  WRK-IDX-VND       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-VENDA-ACHADA      VALUE "S".
       77  WRK-SW-ESTOURO    PIC X(01) VALUE "N".
           88 WRK-TABELA-ESTOUROU    VALUE "S".

      *-------------- FOLHA E 13O (MODULOS FOLHAVAR / FOLHACAL) ------
       77  WRK-INSS          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-IRRF          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIQUIDO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-CALC       PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP       PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-HE50      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-HE100     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-FALTAS    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BRUTO         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-CONSUMO   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-COMISSAO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-BENEFICIO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BRUTO-13      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARCELA-UM    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARCELA-DOIS  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-MESES         PIC 9(02) VALUE ZEROS.
       77  WRK-CONTR-ANO     PIC 9(04) VALUE ZEROS.
       77  WRK-CONTR-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-CONTR-DIA     PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-FOLHA     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-13-P1     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-13-P2     PIC 9(11)V99 VALUE ZEROS.

      *-------------- CALENDARIO (MODULO DIAUTIL) --------------------
       77  WRK-UTIL-OPERACAO PIC X(01) VALUE SPACES.
       77  WRK-UTIL-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-UTIL-RESULT   PIC 9(08) VALUE ZEROS.
       77  WRK-UTIL-RESPOSTA PIC X(01) VALUE SPACES.
           88 WRK-E-DIA-UTIL        VALUE "S".

      *-------------------- VALORES E ACUMULADORES --------------------
       77  WRK-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PROB          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RECEBER   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CARTAO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PAGAR     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ENTRADAS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-SAIDAS    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-CORR    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MENOR-SALDO   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DATA-MENOR    PIC 9(08) VALUE ZEROS.
       77  WRK-ACUM-NEGATIVOS PIC 9(03) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SAIDA-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED      PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-AVISO         PIC X(12) VALUE SPACES.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CARTLIQ  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FLUXPAR  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROJETAR-RECEBER
           PERFORM   0300-PROJETAR-CARTAO
           PERFORM   0400-PROJETAR-PAGAR
           PERFORM   0500-PROJETAR-FOLHA
           PERFORM   0600-IMPRIMIR-PROJECAO
           PERFORM   0700-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "FLUXO DE CAIXA - 90 DIAS - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           DISPLAY "SALDO BANCARIO DE ABERTURA: "
             ACCEPT WRK-SALDO-INICIAL.
           DISPLAY "APLICAR PROBABILIDADE DE RECEBIMENTO POR "
                   "FAIXA DE ATRASO (S/N)? "
             ACCEPT WRK-SW-PROBAB.
           PERFORM 0110-CARREGAR-PARAMETROS.

      *-------- OS 90 DIAS, DE HOJE EM DIANTE
           MOVE WRK-DATA-HOJE TO WRK-DATA-CORR.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER 90
              MOVE WRK-DATA-CORR TO WRK-DIA-DATA(WRK-IDX-DIA)
              MOVE ZEROS TO WRK-DIA-ENTRADA(WRK-IDX-DIA)
                            WRK-DIA-SAIDA(WRK-IDX-DIA)
                            WRK-DIA-SALDO(WRK-IDX-DIA)
              CALL "DATAADD" USING WRK-DATA-CORR WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-CORR
           END-PERFORM.
           MOVE WRK-DIA-DATA(90) TO WRK-DATA-FIM.

      *-------- CORTES DAS FAIXAS DE ATRASO, COMO NO CRAGING
           MOVE -30 TO WRK-DIAS-NEG.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                 WRK-CORTE-30.
           MOVE -60 TO WRK-DIAS-NEG.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                 WRK-CORTE-60.
           MOVE -90 TO WRK-DIAS-NEG.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                 WRK-CORTE-90.

       0110-CARREGAR-PARAMETROS     SECTION.
      *-------- CARTAO FLUXPAR.txt: SO SOBREPOE O QUE ESTIVER NELE
           OPEN INPUT FLUXPAR.
           IF FS-FLUXPAR NOT EQUAL 00
              DISPLAY "CARTAO FLUXPAR.txt AUSENTE - PROJECAO COM OS "
                      "PARAMETROS PADRAO"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ FLUXPAR
           PERFORM UNTIL FS-FLUXPAR NOT EQUAL 00
              EVALUATE FLX-TIPO
                 WHEN "PRAZOCAR"
                    MOVE FLX-VALOR TO WRK-PAR-PRAZOCAR
                 WHEN "TAXACAR"
                    MOVE FLX-VALOR TO WRK-PAR-TAXACAR
                 WHEN "DIAFOLHA"
                    MOVE FLX-VALOR TO WRK-PAR-DIAFOLHA
                 WHEN "DIA13P1"
                    MOVE FLX-VALOR TO WRK-PAR-DIA13P1
                 WHEN "DIA13P2"
                    MOVE FLX-VALOR TO WRK-PAR-DIA13P2
                 WHEN "PROBAVEN"
                    MOVE FLX-VALOR TO WRK-PAR-PROBAVEN
                 WHEN "PROB30"
                    MOVE FLX-VALOR TO WRK-PAR-PROB30
                 WHEN "PROB60"
                    MOVE FLX-VALOR TO WRK-PAR-PROB60
                 WHEN "PROB90"
                    MOVE FLX-VALOR TO WRK-PAR-PROB90
                 WHEN "PROBMAIS"
                    MOVE FLX-VALOR TO WRK-PAR-PROBMAIS
                 WHEN OTHER
                    DISPLAY "PARAMETRO DESCONHECIDO NO FLUXPAR.txt: "
                            FLX-TIPO
              END-EVALUATE
              READ FLUXPAR
           END-PERFORM.
           CLOSE FLUXPAR.
           IF WRK-PAR-DIAFOLHA LESS 1 OR WRK-PAR-DIAFOLHA GREATER 28
              DISPLAY "DIAFOLHA INVALIDO NO FLUXPAR.txt - USADO O "
                      "DIA 5"
              MOVE 5 TO WRK-PAR-DIAFOLHA
           END-IF.

       0110-CARREGAR-FIM.
           EXIT.

       0200-PROJETAR-RECEBER        SECTION.
      *--------------------------------------------------------------
      *-------- PARCELAS EM ABERTO PELO VENCIMENTO (SEM VENCIMENTO,
      *-------- A EMISSAO); VENCIDA ENTRA HOJE. COM O DESCONTO DE
      *-------- PROBABILIDADE, CADA FAIXA DE ATRASO ENTRA SO PELO
      *-------- SEU PERCENTUAL
      *--------------------------------------------------------------
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              DISPLAY "CONTAS A RECEBER INDISPONIVEL - PROJECAO SEM "
                      "RECEBIMENTOS DE TITULOS"
              GO TO 0200-PROJETAR-FIM
           END-IF.
           READ CONTASREC
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-ABERTO
                 PERFORM 0210-PROJETAR-TITULO
              END-IF
              READ CONTASREC
           END-PERFORM.
           CLOSE CONTASREC.

       0200-PROJETAR-FIM.
           EXIT.

       0210-PROJETAR-TITULO         SECTION.
           IF CR-DATA-VENCTO GREATER ZEROS
              MOVE CR-DATA-VENCTO TO WRK-DATA-BASE
           ELSE
              MOVE CR-DATA-EMISSAO TO WRK-DATA-BASE
           END-IF.
           EVALUATE TRUE
              WHEN WRK-DATA-BASE GREATER OR EQUAL WRK-DATA-HOJE
                 MOVE WRK-PAR-PROBAVEN TO WRK-PROB
              WHEN WRK-DATA-BASE GREATER OR EQUAL WRK-CORTE-30
                 MOVE WRK-PAR-PROB30   TO WRK-PROB
              WHEN WRK-DATA-BASE GREATER OR EQUAL WRK-CORTE-60
                 MOVE WRK-PAR-PROB60   TO WRK-PROB
              WHEN WRK-DATA-BASE GREATER OR EQUAL WRK-CORTE-90
                 MOVE WRK-PAR-PROB90   TO WRK-PROB
              WHEN OTHER
                 MOVE WRK-PAR-PROBMAIS TO WRK-PROB
           END-EVALUATE.
           IF WRK-COM-PROBABILIDADE
              COMPUTE WRK-VALOR ROUNDED = CR-VALOR * WRK-PROB / 100
           ELSE
              MOVE CR-VALOR TO WRK-VALOR
           END-IF.
           MOVE WRK-DATA-BASE TO WRK-DATA-ALVO.
           PERFORM 0900-LOCALIZAR-DIA.
           IF WRK-IDX-DIA GREATER ZEROS
              ADD WRK-VALOR TO WRK-DIA-ENTRADA(WRK-IDX-DIA)
              ADD WRK-VALOR TO WRK-TOT-RECEBER
           END-IF.

       0300-PROJETAR-CARTAO         SECTION.
      *--------------------------------------------------------------
      *-------- VENDAS NO CARTAO DOS ULTIMOS PRAZOCAR DIAS (ATE HOJE)
      *-------- QUE A ADMINISTRADORA AINDA NAO DEPOSITOU (FORA DO
      *-------- CARTLIQ.txt, CASADAS POR DATA + HORA + VALOR COMO NO
      *-------- CARTCONC); ENTRAM NA DATA DA VENDA + PRAZOCAR, JA
      *-------- SEM A TAXA DA ADMINISTRADORA
      *--------------------------------------------------------------
           COMPUTE WRK-DIAS-NEG = WRK-PAR-PRAZOCAR * -1.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                 WRK-CORTE-CARTAO.
           MOVE WRK-CORTE-CARTAO TO WRK-DATA-CORR.
           PERFORM UNTIL WRK-DATA-CORR GREATER WRK-DATA-HOJE
              PERFORM 0310-CARREGAR-UM-DIA
              CALL "DATAADD" USING WRK-DATA-CORR WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-CORR
           END-PERFORM.
           IF WRK-TABELA-ESTOUROU
              DISPLAY "*** MAIS DE 2000 VENDAS NO CARTAO NO PRAZO - "
                      "EXCEDENTE FORA DA PROJECAO ***"
           END-IF.

           OPEN INPUT CARTLIQ.
           IF FS-CARTLIQ EQUAL 00
              READ CARTLIQ
              PERFORM UNTIL FS-CARTLIQ NOT EQUAL 00
                 IF LIQ-DATA NOT LESS WRK-CORTE-CARTAO
                    PERFORM 0320-CASAR-DEPOSITO
                 END-IF
                 READ CARTLIQ
              END-PERFORM
              CLOSE CARTLIQ
           ELSE
              DISPLAY "CARTLIQ.txt AUSENTE - TODAS AS VENDAS NO "
                      "CARTAO DO PRAZO CONTAM COMO A RECEBER"
           END-IF.

           PERFORM VARYING WRK-IDX-VND FROM 1 BY 1
                   UNTIL WRK-IDX-VND GREATER WRK-QTD-VENDAS
              IF NOT WRK-VND-OK(WRK-IDX-VND)
                 COMPUTE WRK-DIAS-NEG = WRK-PAR-PRAZOCAR
                 CALL "DATAADD" USING WRK-VND-DATA(WRK-IDX-VND)
                                       WRK-DIAS-NEG WRK-DATA-ALVO
                 COMPUTE WRK-VALOR ROUNDED
                       = WRK-VND-VALOR(WRK-IDX-VND)
                       * (10000 - WRK-PAR-TAXACAR) / 10000
                 PERFORM 0900-LOCALIZAR-DIA
                 IF WRK-IDX-DIA GREATER ZEROS
                    ADD WRK-VALOR TO WRK-DIA-ENTRADA(WRK-IDX-DIA)
                    ADD WRK-VALOR TO WRK-TOT-CARTAO
                 END-IF
              END-IF
           END-PERFORM.

       0310-CARREGAR-UM-DIA         SECTION.
           MOVE SPACES TO WRK-VENDASDET-PATH.
           STRING WRK-PATH-DIR  DELIMITED BY SPACES
                  "VENDASDET_"  DELIMITED BY SIZE
                  WRK-DATA-CORR DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WRK-VENDASDET-PATH.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET NOT EQUAL 00
              GO TO 0310-CARREGAR-FIM
           END-IF.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
              IF DET-PAG-CARTAO AND DET-TIPO-VENDA
                 IF WRK-QTD-VENDAS LESS 2000
                    ADD 1 TO WRK-QTD-VENDAS
                    MOVE WRK-DATA-CORR
                      TO WRK-VND-DATA(WRK-QTD-VENDAS)
                    MOVE DET-HORA
                      TO WRK-VND-HORA(WRK-QTD-VENDAS)
                    MOVE DET-VALOR
                      TO WRK-VND-VALOR(WRK-QTD-VENDAS)
                    MOVE SPACES
                      TO WRK-VND-CASADA(WRK-QTD-VENDAS)
                 ELSE
                    SET WRK-TABELA-ESTOUROU TO TRUE
                 END-IF
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.

       0310-CARREGAR-FIM.
           EXIT.

       0320-CASAR-DEPOSITO          SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-VND FROM 1 BY 1
                   UNTIL WRK-IDX-VND GREATER WRK-QTD-VENDAS
                      OR WRK-VENDA-ACHADA
              IF WRK-VND-DATA(WRK-IDX-VND) EQUAL LIQ-DATA
                 AND WRK-VND-HORA(WRK-IDX-VND) EQUAL LIQ-HORA
                 AND WRK-VND-VALOR(WRK-IDX-VND) EQUAL LIQ-VALOR
                 AND NOT WRK-VND-OK(WRK-IDX-VND)
                 MOVE "S" TO WRK-VND-CASADA(WRK-IDX-VND)
                 SET WRK-VENDA-ACHADA TO TRUE
              END-IF
           END-PERFORM.

       0400-PROJETAR-PAGAR          SECTION.
      *-------- TITULOS EM ABERTO DO CONTAS A PAGAR PELO VENCIMENTO;
      *-------- VENCIDO (OU SEM VENCIMENTO) SAI HOJE. O RETIDO NA
      *-------- CONFERENCIA DA FATURA TAMBEM ENTRA: O CAIXA TEM DE
      *-------- ESTAR PRONTO SE ELE FOR LIBERADO
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              DISPLAY "CONTAS A PAGAR INDISPONIVEL - PROJECAO SEM "
                      "PAGAMENTOS A FORNECEDORES"
              GO TO 0400-PROJETAR-FIM
           END-IF.
           READ CONTASPAG
           PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
              IF CP-ABERTO OR CP-RETIDO
                 MOVE CP-DATA-VENCTO TO WRK-DATA-ALVO
                 PERFORM 0900-LOCALIZAR-DIA
                 IF WRK-IDX-DIA GREATER ZEROS
                    ADD CP-VALOR TO WRK-DIA-SAIDA(WRK-IDX-DIA)
                    ADD CP-VALOR TO WRK-TOT-PAGAR
                 END-IF
              END-IF
              READ CONTASPAG
           END-PERFORM.
           CLOSE CONTASPAG.

       0400-PROJETAR-FIM.
           EXIT.

       0500-PROJETAR-FOLHA          SECTION.
      *--------------------------------------------------------------
      *-------- LIQUIDO DA FOLHA CALCULADO COMO NO CONTDIA (FOLHAVAR
      *-------- + FOLHACAL, COMPRAS NA LOJA DESCONTADAS) E 13O COMO
      *-------- NO FOLHA13, COM OS AVOS ATE DEZEMBRO
      *--------------------------------------------------------------
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              DISPLAY "ARQFUNC INDISPONIVEL - PROJECAO SEM FOLHA"
              GO TO 0500-PROJETAR-FIM
           END-IF.
           READ ARQFUNC
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
              IF NOT REG-FUNC-DESLIGADO
                 PERFORM 0510-CALCULAR-FUNCIONARIO
              END-IF
              READ ARQFUNC
           END-PERFORM.
           CLOSE ARQFUNC.

      *-------- FOLHA NO DIAFOLHA DE CADA MES DA PROJECAO
           MOVE WRK-DATA-HOJE TO WRK-DATA-PARTES-N.
           PERFORM 4 TIMES
              MOVE WRK-PARTE-ANO    TO WRK-MONTA-ANO
              MOVE WRK-PARTE-MES    TO WRK-MONTA-MES
              MOVE WRK-PAR-DIAFOLHA TO WRK-MONTA-DIA
              PERFORM 0520-LANCAR-FOLHA
              IF WRK-PARTE-MES EQUAL 12
                 ADD 1 TO WRK-PARTE-ANO
                 MOVE 1 TO WRK-PARTE-MES
              ELSE
                 ADD 1 TO WRK-PARTE-MES
              END-IF
           END-PERFORM.

      *-------- PARCELAS DO 13O DESTE ANO E DO PROXIMO
           MOVE WRK-DATA-HOJE TO WRK-DATA-PARTES-N.
           PERFORM 2 TIMES
              MOVE WRK-PARTE-ANO   TO WRK-MONTA-ANO
              MOVE WRK-PAR-DIA13P1 TO WRK-MMDD
              DIVIDE WRK-MMDD BY 100 GIVING WRK-MONTA-MES
                                     REMAINDER WRK-MONTA-DIA
              MOVE WRK-DATA-MONTA-N TO WRK-DATA-ALVO
              MOVE WRK-TOT-13-P1 TO WRK-VALOR
              PERFORM 0530-LANCAR-SAIDA-DATADA
              MOVE WRK-PAR-DIA13P2 TO WRK-MMDD
              DIVIDE WRK-MMDD BY 100 GIVING WRK-MONTA-MES
                                     REMAINDER WRK-MONTA-DIA
              MOVE WRK-DATA-MONTA-N TO WRK-DATA-ALVO
              MOVE WRK-TOT-13-P2 TO WRK-VALOR
              PERFORM 0530-LANCAR-SAIDA-DATADA
              ADD 1 TO WRK-PARTE-ANO
           END-PERFORM.

       0500-PROJETAR-FIM.
           EXIT.

       0510-CALCULAR-FUNCIONARIO    SECTION.
           CALL "FOLHAVAR" USING REG-CODIGO REG-SALARIO
                                  WRK-VLR-HE50 WRK-VLR-HE100
                                  WRK-VLR-FALTAS WRK-BRUTO
                                  WRK-VLR-CONSUMO
                                  WRK-VLR-COMISSAO
                                  WRK-VLR-BENEFICIO.
           CALL "DEPCONT" USING REG-CODIGO WRK-DATA-HOJE WRK-QTD-DEP.
           CALL "FOLHACAL" USING WRK-BRUTO WRK-INSS
                                  WRK-IRRF WRK-LIQUIDO
                                  WRK-SW-CALC
                                  WRK-QTD-DEP WRK-DEDUCAO-DEP.
           IF NOT WRK-CALCULO-OK
              MOVE WRK-BRUTO TO WRK-LIQUIDO
           END-IF.
           IF WRK-VLR-CONSUMO GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-VLR-CONSUMO
           END-IF.
           SUBTRACT WRK-VLR-CONSUMO FROM WRK-LIQUIDO.
           IF WRK-VLR-BENEFICIO GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-VLR-BENEFICIO
           END-IF.
           SUBTRACT WRK-VLR-BENEFICIO FROM WRK-LIQUIDO.
           ADD WRK-LIQUIDO TO WRK-TOT-FOLHA.

      *-------- AVOS DO 13O ATE DEZEMBRO (REGRA DOS 15 DIAS NA
      *-------- ADMISSAO DESTE ANO)
           MOVE 12 TO WRK-MESES.
           IF REG-DATA-CONTRATACAO NOT EQUAL SPACES
              MOVE REG-DATA-CONTRATACAO(1:4) TO WRK-CONTR-ANO
              MOVE REG-DATA-CONTRATACAO(6:2) TO WRK-CONTR-MES
              MOVE REG-DATA-CONTRATACAO(9:2) TO WRK-CONTR-DIA
              IF WRK-CONTR-ANO EQUAL WRK-DATA-HOJE(1:4)
                 COMPUTE WRK-MESES = 13 - WRK-CONTR-MES
                 IF WRK-CONTR-DIA GREATER 15
                    SUBTRACT 1 FROM WRK-MESES
                 END-IF
              END-IF
           END-IF.
           COMPUTE WRK-BRUTO-13 ROUNDED
                 = REG-SALARIO * WRK-MESES / 12.
           COMPUTE WRK-PARCELA-UM ROUNDED = WRK-BRUTO-13 / 2.
           CALL "FOLHACAL" USING WRK-BRUTO-13 WRK-INSS WRK-IRRF
                                  WRK-LIQUIDO WRK-SW-CALC
                                  WRK-QTD-DEP WRK-DEDUCAO-DEP.
           IF NOT WRK-CALCULO-OK
              MOVE WRK-BRUTO-13 TO WRK-LIQUIDO
           END-IF.
           COMPUTE WRK-PARCELA-DOIS = WRK-LIQUIDO - WRK-PARCELA-UM.
           IF WRK-PARCELA-DOIS LESS ZEROS
              MOVE ZEROS TO WRK-PARCELA-DOIS
           END-IF.
           ADD WRK-PARCELA-UM   TO WRK-TOT-13-P1.
           ADD WRK-PARCELA-DOIS TO WRK-TOT-13-P2.

       0520-LANCAR-FOLHA            SECTION.
      *-------- DIA SEM EXPEDIENTE: PAGA NO DIA UTIL ANTERIOR
           MOVE WRK-DATA-MONTA-N TO WRK-UTIL-DATA.
           MOVE "E" TO WRK-UTIL-OPERACAO.
           CALL "DIAUTIL" USING WRK-UTIL-OPERACAO WRK-UTIL-DATA
                                 WRK-UTIL-RESULT WRK-UTIL-RESPOSTA.
           IF WRK-E-DIA-UTIL
              MOVE WRK-UTIL-DATA TO WRK-DATA-ALVO
           ELSE
              MOVE "A" TO WRK-UTIL-OPERACAO
              CALL "DIAUTIL" USING WRK-UTIL-OPERACAO WRK-UTIL-DATA
                                    WRK-UTIL-RESULT
                                    WRK-UTIL-RESPOSTA
              MOVE WRK-UTIL-RESULT TO WRK-DATA-ALVO
           END-IF.
           MOVE WRK-TOT-FOLHA TO WRK-VALOR.
           PERFORM 0530-LANCAR-SAIDA-DATADA.

       0530-LANCAR-SAIDA-DATADA     SECTION.
      *-------- SAIDA DE DATA MARCADA: SO CONTA SE CAIR DENTRO DOS
      *-------- 90 DIAS (DATA JA PASSADA NAO E ARRASTADA PARA HOJE)
           IF WRK-DATA-ALVO LESS WRK-DATA-HOJE
              OR WRK-DATA-ALVO GREATER WRK-DATA-FIM
              GO TO 0530-LANCAR-FIM
           END-IF.
           PERFORM 0900-LOCALIZAR-DIA.
           IF WRK-IDX-DIA GREATER ZEROS
              ADD WRK-VALOR TO WRK-DIA-SAIDA(WRK-IDX-DIA)
           END-IF.

       0530-LANCAR-FIM.
           EXIT.

       0600-IMPRIMIR-PROJECAO       SECTION.
           MOVE "FLUXO DE CAIXA PROJETADO - 90 DIAS" TO WRK-REL-TITULO.
           MOVE "DATA              ENTRADAS            SAIDAS"
             TO WRK-REL-COLUNAS.
           MOVE "SALDO" TO WRK-REL-COLUNAS(58:5).
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "SALDO DE ABERTURA " DELIMITED BY SIZE
                  "                           "
                                       DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-CORR WRK-MENOR-SALDO.
           MOVE WRK-DATA-HOJE     TO WRK-DATA-MENOR.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER 90
              PERFORM 0610-LINHA-DIA
           END-PERFORM.

           MOVE WRK-TOT-ENTRADAS TO WRK-VALOR-ED.
           MOVE WRK-TOT-SAIDAS   TO WRK-SAIDA-ED.
           MOVE WRK-SALDO-CORR   TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "TOTAL    "  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-SAIDA-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE WRK-TOT-RECEBER TO WRK-VALOR-ED.
           STRING "  TITULOS A RECEBER.......... " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE WRK-TOT-CARTAO TO WRK-VALOR-ED.
           STRING "  CARTAO A LIQUIDAR.......... " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE WRK-TOT-PAGAR TO WRK-VALOR-ED.
           STRING "  FORNECEDORES A PAGAR....... " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE WRK-TOT-FOLHA TO WRK-VALOR-ED.
           STRING "  LIQUIDO DA FOLHA (POR MES). " DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           IF WRK-COM-PROBABILIDADE
              MOVE "  (A RECEBER COM DESCONTO DE PROBABILIDADE)"
                TO WRK-REL-LINHA
              PERFORM 0690-IMPRIMIR-LINHA
           END-IF.

           MOVE WRK-MENOR-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "DIAS NEGATIVOS: "   DELIMITED BY SIZE
                  WRK-ACUM-NEGATIVOS   DELIMITED BY SIZE
                  "  MENOR SALDO "     DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  " EM "               DELIMITED BY SIZE
                  WRK-DATA-MENOR       DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0610-LINHA-DIA               SECTION.
           ADD WRK-DIA-ENTRADA(WRK-IDX-DIA) TO WRK-SALDO-CORR
                                               WRK-TOT-ENTRADAS.
           SUBTRACT WRK-DIA-SAIDA(WRK-IDX-DIA) FROM WRK-SALDO-CORR.
           ADD WRK-DIA-SAIDA(WRK-IDX-DIA) TO WRK-TOT-SAIDAS.
           MOVE WRK-SALDO-CORR TO WRK-DIA-SALDO(WRK-IDX-DIA).
           MOVE SPACES TO WRK-AVISO.
           IF WRK-SALDO-CORR LESS ZEROS
              ADD 1 TO WRK-ACUM-NEGATIVOS
              MOVE "*** NEGATIVO" TO WRK-AVISO
           END-IF.
           IF WRK-SALDO-CORR LESS WRK-MENOR-SALDO
              MOVE WRK-SALDO-CORR TO WRK-MENOR-SALDO
              MOVE WRK-DIA-DATA(WRK-IDX-DIA) TO WRK-DATA-MENOR
           END-IF.
           MOVE WRK-DIA-ENTRADA(WRK-IDX-DIA) TO WRK-VALOR-ED.
           MOVE WRK-DIA-SAIDA(WRK-IDX-DIA)   TO WRK-SAIDA-ED.
           MOVE WRK-SALDO-CORR               TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-DIA-DATA(WRK-IDX-DIA) DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-SAIDA-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-AVISO    DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.

       0690-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0700-FINALIZAR               SECTION.
           MOVE WRK-SALDO-CORR TO WRK-SALDO-ED.
           DISPLAY "=========================================".
           DISPLAY "SALDO PROJETADO EM " WRK-DATA-FIM ": "
                   WRK-SALDO-ED.
           MOVE WRK-MENOR-SALDO TO WRK-SALDO-ED.
           DISPLAY "MENOR SALDO.......... " WRK-SALDO-ED
                   " EM " WRK-DATA-MENOR.
           DISPLAY "DIAS NEGATIVOS....... " WRK-ACUM-NEGATIVOS.
           IF WRK-ACUM-NEGATIVOS GREATER ZEROS
              DISPLAY "*** O CAIXA FICA NEGATIVO NO PERIODO - "
                      "CONFERIR OS DIAS APONTADOS NO RELATORIO ***"
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DO FLUXO DE CAIXA".

       0900-LOCALIZAR-DIA           SECTION.
      *-------- DIA DA PROJECAO DE WRK-DATA-ALVO; DATA PASSADA (OU
      *-------- ZERADA) VAI PARA HOJE, ALEM DOS 90 DIAS FICA DE FORA
           MOVE ZEROS TO WRK-IDX-DIA.
           IF WRK-DATA-ALVO GREATER WRK-DATA-FIM
              GO TO 0900-LOCALIZAR-FIM
           END-IF.
           IF WRK-DATA-ALVO NOT GREATER WRK-DATA-HOJE
              MOVE 1 TO WRK-IDX-DIA
              GO TO 0900-LOCALIZAR-FIM
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 90
                      OR WRK-IDX-DIA GREATER ZEROS
              IF WRK-DIA-DATA(WRK-IDX) EQUAL WRK-DATA-ALVO
                 MOVE WRK-IDX TO WRK-IDX-DIA
              END-IF
           END-PERFORM.

       0900-LOCALIZAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "CARTLIQ.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CARTLIQ.
           MOVE "FLUXPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FLUXPAR.
