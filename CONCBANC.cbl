       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONCILIACAO BANCARIA - LE O EXTRATO DIARIO DO BANCO
      *           (EXTRATO.txt) E CASA CADA LANCAMENTO COM O QUE O
      *           SISTEMA DIZ QUE ENTROU OU SAIU DA CONTA: TITULOS
      *           LIQUIDADOS DO CONTASREC (RETORNO DE BOLETO / BAIXA),
      *           PAGAMENTOS A FORNECEDOR DO CONTASPAG (CPBAIXA),
      *           TOTAL DA REMESSA DE SALARIOS CONFIRMADO NO
      *           SALSTAT.txt (FOLHARET), LIQUIDACOES DE CARTAO DO
      *           CARTLIQ.txt (LIQUIDO DA TAXA) E DEPOSITOS DAS
      *           SANGRIAS DO CXSESSAO.txt. LISTA O LANCAMENTO DO
      *           EXTRATO SEM MOVIMENTO E O MOVIMENTO SEM EXTRATO, E
      *           O SALDO CONCILIADO DIA A DIA - CRRETOR, CPBAIXA,
      *           FOLHARET E CARTCONC CONFEREM CADA UM O SEU ARQUIVO,
      *           MAS NINGUEM CONFERIA A CONTA DO BANCO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LAYOUT DO EXTRATO.txt (UM LANCAMENTO POR LINHA):
      *                DATA (8) + TIPO (1: "C" CREDITO / "D" DEBITO)
      *                + VALOR (11, 2 DECIMAIS) + DOCUMENTO (10) +
      *                HISTORICO (30), SEPARADOS POR UM ESPACO
      *              A SITUACAO DA CONCILIACAO FICA NO CONCBANC.txt
      *              (MESMO LAYOUT + SITUACAO "C" CONCILIADO / "P"
      *              PENDENTE + CHAVE DO MOVIMENTO CASADO + DATA DA
      *              CONCILIACAO): LANCAMENTO JA CARREGADO NAO ENTRA
      *              DE NOVO E MOVIMENTO JA CASADO NAO VOLTA A SER
      *              LISTADO, ENTAO NO DIA SEGUINTE SO APARECE O QUE
      *              CONTINUA EM ABERTO. A JANELA E DE 60 DIAS: O QUE
      *              E MAIS ANTIGO SAI DA CONCILIACAO
      *              CASAMENTO POR TIPO + VALOR, COM O MOVIMENTO ATE 5
      *              DIAS ANTES DO EXTRATO (CARTAO ATE 45 DIAS, POIS O
      *              CARTLIQ TRAZ A DATA DA VENDA E NAO A DO DEPOSITO)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO WRK-PATH-EXTRATO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-EXTRATO.

           SELECT CONCBANC ASSIGN TO WRK-PATH-CONCBANC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONCBANC.

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

           SELECT SALSTAT ASSIGN TO WRK-PATH-SALSTAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-SALSTAT.

           SELECT CARTLIQ ASSIGN TO WRK-PATH-CARTLIQ
             FILE STATUS IS FS-CARTLIQ.

           SELECT CXSESSAO ASSIGN TO WRK-PATH-CXSESSAO
             FILE STATUS IS FS-CXSESSAO.


       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO.
       01  REG-EXTRATO.
           05 EXT-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 EXT-TIPO       PIC X(01).
              88 EXT-CREDITO        VALUE "C".
              88 EXT-DEBITO         VALUE "D".
           05 FILLER         PIC X(01).
           05 EXT-VALOR      PIC 9(09)V99.
           05 FILLER         PIC X(01).
           05 EXT-DOCUMENTO  PIC X(10).
           05 FILLER         PIC X(01).
           05 EXT-HISTORICO  PIC X(30).

       FD  CONCBANC.
       01  REG-CONCBANC.
           05 CBC-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CBC-TIPO       PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CBC-VALOR      PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CBC-DOCUMENTO  PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CBC-HISTORICO  PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CBC-SITUACAO   PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CBC-CHAVE      PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CBC-DATA-CONC  PIC 9(08).

       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  SALSTAT.
       01  REG-SALSTAT.
           05 STA-DATA-PROC   PIC 9(08).
           05 FILLER          PIC X(01).
           05 STA-DATA-REM    PIC 9(08).
           05 FILLER          PIC X(01).
           05 STA-CODIGO      PIC 9(04).
           05 FILLER          PIC X(01).
           05 STA-VALOR       PIC 9(06)V99.
           05 FILLER          PIC X(01).
           05 STA-STATUS      PIC X(01).
           05 FILLER          PIC X(01).
           05 STA-MOTIVO      PIC X(02).

       FD  CARTLIQ.
       01  REG-CARTLIQ.
           05 LIQ-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 LIQ-HORA       PIC 9(06).
           05 FILLER         PIC X(01).
           05 LIQ-VALOR      PIC 9(05)V99.
           05 FILLER         PIC X(01).
           05 LIQ-TAXA       PIC 9(05)V99.

       FD  CXSESSAO.
       01  REG-CXSESSAO.
           05 SES-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 SES-HORA       PIC 9(06).
           05 FILLER         PIC X(01).
           05 SES-OPERADOR   PIC X(08).
           05 FILLER         PIC X(01).
           05 SES-EVENTO     PIC X(01).
           05 FILLER         PIC X(01).
           05 SES-VALOR      PIC 9(07)V99.


       WORKING-STORAGE            SECTION.
       77  FS-EXTRATO   PIC 9(02) VALUE ZEROS.
       77  FS-CONCBANC  PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-SALSTAT   PIC 9(02) VALUE ZEROS.
       77  FS-CARTLIQ   PIC 9(02) VALUE ZEROS.
       77  FS-CXSESSAO  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CONCBANC".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONCBANC.txt".

      *-------------- JANELA E TOLERANCIAS DO CASAMENTO --------------
       77  WRK-DIAS-JANELA   PIC S9(04) VALUE -60.
       77  WRK-DIAS-TOLER    PIC S9(04) VALUE -5.
       77  WRK-DIAS-CARTAO   PIC S9(04) VALUE -45.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORR     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-CORTE-TOLER   PIC 9(08) VALUE ZEROS.
       77  WRK-CORTE-CARTAO  PIC 9(08) VALUE ZEROS.
       77  WRK-CORTE         PIC 9(08) VALUE ZEROS.

      *-------------- LANCAMENTOS DO EXTRATO (CONCBANC.txt) ----------
       77  WRK-QTD-EXT       PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-EXTRATO.
           05 WRK-EXT-ENTRY OCCURS 3000 TIMES.
              10 WRK-EXT-DATA      PIC 9(08).
              10 WRK-EXT-TIPO      PIC X(01).
              10 WRK-EXT-VALOR     PIC 9(09)V99.
              10 WRK-EXT-DOCUMENTO PIC X(10).
              10 WRK-EXT-HISTORICO PIC X(30).
              10 WRK-EXT-SITUACAO  PIC X(01).
                 88 WRK-EXT-CONCILIADO   VALUE "C".
                 88 WRK-EXT-PENDENTE     VALUE "P".
              10 WRK-EXT-CHAVE     PIC X(20).
              10 WRK-EXT-DATA-CONC PIC 9(08).
       77  WRK-IDX-EXT       PIC 9(04) VALUE ZEROS.

      *-------------- MOVIMENTOS DO SISTEMA NA JANELA ----------------
       77  WRK-QTD-SIS       PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-SISTEMA.
           05 WRK-SIS-ENTRY OCCURS 3000 TIMES.
              10 WRK-SIS-CHAVE     PIC X(20).
              10 WRK-SIS-DATA      PIC 9(08).
              10 WRK-SIS-TIPO      PIC X(01).
              10 WRK-SIS-VALOR     PIC 9(09)V99.
              10 WRK-SIS-DESCR     PIC X(18).
              10 WRK-SIS-SITUACAO  PIC X(01).
                 88 WRK-SIS-CONCILIADO   VALUE "C".
       77  WRK-IDX-SIS       PIC 9(04) VALUE ZEROS.

      *-------------- CHAVE DO MOVIMENTO (ORIGEM + IDENTIFICACAO) ----
       01  WRK-CHAVE-MONTA.
           05 WRK-CHV-ORIGEM PIC X(02).
           05 WRK-CHV-NUM1   PIC 9(09).
           05 WRK-CHV-NUM2   PIC 9(09).
       77  WRK-MOV-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-MOV-TIPO      PIC X(01) VALUE SPACES.
       77  WRK-MOV-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MOV-DESCR     PIC X(18) VALUE SPACES.

      *-------------- REMESSAS DE SALARIO CONFIRMADAS POR DATA -------
       77  WRK-QTD-REM       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-REMESSAS.
           05 WRK-REM-ENTRY OCCURS 100 TIMES.
              10 WRK-REM-DATA      PIC 9(08).
              10 WRK-REM-TOTAL     PIC 9(09)V99.
       77  WRK-IDX-REM       PIC 9(03) VALUE ZEROS.

      *-------------- SALDO POR DIA DA JANELA ------------------------
       01  WRK-TAB-DIAS.
           05 WRK-DIA-ENTRY OCCURS 61 TIMES.
              10 WRK-DIA-DATA      PIC 9(08).
              10 WRK-DIA-CREDITO   PIC 9(11)V99.
              10 WRK-DIA-DEBITO    PIC 9(11)V99.
              10 WRK-DIA-PENDENTE  PIC S9(11)V99.
              10 WRK-DIA-CONCIL    PIC S9(11)V99.
       77  WRK-IDX-DIA       PIC 9(03) VALUE ZEROS.

       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".
       77  WRK-SW-ESTOURO    PIC X(01) VALUE "N".
           88 WRK-TABELA-ESTOUROU    VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-NOVOS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REPETIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CASADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-EXT-PEND   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SIS-PEND   PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-CONCIL    PIC S9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CRED-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DEB-ED        PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PEND-ED       PIC -Z.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED      PIC -ZZ.ZZZ.ZZ9,99.

      *-------------- IMPRESSAO (MODULO RELPRINT) --------------------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       77  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-EXTRATO  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONCBANC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-SALSTAT  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CARTLIQ  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CXSESSAO PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-CARREGAR-CONCILIACAO
           PERFORM   0250-CARREGAR-EXTRATO
           PERFORM   0300-CARREGAR-MOVIMENTOS
           PERFORM   0400-CASAR-LANCAMENTOS
           PERFORM   0500-GRAVAR-CONCILIACAO
           PERFORM   0600-IMPRIMIR-RELATORIO
           PERFORM   0700-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "CONCILIACAO BANCARIA - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-JANELA
                                 WRK-DATA-INICIO.
           MOVE WRK-DATA-INICIO TO WRK-DATA-CORR.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER 61
              MOVE WRK-DATA-CORR TO WRK-DIA-DATA(WRK-IDX-DIA)
              MOVE ZEROS TO WRK-DIA-CREDITO(WRK-IDX-DIA)
                            WRK-DIA-DEBITO(WRK-IDX-DIA)
                            WRK-DIA-PENDENTE(WRK-IDX-DIA)
                            WRK-DIA-CONCIL(WRK-IDX-DIA)
              CALL "DATAADD" USING WRK-DATA-CORR WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-CORR
           END-PERFORM.

       0200-CARREGAR-CONCILIACAO    SECTION.
      *-------- SITUACAO DOS DIAS ANTERIORES; O QUE SAIU DA JANELA
      *-------- NAO E CARREGADO (E NAO SERA REGRAVADO)
           OPEN INPUT CONCBANC.
           IF FS-CONCBANC NOT EQUAL 00
              DISPLAY "PRIMEIRA CONCILIACAO - CONCBANC.txt SERA CRIADO"
              GO TO 0200-CARREGAR-FIM
           END-IF.
           READ CONCBANC
           PERFORM UNTIL FS-CONCBANC NOT EQUAL 00
              IF CBC-DATA NOT LESS WRK-DATA-INICIO
                 IF WRK-QTD-EXT LESS 3000
                    ADD 1 TO WRK-QTD-EXT
                    MOVE CBC-DATA      TO WRK-EXT-DATA(WRK-QTD-EXT)
                    MOVE CBC-TIPO      TO WRK-EXT-TIPO(WRK-QTD-EXT)
                    MOVE CBC-VALOR     TO WRK-EXT-VALOR(WRK-QTD-EXT)
                    MOVE CBC-DOCUMENTO
                      TO WRK-EXT-DOCUMENTO(WRK-QTD-EXT)
                    MOVE CBC-HISTORICO
                      TO WRK-EXT-HISTORICO(WRK-QTD-EXT)
                    MOVE CBC-SITUACAO
                      TO WRK-EXT-SITUACAO(WRK-QTD-EXT)
                    MOVE CBC-CHAVE     TO WRK-EXT-CHAVE(WRK-QTD-EXT)
                    MOVE CBC-DATA-CONC
                      TO WRK-EXT-DATA-CONC(WRK-QTD-EXT)
                 ELSE
                    SET WRK-TABELA-ESTOUROU TO TRUE
                 END-IF
              END-IF
              READ CONCBANC
           END-PERFORM.
           CLOSE CONCBANC.

       0200-CARREGAR-FIM.
           EXIT.

       0250-CARREGAR-EXTRATO        SECTION.
      *-------- LANCAMENTO JA CONHECIDO (MESMA DATA, TIPO, VALOR,
      *-------- DOCUMENTO E HISTORICO) NAO ENTRA DE NOVO - O BANCO
      *-------- PODE MANDAR O EXTRATO ACUMULADO
           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
              DISPLAY "EXTRATO.txt AUSENTE - SO AS PENDENCIAS DOS "
                      "DIAS ANTERIORES SERAO LISTADAS"
              GO TO 0250-CARREGAR-FIM
           END-IF.
           READ EXTRATO
           PERFORM UNTIL FS-EXTRATO NOT EQUAL 00
              IF EXT-DATA NOT LESS WRK-DATA-INICIO
                 AND (EXT-CREDITO OR EXT-DEBITO)
                 PERFORM 0260-INCLUIR-LANCAMENTO
              END-IF
              READ EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.

       0250-CARREGAR-FIM.
           EXIT.

       0260-INCLUIR-LANCAMENTO      SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT
                      OR WRK-ACHOU
              IF WRK-EXT-DATA(WRK-IDX-EXT) EQUAL EXT-DATA
                 AND WRK-EXT-TIPO(WRK-IDX-EXT) EQUAL EXT-TIPO
                 AND WRK-EXT-VALOR(WRK-IDX-EXT) EQUAL EXT-VALOR
                 AND WRK-EXT-DOCUMENTO(WRK-IDX-EXT)
                     EQUAL EXT-DOCUMENTO
                 AND WRK-EXT-HISTORICO(WRK-IDX-EXT)
                     EQUAL EXT-HISTORICO
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHOU
              ADD 1 TO WRK-ACUM-REPETIDOS
              GO TO 0260-INCLUIR-FIM
           END-IF.
           IF WRK-QTD-EXT NOT LESS 3000
              SET WRK-TABELA-ESTOUROU TO TRUE
              GO TO 0260-INCLUIR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-EXT.
           ADD 1 TO WRK-ACUM-NOVOS.
           MOVE EXT-DATA      TO WRK-EXT-DATA(WRK-QTD-EXT).
           MOVE EXT-TIPO      TO WRK-EXT-TIPO(WRK-QTD-EXT).
           MOVE EXT-VALOR     TO WRK-EXT-VALOR(WRK-QTD-EXT).
           MOVE EXT-DOCUMENTO TO WRK-EXT-DOCUMENTO(WRK-QTD-EXT).
           MOVE EXT-HISTORICO TO WRK-EXT-HISTORICO(WRK-QTD-EXT).
           MOVE "P"           TO WRK-EXT-SITUACAO(WRK-QTD-EXT).
           MOVE SPACES        TO WRK-EXT-CHAVE(WRK-QTD-EXT).
           MOVE ZEROS         TO WRK-EXT-DATA-CONC(WRK-QTD-EXT).

       0260-INCLUIR-FIM.
           EXIT.

       0300-CARREGAR-MOVIMENTOS     SECTION.
      *--------------------------------------------------------------
      *-------- TUDO QUE O SISTEMA DIZ QUE PASSOU PELA CONTA DENTRO
      *-------- DA JANELA; O QUE JA FOI CASADO EM DIA ANTERIOR
      *-------- (CHAVE GRAVADA NO CONCBANC.txt) FICA MARCADO
      *--------------------------------------------------------------
           PERFORM 0310-MOVIMENTOS-RECEBER.
           PERFORM 0320-MOVIMENTOS-PAGAR.
           PERFORM 0330-MOVIMENTOS-SALARIO.
           PERFORM 0340-MOVIMENTOS-CARTAO.
           PERFORM 0350-MOVIMENTOS-SANGRIA.
           IF WRK-TABELA-ESTOUROU
              DISPLAY "*** MAIS DE 3000 LANCAMENTOS OU MOVIMENTOS NA "
                      "JANELA - EXCEDENTE FORA DA CONCILIACAO ***"
           END-IF.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT
              IF WRK-EXT-CONCILIADO(WRK-IDX-EXT)
                 AND WRK-EXT-CHAVE(WRK-IDX-EXT) NOT EQUAL SPACES
                 PERFORM 0390-MARCAR-JA-CASADO
              END-IF
           END-PERFORM.

       0310-MOVIMENTOS-RECEBER      SECTION.
      *-------- PARCELA LIQUIDADA (RETORNO DE BOLETO OU BAIXA) ENTRA
      *-------- PELA DATA DO PAGAMENTO E PELO VALOR COBRADO
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              DISPLAY "CONTAS A RECEBER INDISPONIVEL - SEM "
                      "RECEBIMENTOS DE TITULOS"
              GO TO 0310-MOVIMENTOS-FIM
           END-IF.
           READ CONTASREC
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-LIQUIDADO
                 AND CR-DATA-PAGTO NOT LESS WRK-DATA-INICIO
                 MOVE "CR"             TO WRK-CHV-ORIGEM
                 MOVE CR-NF            TO WRK-CHV-NUM1
                 MOVE CR-PARCELA       TO WRK-CHV-NUM2
                 MOVE CR-DATA-PAGTO    TO WRK-MOV-DATA
                 MOVE "C"              TO WRK-MOV-TIPO
                 MOVE CR-VALOR-PAGO    TO WRK-MOV-VALOR
                 MOVE "RECEBTO TITULO"    TO WRK-MOV-DESCR
                 PERFORM 0380-INCLUIR-MOVIMENTO
              END-IF
              READ CONTASREC
           END-PERFORM.
           CLOSE CONTASREC.

       0310-MOVIMENTOS-FIM.
           EXIT.

       0320-MOVIMENTOS-PAGAR        SECTION.
      *-------- TITULO BAIXADO NO CPBAIXA, PELA DATA E VALOR PAGOS
           OPEN INPUT CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              DISPLAY "CONTAS A PAGAR INDISPONIVEL - SEM "
                      "PAGAMENTOS A FORNECEDORES"
              GO TO 0320-MOVIMENTOS-FIM
           END-IF.
           READ CONTASPAG
           PERFORM UNTIL FS-CONTASPAG NOT EQUAL 00
              IF CP-LIQUIDADO
                 AND CP-DATA-PAGTO NOT LESS WRK-DATA-INICIO
                 MOVE "CP"             TO WRK-CHV-ORIGEM
                 MOVE CP-FORNECEDOR    TO WRK-CHV-NUM1
                 MOVE CP-NOTA          TO WRK-CHV-NUM2
                 MOVE CP-DATA-PAGTO    TO WRK-MOV-DATA
                 MOVE "D"              TO WRK-MOV-TIPO
                 MOVE CP-VALOR-PAGO    TO WRK-MOV-VALOR
                 MOVE "PAGTO FORNECEDOR"  TO WRK-MOV-DESCR
                 PERFORM 0380-INCLUIR-MOVIMENTO
              END-IF
              READ CONTASPAG
           END-PERFORM.
           CLOSE CONTASPAG.

       0320-MOVIMENTOS-FIM.
           EXIT.

       0330-MOVIMENTOS-SALARIO      SECTION.
      *-------- O BANCO DEBITA A REMESSA INTEIRA: SOMA DOS CREDITOS
      *-------- CONFIRMADOS ("C") DE CADA REMESSA NO SALSTAT.txt
           OPEN INPUT SALSTAT.
           IF FS-SALSTAT NOT EQUAL 00
              GO TO 0330-MOVIMENTOS-FIM
           END-IF.
           READ SALSTAT
           PERFORM UNTIL FS-SALSTAT NOT EQUAL 00
              IF STA-STATUS EQUAL "C"
                 AND STA-DATA-REM NOT LESS WRK-DATA-INICIO
                 PERFORM 0335-SOMAR-REMESSA
              END-IF
              READ SALSTAT
           END-PERFORM.
           CLOSE SALSTAT.
           PERFORM VARYING WRK-IDX-REM FROM 1 BY 1
                   UNTIL WRK-IDX-REM GREATER WRK-QTD-REM
              MOVE "FL"                   TO WRK-CHV-ORIGEM
              MOVE WRK-REM-DATA(WRK-IDX-REM) TO WRK-CHV-NUM1
                                                WRK-MOV-DATA
              MOVE ZEROS                  TO WRK-CHV-NUM2
              MOVE "D"                    TO WRK-MOV-TIPO
              MOVE WRK-REM-TOTAL(WRK-IDX-REM) TO WRK-MOV-VALOR
              MOVE "REMESSA SALARIOS"     TO WRK-MOV-DESCR
              PERFORM 0380-INCLUIR-MOVIMENTO
           END-PERFORM.

       0330-MOVIMENTOS-FIM.
           EXIT.

       0335-SOMAR-REMESSA           SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-REM FROM 1 BY 1
                   UNTIL WRK-IDX-REM GREATER WRK-QTD-REM
                      OR WRK-ACHOU
              IF WRK-REM-DATA(WRK-IDX-REM) EQUAL STA-DATA-REM
                 ADD STA-VALOR TO WRK-REM-TOTAL(WRK-IDX-REM)
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU AND WRK-QTD-REM LESS 100
              ADD 1 TO WRK-QTD-REM
              MOVE STA-DATA-REM TO WRK-REM-DATA(WRK-QTD-REM)
              MOVE STA-VALOR    TO WRK-REM-TOTAL(WRK-QTD-REM)
           END-IF.

       0340-MOVIMENTOS-CARTAO       SECTION.
      *-------- DEPOSITO DA ADMINISTRADORA = VALOR BRUTO - TAXA
           OPEN INPUT CARTLIQ.
           IF FS-CARTLIQ NOT EQUAL 00
              GO TO 0340-MOVIMENTOS-FIM
           END-IF.
           READ CARTLIQ
           PERFORM UNTIL FS-CARTLIQ NOT EQUAL 00
              IF LIQ-DATA NOT LESS WRK-DATA-INICIO
                 MOVE "CT"             TO WRK-CHV-ORIGEM
                 MOVE LIQ-DATA         TO WRK-CHV-NUM1
                                          WRK-MOV-DATA
                 MOVE LIQ-HORA         TO WRK-CHV-NUM2
                 MOVE "C"              TO WRK-MOV-TIPO
                 COMPUTE WRK-MOV-VALOR = LIQ-VALOR - LIQ-TAXA
                 MOVE "LIQUIDACAO CARTAO" TO WRK-MOV-DESCR
                 PERFORM 0380-INCLUIR-MOVIMENTO
              END-IF
              READ CARTLIQ
           END-PERFORM.
           CLOSE CARTLIQ.

       0340-MOVIMENTOS-FIM.
           EXIT.

       0350-MOVIMENTOS-SANGRIA      SECTION.
      *-------- CADA SANGRIA DO CAIXA E DEPOSITADA NA CONTA
           OPEN INPUT CXSESSAO.
           IF FS-CXSESSAO NOT EQUAL 00
              GO TO 0350-MOVIMENTOS-FIM
           END-IF.
           READ CXSESSAO
           PERFORM UNTIL FS-CXSESSAO NOT EQUAL 00
              IF SES-EVENTO EQUAL "S"
                 AND SES-DATA NOT LESS WRK-DATA-INICIO
                 MOVE "SG"             TO WRK-CHV-ORIGEM
                 MOVE SES-DATA         TO WRK-CHV-NUM1
                                          WRK-MOV-DATA
                 MOVE SES-HORA         TO WRK-CHV-NUM2
                 MOVE "C"              TO WRK-MOV-TIPO
                 MOVE SES-VALOR        TO WRK-MOV-VALOR
                 MOVE "DEPOSITO SANGRIA"  TO WRK-MOV-DESCR
                 PERFORM 0380-INCLUIR-MOVIMENTO
              END-IF
              READ CXSESSAO
           END-PERFORM.
           CLOSE CXSESSAO.

       0350-MOVIMENTOS-FIM.
           EXIT.

       0380-INCLUIR-MOVIMENTO       SECTION.
           IF WRK-QTD-SIS NOT LESS 3000
              SET WRK-TABELA-ESTOUROU TO TRUE
              GO TO 0380-INCLUIR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-SIS.
           MOVE WRK-CHAVE-MONTA TO WRK-SIS-CHAVE(WRK-QTD-SIS).
           MOVE WRK-MOV-DATA    TO WRK-SIS-DATA(WRK-QTD-SIS).
           MOVE WRK-MOV-TIPO    TO WRK-SIS-TIPO(WRK-QTD-SIS).
           MOVE WRK-MOV-VALOR   TO WRK-SIS-VALOR(WRK-QTD-SIS).
           MOVE WRK-MOV-DESCR   TO WRK-SIS-DESCR(WRK-QTD-SIS).
           MOVE SPACES          TO WRK-SIS-SITUACAO(WRK-QTD-SIS).

       0380-INCLUIR-FIM.
           EXIT.

       0390-MARCAR-JA-CASADO        SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-SIS FROM 1 BY 1
                   UNTIL WRK-IDX-SIS GREATER WRK-QTD-SIS
                      OR WRK-ACHOU
              IF WRK-SIS-CHAVE(WRK-IDX-SIS)
                 EQUAL WRK-EXT-CHAVE(WRK-IDX-EXT)
                 MOVE "C" TO WRK-SIS-SITUACAO(WRK-IDX-SIS)
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.

       0400-CASAR-LANCAMENTOS       SECTION.
      *-------- CADA LANCAMENTO PENDENTE PROCURA UM MOVIMENTO AINDA
      *-------- NAO CASADO DO MESMO TIPO E VALOR, COM DATA ENTRE O
      *-------- CORTE DA TOLERANCIA E A DATA DO EXTRATO
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT
              IF WRK-EXT-PENDENTE(WRK-IDX-EXT)
                 PERFORM 0410-CASAR-UM-LANCAMENTO
              END-IF
           END-PERFORM.

       0410-CASAR-UM-LANCAMENTO     SECTION.
           CALL "DATAADD" USING WRK-EXT-DATA(WRK-IDX-EXT)
                                 WRK-DIAS-TOLER WRK-CORTE-TOLER.
           CALL "DATAADD" USING WRK-EXT-DATA(WRK-IDX-EXT)
                                 WRK-DIAS-CARTAO WRK-CORTE-CARTAO.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-SIS FROM 1 BY 1
                   UNTIL WRK-IDX-SIS GREATER WRK-QTD-SIS
                      OR WRK-ACHOU
              IF WRK-SIS-CHAVE(WRK-IDX-SIS)(1:2) EQUAL "CT"
                 MOVE WRK-CORTE-CARTAO TO WRK-CORTE
              ELSE
                 MOVE WRK-CORTE-TOLER  TO WRK-CORTE
              END-IF
              IF NOT WRK-SIS-CONCILIADO(WRK-IDX-SIS)
                 AND WRK-SIS-TIPO(WRK-IDX-SIS)
                     EQUAL WRK-EXT-TIPO(WRK-IDX-EXT)
                 AND WRK-SIS-VALOR(WRK-IDX-SIS)
                     EQUAL WRK-EXT-VALOR(WRK-IDX-EXT)
                 AND WRK-SIS-DATA(WRK-IDX-SIS)
                     NOT GREATER WRK-EXT-DATA(WRK-IDX-EXT)
                 AND WRK-SIS-DATA(WRK-IDX-SIS) NOT LESS WRK-CORTE
                 SET WRK-ACHOU TO TRUE
                 MOVE "C" TO WRK-SIS-SITUACAO(WRK-IDX-SIS)
                 MOVE "C" TO WRK-EXT-SITUACAO(WRK-IDX-EXT)
                 MOVE WRK-SIS-CHAVE(WRK-IDX-SIS)
                   TO WRK-EXT-CHAVE(WRK-IDX-EXT)
                 MOVE WRK-DATA-HOJE
                   TO WRK-EXT-DATA-CONC(WRK-IDX-EXT)
                 ADD 1 TO WRK-ACUM-CASADOS
              END-IF
           END-PERFORM.

       0500-GRAVAR-CONCILIACAO      SECTION.
      *-------- REGRAVA A SITUACAO COMPLETA DA JANELA
           OPEN OUTPUT CONCBANC.
           IF FS-CONCBANC NOT EQUAL 00
              MOVE "ERRO AO GRAVAR CONCBANC.txt" TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT
              MOVE SPACES TO REG-CONCBANC
              MOVE WRK-EXT-DATA(WRK-IDX-EXT)      TO CBC-DATA
              MOVE WRK-EXT-TIPO(WRK-IDX-EXT)      TO CBC-TIPO
              MOVE WRK-EXT-VALOR(WRK-IDX-EXT)     TO CBC-VALOR
              MOVE WRK-EXT-DOCUMENTO(WRK-IDX-EXT) TO CBC-DOCUMENTO
              MOVE WRK-EXT-HISTORICO(WRK-IDX-EXT) TO CBC-HISTORICO
              MOVE WRK-EXT-SITUACAO(WRK-IDX-EXT)  TO CBC-SITUACAO
              MOVE WRK-EXT-CHAVE(WRK-IDX-EXT)     TO CBC-CHAVE
              MOVE WRK-EXT-DATA-CONC(WRK-IDX-EXT) TO CBC-DATA-CONC
              WRITE REG-CONCBANC
           END-PERFORM.
           CLOSE CONCBANC.

       0600-IMPRIMIR-RELATORIO      SECTION.
           MOVE "CONCILIACAO BANCARIA" TO WRK-REL-TITULO.
           MOVE "DATA     T          VALOR DOCUMENTO"
             TO WRK-REL-COLUNAS.
           MOVE "HISTORICO / ORIGEM" TO WRK-REL-COLUNAS(38:18).
           MOVE "I" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

      *-------- LANCAMENTOS DO EXTRATO SEM MOVIMENTO NO SISTEMA
           MOVE "EXTRATO SEM MOVIMENTO NO SISTEMA:" TO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT
              IF WRK-EXT-PENDENTE(WRK-IDX-EXT)
                 ADD 1 TO WRK-ACUM-EXT-PEND
                 MOVE WRK-EXT-VALOR(WRK-IDX-EXT) TO WRK-VALOR-ED
                 STRING WRK-EXT-DATA(WRK-IDX-EXT) DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-EXT-TIPO(WRK-IDX-EXT) DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-VALOR-ED              DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-EXT-DOCUMENTO(WRK-IDX-EXT)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-EXT-HISTORICO(WRK-IDX-EXT)
                                                  DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 PERFORM 0690-IMPRIMIR-LINHA
              END-IF
           END-PERFORM.
           IF WRK-ACUM-EXT-PEND EQUAL ZEROS
              MOVE "  (NENHUM)" TO WRK-REL-LINHA
              PERFORM 0690-IMPRIMIR-LINHA
           END-IF.

      *-------- MOVIMENTOS DO SISTEMA SEM LANCAMENTO NO EXTRATO
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE "MOVIMENTO DO SISTEMA SEM EXTRATO:" TO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDX-SIS FROM 1 BY 1
                   UNTIL WRK-IDX-SIS GREATER WRK-QTD-SIS
              IF NOT WRK-SIS-CONCILIADO(WRK-IDX-SIS)
                 ADD 1 TO WRK-ACUM-SIS-PEND
                 MOVE WRK-SIS-VALOR(WRK-IDX-SIS) TO WRK-VALOR-ED
                 STRING WRK-SIS-DATA(WRK-IDX-SIS) DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-SIS-TIPO(WRK-IDX-SIS) DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-VALOR-ED              DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-SIS-DESCR(WRK-IDX-SIS)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-SIS-CHAVE(WRK-IDX-SIS)
                                                  DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 PERFORM 0690-IMPRIMIR-LINHA
              END-IF
           END-PERFORM.
           IF WRK-ACUM-SIS-PEND EQUAL ZEROS
              MOVE "  (NENHUM)" TO WRK-REL-LINHA
              PERFORM 0690-IMPRIMIR-LINHA
           END-IF.

      *-------- SALDO CONCILIADO POR DIA DO EXTRATO
           PERFORM VARYING WRK-IDX-EXT FROM 1 BY 1
                   UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT
              PERFORM 0610-SOMAR-NO-DIA
           END-PERFORM.
           PERFORM 0690-IMPRIMIR-LINHA.
           MOVE "SALDO POR DIA:     CREDITOS       DEBITOS"
             TO WRK-REL-LINHA.
           MOVE "A CONCILIAR"    TO WRK-REL-LINHA(45:11).
           MOVE "CONCILIADO"     TO WRK-REL-LINHA(61:10).
           PERFORM 0690-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER 61
              IF WRK-DIA-CREDITO(WRK-IDX-DIA) GREATER ZEROS
                 OR WRK-DIA-DEBITO(WRK-IDX-DIA) GREATER ZEROS
                 PERFORM 0620-LINHA-DIA
              END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING "EXTRATO PENDENTE: "  DELIMITED BY SIZE
                  WRK-ACUM-EXT-PEND     DELIMITED BY SIZE
                  "  SISTEMA PENDENTE: " DELIMITED BY SIZE
                  WRK-ACUM-SIS-PEND     DELIMITED BY SIZE
                  "  CASADOS HOJE: "    DELIMITED BY SIZE
                  WRK-ACUM-CASADOS      DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0610-SOMAR-NO-DIA            SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER 61
                      OR WRK-ACHOU
              IF WRK-DIA-DATA(WRK-IDX-DIA)
                 EQUAL WRK-EXT-DATA(WRK-IDX-EXT)
                 SET WRK-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WRK-ACHOU
              GO TO 0610-SOMAR-FIM
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-DIA.
           IF WRK-EXT-TIPO(WRK-IDX-EXT) EQUAL "C"
              ADD WRK-EXT-VALOR(WRK-IDX-EXT)
                TO WRK-DIA-CREDITO(WRK-IDX-DIA)
              IF WRK-EXT-CONCILIADO(WRK-IDX-EXT)
                 ADD WRK-EXT-VALOR(WRK-IDX-EXT)
                   TO WRK-DIA-CONCIL(WRK-IDX-DIA)
              ELSE
                 ADD WRK-EXT-VALOR(WRK-IDX-EXT)
                   TO WRK-DIA-PENDENTE(WRK-IDX-DIA)
              END-IF
           ELSE
              ADD WRK-EXT-VALOR(WRK-IDX-EXT)
                TO WRK-DIA-DEBITO(WRK-IDX-DIA)
              IF WRK-EXT-CONCILIADO(WRK-IDX-EXT)
                 SUBTRACT WRK-EXT-VALOR(WRK-IDX-EXT)
                     FROM WRK-DIA-CONCIL(WRK-IDX-DIA)
              ELSE
                 SUBTRACT WRK-EXT-VALOR(WRK-IDX-EXT)
                     FROM WRK-DIA-PENDENTE(WRK-IDX-DIA)
              END-IF
           END-IF.

       0610-SOMAR-FIM.
           EXIT.

       0620-LINHA-DIA               SECTION.
      *-------- SALDO CONCILIADO ACUMULADO DESDE O INICIO DA JANELA
           ADD WRK-DIA-CONCIL(WRK-IDX-DIA) TO WRK-SALDO-CONCIL.
           MOVE WRK-DIA-CREDITO(WRK-IDX-DIA)  TO WRK-CRED-ED.
           MOVE WRK-DIA-DEBITO(WRK-IDX-DIA)   TO WRK-DEB-ED.
           MOVE WRK-DIA-PENDENTE(WRK-IDX-DIA) TO WRK-PEND-ED.
           MOVE WRK-SALDO-CONCIL              TO WRK-SALDO-ED.
           STRING WRK-DIA-DATA(WRK-IDX-DIA) DELIMITED BY SIZE
                  "      "    DELIMITED BY SIZE
                  WRK-CRED-ED DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WRK-DEB-ED  DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WRK-PEND-ED DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0690-IMPRIMIR-LINHA.

       0690-IMPRIMIR-LINHA          SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0700-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "LANCAMENTOS NOVOS NO EXTRATO.. " WRK-ACUM-NOVOS.
           DISPLAY "JA CARREGADOS ANTES........... "
                   WRK-ACUM-REPETIDOS.
           DISPLAY "MOVIMENTOS DO SISTEMA......... " WRK-QTD-SIS.
           DISPLAY "CASADOS NESTA RODADA.......... " WRK-ACUM-CASADOS.
           DISPLAY "EXTRATO SEM MOVIMENTO......... "
                   WRK-ACUM-EXT-PEND.
           DISPLAY "MOVIMENTO SEM EXTRATO......... "
                   WRK-ACUM-SIS-PEND.
           DISPLAY "=========================================".
           DISPLAY "FIM DA CONCILIACAO BANCARIA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONCBANC.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "EXTRATO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-EXTRATO.
           MOVE "CONCBANC.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONCBANC.
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "SALSTAT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-SALSTAT.
           MOVE "CARTLIQ.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CARTLIQ.
           MOVE "CXSESSAO.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CXSESSAO.
