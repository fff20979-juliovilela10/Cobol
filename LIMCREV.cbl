       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMCREV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: REVISAO PERIODICA DOS LIMITES DE CREDITO PELO
      *           COMPORTAMENTO DE PAGAMENTO - PARA CADA CLIENTE DA
      *           TABELA LIMCRED.txt, MEDE NOS TITULOS LIQUIDADOS DO
      *           CONTASREC.DAT OS DIAS DE ATRASO (PAGAMENTO CONTRA
      *           VENCIMENTO) E A MULTA/JUROS PAGOS, E NO CREDLOG.txt
      *           QUANTAS VEZES O CLIENTE FOI BLOQUEADO E QUANTAS
      *           UM SUPERVISOR FORCOU A LIBERACAO; CALCULA UMA NOTA
      *           E UM LIMITE PROPOSTO PELO CARTAO LIMREV.txt E O
      *           SUPERVISOR APROVA OU REJEITA CADA PROPOSTA. A
      *           APROVADA ENTRA NO LIMCRED.txt COMO UMA LINHA NOVA
      *           (O CREDCHK USA A ULTIMA) E TODA DECISAO FICA NA
      *           TRILHA LIMCAUD.txt - ACABA O LIMITE DIGITADO UMA
      *           VEZ E ESQUECIDO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RESTRITO AO PERFIL SUPERVISOR DO OPSIGNON.
      *              A NOTA PARTE DE 100 E PERDE PONTOS POR DIA MEDIO
      *              DE ATRASO, POR PONTO PERCENTUAL DE ENCARGOS
      *              PAGOS SOBRE O VALOR ORIGINAL, POR BLOQUEIO E POR
      *              LIBERACAO FORCADA. NOTA NA FAIXA BOA AUMENTA O
      *              LIMITE, NA FAIXA RUIM REDUZ, NO MEIO MANTEM.
      *              CARTAO LIMREV.txt, UMA LINHA POR PARAMETRO:
      *                <TIPO (8)> <VALOR 9(07)V99>
      *              TIPOS: JANELA (DIAS DE HISTORICO, PADRAO 365),
      *              MINPARC (PARCELAS MINIMAS PARA AVALIAR, 3),
      *              PESOATR (PONTOS POR DIA MEDIO DE ATRASO, 2),
      *              PESOJUR (PONTOS POR 1% DE ENCARGOS, 5),
      *              PESOBLQ (PONTOS POR BLOQUEIO, 5), PESOLIB
      *              (PONTOS POR LIBERACAO, 10), FAIXABOA (80),
      *              FAIXARUI (50), AUMENTO (% , 20), REDUCAO (%,
      *              30), PISO (LIMITE PROPOSTO A BOM PAGADOR COM
      *              LIMITE ZERO, 500,00). SEM O CARTAO VALEM OS
      *              PADROES
      * 15/10/2026 JV - JANELA QUE PEGA ANO JA ARQUIVADO PELO LOGARQ
      *                 LE TAMBEM O CREDLOG_AAAA.txt (MODULO LOGSEL)
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

           SELECT LIMCRED ASSIGN TO WRK-PATH-LIMCRED
             FILE STATUS IS FS-LIMCRED.

           SELECT CREDLOG ASSIGN TO WRK-PATH-CREDLOG
             FILE STATUS IS FS-CREDLOG.

           SELECT LIMREV ASSIGN TO WRK-PATH-LIMREV
             FILE STATUS IS FS-LIMREV.

           SELECT LIMCAUD ASSIGN TO WRK-PATH-LIMCAUD
             FILE STATUS IS FS-LIMCAUD.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  LIMCRED.
       01  REG-LIMCRED.
           05 LIM-CLIENTE    PIC 9(04).
           05 FILLER         PIC X(01).
           05 LIM-LIMITE     PIC 9(09)V99.

       FD  CREDLOG.
       01  REG-CREDLOG.
           05 CRL-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 CRL-PROGRAMA   PIC X(08).
           05 FILLER         PIC X(01).
           05 CRL-CLIENTE    PIC 9(04).
           05 FILLER         PIC X(01).
           05 CRL-DOCUMENTO  PIC 9(08).
           05 FILLER         PIC X(01).
           05 CRL-VALOR      PIC 9(09)V99.
           05 FILLER         PIC X(01).
           05 CRL-ACAO       PIC X(01).
              88 CRL-BLOQUEADO        VALUE "B".
              88 CRL-LIBERADO         VALUE "O".
           05 FILLER         PIC X(01).
           05 CRL-OPERADOR   PIC X(08).

       FD  LIMREV.
       01  REG-LIMREV.
           05 LRV-TIPO       PIC X(08).
           05 FILLER         PIC X(01).
           05 LRV-VALOR      PIC 9(07)V99.

       FD  LIMCAUD.
       01  REG-LIMCAUD.
           05 LCA-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LCA-CLIENTE    PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LCA-LIMITE-ANT PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LCA-LIMITE-PROP PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LCA-NOTA       PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LCA-DECISAO    PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LCA-OPERADOR   PIC X(08).


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-LIMCRED   PIC 9(02) VALUE ZEROS.
       77  FS-CREDLOG   PIC 9(02) VALUE ZEROS.
       77  FS-LIMREV    PIC 9(02) VALUE ZEROS.
       77  FS-LIMCAUD   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "LIMCREV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "LIMCRED.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-NEG      PIC S9(04) VALUE ZEROS.

      *-------------- PARAMETROS DA REVISAO (CARTAO LIMREV.txt) ------
       77  WRK-PAR-JANELA    PIC 9(04) VALUE 365.
       77  WRK-PAR-MINPARC   PIC 9(04) VALUE 3.
       77  WRK-PAR-PESOATR   PIC 9(03)V99 VALUE 2.
       77  WRK-PAR-PESOJUR   PIC 9(03)V99 VALUE 5.
       77  WRK-PAR-PESOBLQ   PIC 9(03)V99 VALUE 5.
       77  WRK-PAR-PESOLIB   PIC 9(03)V99 VALUE 10.
       77  WRK-PAR-FAIXABOA  PIC 9(03) VALUE 80.
       77  WRK-PAR-FAIXARUI  PIC 9(03) VALUE 50.
       77  WRK-PAR-AUMENTO   PIC 9(03)V99 VALUE 20.
       77  WRK-PAR-REDUCAO   PIC 9(03)V99 VALUE 30.
       77  WRK-PAR-PISO      PIC 9(07)V99 VALUE 500.

      *-------------- HISTORICO POR CLIENTE COM LIMITE ---------------
       77  WRK-QTD-CLI       PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CLI.
           05 WRK-CLI-ENTRY OCCURS 500 TIMES.
              10 WRK-CLI-ID       PIC 9(04).
              10 WRK-CLI-LIMITE   PIC 9(09)V99.
              10 WRK-CLI-PARCELAS PIC 9(05).
              10 WRK-CLI-DIAS     PIC 9(07).
              10 WRK-CLI-ORIGINAL PIC 9(11)V99.
              10 WRK-CLI-ENCARGOS PIC 9(11)V99.
              10 WRK-CLI-BLOQ     PIC 9(04).
              10 WRK-CLI-LIB      PIC 9(04).
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHADO            VALUE "S".
       77  WRK-CLI-PROCURA   PIC 9(04) VALUE ZEROS.

      *-------------- ATRASO DE UM TITULO (MODULO DATAADD) -----------
       77  WRK-DIAS-ATRASO   PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-CORR     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.

      *-------------- NOTA E PROPOSTA --------------------------------
       77  WRK-MEDIA-ATRASO  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PERC-ENCARGOS PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PERDIDOS      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-NOTA          PIC 9(03) VALUE ZEROS.
       77  WRK-PROPOSTO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PROPOSTO-INT  PIC 9(09) VALUE ZEROS.
       77  WRK-DECISAO       PIC X(01) VALUE SPACES.
           88 WRK-APROVADA          VALUE "A" "a".
           88 WRK-REJEITADA         VALUE "R" "r".

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-AVALIADOS  PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-SEM-HIST   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-MANTIDOS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-APROVADOS  PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-REJEITADOS PIC 9(04) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-LIMITE-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-PROPOSTO-ED   PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-MEDIA-ED      PIC ZZ.ZZ9,99.

      *-------- JANELA QUE PEGA ANO JA ARQUIVADO (MODULO LOGSEL) -----
       77  WRK-LOG-NOME      PIC X(12) VALUE "CREDLOG.txt".
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".
       77  WRK-SW-ULTIMO     PIC X(01) VALUE "N".
           88 WRK-ULTIMO-ARQUIVO     VALUE "S".
       77  WRK-POS-ANO       PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-LIMCRED  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CREDLOG  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LIMREV   PIC X(60) VALUE SPACES.
       01  WRK-PATH-LIMCAUD  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-CARREGAR-LIMITES
           PERFORM   0300-APURAR-PAGAMENTOS
           PERFORM   0400-APURAR-CREDLOG
           PERFORM   0500-REVISAR
           PERFORM   0600-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- MEXER EM LIMITE E COISA DE SUPERVISOR
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              OR NOT WRK-PERFIL-SUPERVISOR
              DISPLAY "REVISAO DE LIMITES E RESTRITA A "
                      "SUPERVISORES - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0110-CARREGAR-PARAMETROS.
           COMPUTE WRK-DIAS-NEG = WRK-PAR-JANELA * -1.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                 WRK-DATA-CORTE.
           DISPLAY "=========================================".
           DISPLAY "REVISAO DE LIMITES DE CREDITO".
           DISPLAY "HISTORICO A PARTIR DE " WRK-DATA-CORTE.
           DISPLAY "=========================================".

       0110-CARREGAR-PARAMETROS     SECTION.
      *--------------------------------------------------------------
      *-------- CARTAO LIMREV.txt: SO SOBREPOE O QUE ESTIVER NELE;
      *-------- SEM O CARTAO VALEM OS PADROES DA WORKING
      *--------------------------------------------------------------
           OPEN INPUT LIMREV.
           IF FS-LIMREV NOT EQUAL 00
              DISPLAY "CARTAO LIMREV.txt AUSENTE - REVISAO COM OS "
                      "PARAMETROS PADRAO"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ LIMREV
           PERFORM UNTIL FS-LIMREV NOT EQUAL 00
              EVALUATE LRV-TIPO
                 WHEN "JANELA"
                    MOVE LRV-VALOR TO WRK-PAR-JANELA
                 WHEN "MINPARC"
                    MOVE LRV-VALOR TO WRK-PAR-MINPARC
                 WHEN "PESOATR"
                    MOVE LRV-VALOR TO WRK-PAR-PESOATR
                 WHEN "PESOJUR"
                    MOVE LRV-VALOR TO WRK-PAR-PESOJUR
                 WHEN "PESOBLQ"
                    MOVE LRV-VALOR TO WRK-PAR-PESOBLQ
                 WHEN "PESOLIB"
                    MOVE LRV-VALOR TO WRK-PAR-PESOLIB
                 WHEN "FAIXABOA"
                    MOVE LRV-VALOR TO WRK-PAR-FAIXABOA
                 WHEN "FAIXARUI"
                    MOVE LRV-VALOR TO WRK-PAR-FAIXARUI
                 WHEN "AUMENTO"
                    MOVE LRV-VALOR TO WRK-PAR-AUMENTO
                 WHEN "REDUCAO"
                    MOVE LRV-VALOR TO WRK-PAR-REDUCAO
                 WHEN "PISO"
                    MOVE LRV-VALOR TO WRK-PAR-PISO
                 WHEN OTHER
                    DISPLAY "PARAMETRO DESCONHECIDO NO LIMREV.txt: "
                            LRV-TIPO
              END-EVALUATE
              READ LIMREV
           END-PERFORM.
           CLOSE LIMREV.
           IF WRK-PAR-REDUCAO GREATER 100
              MOVE 100 TO WRK-PAR-REDUCAO
           END-IF.

       0110-CARREGAR-FIM.
           EXIT.

       0200-CARREGAR-LIMITES        SECTION.
      *-------- A TABELA E UM HISTORICO: VALE A ULTIMA LINHA DE CADA
      *-------- CLIENTE (MESMA REGRA DO CREDCHK)
           OPEN INPUT LIMCRED.
           IF FS-LIMCRED NOT EQUAL 00
              MOVE "TABELA DE LIMITES AUSENTE     " TO WRK-MSG-ERRO
              MOVE FS-LIMCRED TO FS-CONTASREC
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ LIMCRED
           PERFORM UNTIL FS-LIMCRED NOT EQUAL 00
              MOVE LIM-CLIENTE TO WRK-CLI-PROCURA
              PERFORM 0250-LOCALIZAR-CLIENTE
              IF NOT WRK-ACHADO
                 IF WRK-QTD-CLI LESS 500
                    ADD 1 TO WRK-QTD-CLI
                    MOVE WRK-QTD-CLI TO WRK-IDX
                    INITIALIZE WRK-CLI-ENTRY(WRK-IDX)
                    MOVE LIM-CLIENTE TO WRK-CLI-ID(WRK-IDX)
                    SET WRK-ACHADO TO TRUE
                 ELSE
                    DISPLAY "*** MAIS DE 500 CLIENTES COM LIMITE - "
                            "CLIENTE " LIM-CLIENTE " FORA DA "
                            "REVISAO ***"
                 END-IF
              END-IF
              IF WRK-ACHADO
                 MOVE LIM-LIMITE TO WRK-CLI-LIMITE(WRK-IDX)
              END-IF
              READ LIMCRED
           END-PERFORM.
           CLOSE LIMCRED.

       0250-LOCALIZAR-CLIENTE       SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLI
                      OR WRK-ACHADO
              IF WRK-CLI-ID(WRK-IDX) EQUAL WRK-CLI-PROCURA
                 SET WRK-ACHADO TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-ACHADO
              SUBTRACT 1 FROM WRK-IDX
           END-IF.

       0300-APURAR-PAGAMENTOS       SECTION.
      *--------------------------------------------------------------
      *-------- TITULOS LIQUIDADOS DENTRO DA JANELA: DIAS DE ATRASO
      *-------- DO PAGAMENTO CONTRA O VENCIMENTO E ENCARGOS PAGOS
      *-------- (VALOR COBRADO MENOS O ORIGINAL, COMO NO CRBAIXA)
      *--------------------------------------------------------------
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              MOVE "CONTAS A RECEBER NAO ABRIU    " TO WRK-MSG-ERRO
              MOVE "CONTASREC" TO WRK-ERRLOG-ARQUIVO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ CONTASREC
             PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                IF CR-LIQUIDADO
                   AND CR-DATA-PAGTO NOT LESS WRK-DATA-CORTE
                   MOVE CR-CLIENTE TO WRK-CLI-PROCURA
                   PERFORM 0250-LOCALIZAR-CLIENTE
                   IF WRK-ACHADO
                      PERFORM 0310-MEDIR-TITULO
                   END-IF
                END-IF
                READ CONTASREC
             END-PERFORM.
           CLOSE CONTASREC.

       0310-MEDIR-TITULO            SECTION.
           ADD 1        TO WRK-CLI-PARCELAS(WRK-IDX).
           ADD CR-VALOR TO WRK-CLI-ORIGINAL(WRK-IDX).
           IF CR-VALOR-PAGO GREATER CR-VALOR
              COMPUTE WRK-CLI-ENCARGOS(WRK-IDX) =
                      WRK-CLI-ENCARGOS(WRK-IDX)
                    + CR-VALOR-PAGO - CR-VALOR
           END-IF.
      *-------- DIAS DE ATRASO ANDANDO DIA A DIA (MODULO DATAADD);
      *-------- TITULO SEM VENCIMENTO OU PAGO NO PRAZO NAO ATRASOU
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF CR-DATA-VENCTO EQUAL ZEROS
              OR CR-DATA-PAGTO NOT GREATER CR-DATA-VENCTO
              GO TO 0310-MEDIR-FIM
           END-IF.
           MOVE CR-DATA-VENCTO TO WRK-DATA-CORR.
           PERFORM UNTIL WRK-DATA-CORR GREATER OR EQUAL
                         CR-DATA-PAGTO
                      OR WRK-DIAS-ATRASO GREATER OR EQUAL 9999
              CALL "DATAADD" USING WRK-DATA-CORR WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-CORR
              ADD 1 TO WRK-DIAS-ATRASO
           END-PERFORM.
           ADD WRK-DIAS-ATRASO TO WRK-CLI-DIAS(WRK-IDX).

       0310-MEDIR-FIM.
           EXIT.

       0400-APURAR-CREDLOG          SECTION.
      *-------- BLOQUEIOS ("B") E LIBERACOES FORCADAS ("O") DO
      *-------- CLIENTE DENTRO DA JANELA
      *-------- (ANO JA ARQUIVADO PELO LOGARQ SE LE NO ARQUIVO ANUAL:
      *-------- DO ANO DO CORTE EM DIANTE, E POR FIM O LOG VIVO)
           DIVIDE WRK-DATA-CORTE BY 10000 GIVING WRK-ANO-LOG.
           MOVE "N" TO WRK-SW-ULTIMO.
           PERFORM UNTIL WRK-ULTIMO-ARQUIVO
              CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                   WRK-PATH-CREDLOG WRK-SW-ARQUIVADO
              PERFORM 0405-LER-CREDLOG
              IF WRK-ANO-ARQUIVADO
                 PERFORM 0410-PROXIMO-ANO
              ELSE
                 SET WRK-ULTIMO-ARQUIVO TO TRUE
              END-IF
           END-PERFORM.

       0405-LER-CREDLOG             SECTION.
           OPEN INPUT CREDLOG.
           IF FS-CREDLOG NOT EQUAL 00
              IF WRK-ANO-ARQUIVADO
                 DISPLAY "ARQUIVO ANUAL DO LOG DE CREDITO AUSENTE: "
                         WRK-PATH-CREDLOG
              ELSE
                 DISPLAY "SEM LOG DE CREDITO (CREDLOG.txt) - REVISAO "
                         "SO PELOS PAGAMENTOS"
              END-IF
              GO TO 0405-LER-FIM
           END-IF.
           READ CREDLOG
           PERFORM UNTIL FS-CREDLOG NOT EQUAL 00
              IF CRL-DATA NOT LESS WRK-DATA-CORTE
                 MOVE CRL-CLIENTE TO WRK-CLI-PROCURA
                 PERFORM 0250-LOCALIZAR-CLIENTE
                 IF WRK-ACHADO
                    EVALUATE TRUE
                       WHEN CRL-BLOQUEADO
                          ADD 1 TO WRK-CLI-BLOQ(WRK-IDX)
                       WHEN CRL-LIBERADO
                          ADD 1 TO WRK-CLI-LIB(WRK-IDX)
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              END-IF
              READ CREDLOG
           END-PERFORM.
           CLOSE CREDLOG.

       0405-LER-FIM.
           EXIT.

       0410-PROXIMO-ANO             SECTION.
      *-------- O ARQUIVO ANUAL SE CHAMA CREDLOG_AAAA.txt: A PROXIMA
      *-------- PROCURA COMECA NO ANO SEGUINTE AO DO ARQUIVO LIDO
           MOVE ZEROS TO WRK-POS-ANO.
           INSPECT WRK-PATH-CREDLOG TALLYING WRK-POS-ANO
                   FOR CHARACTERS BEFORE INITIAL ".txt".
           SUBTRACT 3 FROM WRK-POS-ANO.
           MOVE WRK-PATH-CREDLOG(WRK-POS-ANO:4) TO WRK-ANO-LOG.
           ADD 1 TO WRK-ANO-LOG.

       0500-REVISAR                 SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLI
              PERFORM 0510-REVISAR-CLIENTE
           END-PERFORM.

       0510-REVISAR-CLIENTE         SECTION.
      *-------- SEM PARCELAS SUFICIENTES NEM EVENTO DE CREDITO NAO
      *-------- HA COMPORTAMENTO PARA AVALIAR
           IF WRK-CLI-PARCELAS(WRK-IDX) LESS WRK-PAR-MINPARC
              AND WRK-CLI-BLOQ(WRK-IDX) EQUAL ZEROS
              AND WRK-CLI-LIB(WRK-IDX) EQUAL ZEROS
              ADD 1 TO WRK-ACUM-SEM-HIST
              GO TO 0510-REVISAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-AVALIADOS.
           PERFORM 0520-CALCULAR-NOTA.
           PERFORM 0530-CALCULAR-PROPOSTA.
           IF WRK-PROPOSTO EQUAL WRK-CLI-LIMITE(WRK-IDX)
              ADD 1 TO WRK-ACUM-MANTIDOS
              GO TO 0510-REVISAR-FIM
           END-IF.

           MOVE WRK-CLI-LIMITE(WRK-IDX) TO WRK-LIMITE-ED.
           MOVE WRK-PROPOSTO            TO WRK-PROPOSTO-ED.
           MOVE WRK-MEDIA-ATRASO        TO WRK-MEDIA-ED.
           DISPLAY "-----------------------------------------".
           DISPLAY "CLIENTE " WRK-CLI-ID(WRK-IDX)
                   " NOTA " WRK-NOTA.
           DISPLAY "  PARCELAS PAGAS " WRK-CLI-PARCELAS(WRK-IDX)
                   " ATRASO MEDIO " WRK-MEDIA-ED " DIA(S)".
           MOVE WRK-PERC-ENCARGOS TO WRK-MEDIA-ED.
           DISPLAY "  ENCARGOS PAGOS " WRK-MEDIA-ED "% "
                   " BLOQUEIOS " WRK-CLI-BLOQ(WRK-IDX)
                   " LIBERACOES " WRK-CLI-LIB(WRK-IDX).
           DISPLAY "  LIMITE ATUAL    " WRK-LIMITE-ED.
           DISPLAY "  LIMITE PROPOSTO " WRK-PROPOSTO-ED.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM UNTIL WRK-APROVADA OR WRK-REJEITADA
              DISPLAY "  A - APROVAR  R - REJEITAR: "
                ACCEPT WRK-DECISAO
           END-PERFORM.
           IF WRK-APROVADA
              PERFORM 0540-GRAVAR-LIMITE
              MOVE "A" TO WRK-DECISAO
              ADD 1 TO WRK-ACUM-APROVADOS
           ELSE
              MOVE "R" TO WRK-DECISAO
              ADD 1 TO WRK-ACUM-REJEITADOS
           END-IF.
           PERFORM 0550-GRAVAR-AUDITORIA.

       0510-REVISAR-FIM.
           EXIT.

       0520-CALCULAR-NOTA           SECTION.
      *--------------------------------------------------------------
      *-------- NOTA = 100 MENOS OS PONTOS PERDIDOS, NUNCA ABAIXO
      *-------- DE ZERO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-MEDIA-ATRASO WRK-PERC-ENCARGOS.
           IF WRK-CLI-PARCELAS(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                      WRK-CLI-DIAS(WRK-IDX)
                    / WRK-CLI-PARCELAS(WRK-IDX)
           END-IF.
           IF WRK-CLI-ORIGINAL(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-PERC-ENCARGOS ROUNDED =
                      WRK-CLI-ENCARGOS(WRK-IDX) * 100
                    / WRK-CLI-ORIGINAL(WRK-IDX)
           END-IF.
           COMPUTE WRK-PERDIDOS ROUNDED =
                   WRK-PAR-PESOATR * WRK-MEDIA-ATRASO
                 + WRK-PAR-PESOJUR * WRK-PERC-ENCARGOS
                 + WRK-PAR-PESOBLQ * WRK-CLI-BLOQ(WRK-IDX)
                 + WRK-PAR-PESOLIB * WRK-CLI-LIB(WRK-IDX).
           IF WRK-PERDIDOS NOT LESS 100
              MOVE ZEROS TO WRK-NOTA
           ELSE
              COMPUTE WRK-NOTA = 100 - WRK-PERDIDOS
           END-IF.

       0530-CALCULAR-PROPOSTA       SECTION.
      *-------- FAIXA BOA AUMENTA, FAIXA RUIM REDUZ, O MEIO MANTEM;
      *-------- O LIMITE PROPOSTO E ARREDONDADO PARA REAIS INTEIROS
           EVALUATE TRUE
              WHEN WRK-NOTA NOT LESS WRK-PAR-FAIXABOA
                 IF WRK-CLI-LIMITE(WRK-IDX) EQUAL ZEROS
                    COMPUTE WRK-PROPOSTO-INT ROUNDED = WRK-PAR-PISO
                 ELSE
                    COMPUTE WRK-PROPOSTO-INT ROUNDED =
                            WRK-CLI-LIMITE(WRK-IDX)
                          * (100 + WRK-PAR-AUMENTO) / 100
                 END-IF
                 MOVE WRK-PROPOSTO-INT TO WRK-PROPOSTO
              WHEN WRK-NOTA LESS WRK-PAR-FAIXARUI
                 COMPUTE WRK-PROPOSTO-INT ROUNDED =
                         WRK-CLI-LIMITE(WRK-IDX)
                       * (100 - WRK-PAR-REDUCAO) / 100
                 MOVE WRK-PROPOSTO-INT TO WRK-PROPOSTO
              WHEN OTHER
                 MOVE WRK-CLI-LIMITE(WRK-IDX) TO WRK-PROPOSTO
           END-EVALUATE.

       0540-GRAVAR-LIMITE           SECTION.
      *-------- LINHA NOVA NO HISTORICO DE LIMITES, COMO O LIMCMANT
           OPEN EXTEND LIMCRED.
           IF FS-LIMCRED EQUAL 35
              OPEN OUTPUT LIMCRED
           END-IF.
           MOVE SPACES TO REG-LIMCRED.
           MOVE WRK-CLI-ID(WRK-IDX) TO LIM-CLIENTE.
           MOVE WRK-PROPOSTO        TO LIM-LIMITE.
           WRITE REG-LIMCRED.
           CLOSE LIMCRED.
           DISPLAY "  LIMITE DO CLIENTE " WRK-CLI-ID(WRK-IDX)
                   " GRAVADO: " WRK-PROPOSTO-ED.

       0550-GRAVAR-AUDITORIA        SECTION.
           OPEN EXTEND LIMCAUD.
           IF FS-LIMCAUD EQUAL 35
              OPEN OUTPUT LIMCAUD
           END-IF.
           MOVE SPACES                  TO REG-LIMCAUD.
           MOVE WRK-DATA-HOJE           TO LCA-DATA.
           MOVE WRK-CLI-ID(WRK-IDX)     TO LCA-CLIENTE.
           MOVE WRK-CLI-LIMITE(WRK-IDX) TO LCA-LIMITE-ANT.
           MOVE WRK-PROPOSTO            TO LCA-LIMITE-PROP.
           MOVE WRK-NOTA                TO LCA-NOTA.
           MOVE WRK-DECISAO             TO LCA-DECISAO.
           MOVE WRK-OPERADOR            TO LCA-OPERADOR.
           WRITE REG-LIMCAUD.
           CLOSE LIMCAUD.

       0600-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "CLIENTES COM LIMITE..... " WRK-QTD-CLI.
           DISPLAY "SEM HISTORICO SUFICIENTE " WRK-ACUM-SEM-HIST.
           DISPLAY "AVALIADOS............... " WRK-ACUM-AVALIADOS.
           DISPLAY "LIMITE MANTIDO.......... " WRK-ACUM-MANTIDOS.
           DISPLAY "PROPOSTAS APROVADAS..... " WRK-ACUM-APROVADOS.
           DISPLAY "PROPOSTAS REJEITADAS.... " WRK-ACUM-REJEITADOS.
           DISPLAY "=========================================".
           DISPLAY "FIM DA REVISAO DE LIMITES".

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
           MOVE "LIMCRED.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LIMCRED.
           MOVE "CREDLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CREDLOG.
           MOVE "LIMREV.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LIMREV.
           MOVE "LIMCAUD.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LIMCAUD.
