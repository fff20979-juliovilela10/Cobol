       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREXPATU.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DE ATUALIZACAO DA EXPOSICAO DE CREDITO DO
      *           CLIENTE (CREXPOS.DAT), NO MESMO ESPIRITO DO ESTMVLOG:
      *           TODO PROGRAMA QUE MUDA UMA PARCELA DO CONTASREC.DAT
      *           DE OU PARA A SITUACAO "A" (ABERTO) CHAMA AQUI COM O
      *           CLIENTE, O VALOR E O VENCIMENTO DA PARCELA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LNK-OPERACAO "I" = PARCELA ENTROU EM ABERTO
      *              (EXCBL23, PARCELAS DO ACORDO NO CRACORDO); "B" =
      *              PARCELA SAIU DO ABERTO (LIQUIDADA NO CRBAIXA/
      *              CRRETOR, CANCELADA NO NFCANC, RENEGOCIADA NO
      *              CRACORDO, PERDA NO CRPDD). CHAME SO DEPOIS DO
      *              WRITE/REWRITE DO TITULO TER DADO CERTO. ARQUIVO
      *              AUSENTE E CRIADO; FALHA AQUI NAO DERRUBA QUEM
      *              CHAMOU - A DIFERENCA APARECE NO CREXPREC
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT CREXPOS ASSIGN TO WRK-PATH-CREXPOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EXP-CLIENTE
             FILE STATUS IS FS-CREXPOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREXPOS.
       COPY "EXPCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-CREXPOS   PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-SW-NOVO       PIC X(01) VALUE "N".
           88 WRK-REG-NOVO          VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CREXPOS  PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-OPERACAO  PIC X(01).
           88 LNK-OPER-INCLUI       VALUE "I".
           88 LNK-OPER-BAIXA        VALUE "B".
       01  LNK-CLIENTE   PIC 9(04).
       01  LNK-VALOR     PIC 9(09)V99.
       01  LNK-VENCTO    PIC 9(08).

       PROCEDURE DIVISION USING LNK-OPERACAO LNK-CLIENTE LNK-VALOR
                                 LNK-VENCTO.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O CREXPOS.
           IF FS-CREXPOS EQUAL 35
              OPEN OUTPUT CREXPOS
              CLOSE CREXPOS
              OPEN I-O CREXPOS
           END-IF.
           IF FS-CREXPOS NOT EQUAL 00
              DISPLAY "EXPOSICAO DE CREDITO (CREXPOS) NAO ABRIU - "
                      "CLIENTE " LNK-CLIENTE " SEM ATUALIZACAO"
              GOBACK
           END-IF.

           MOVE "N" TO WRK-SW-NOVO.
           MOVE LNK-CLIENTE TO EXP-CLIENTE.
           READ CREXPOS
             INVALID KEY
                SET WRK-REG-NOVO TO TRUE
                MOVE ZEROS TO EXP-SALDO EXP-QTD-ABERTAS
                              EXP-VENCTO-ANTIGO
                SET EXP-VENCTO-EXATO TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN LNK-OPER-INCLUI
                 PERFORM 0100-INCLUIR
              WHEN LNK-OPER-BAIXA
                 PERFORM 0200-BAIXAR
           END-EVALUATE.
           MOVE WRK-DATA-HOJE TO EXP-DATA-ATU.

           IF WRK-REG-NOVO
              WRITE REG-CREXPOS
           ELSE
              REWRITE REG-CREXPOS
           END-IF.
           IF FS-CREXPOS NOT EQUAL 00
              DISPLAY "EXPOSICAO DE CREDITO (CREXPOS) NAO GRAVOU - "
                      "CLIENTE " LNK-CLIENTE " FS " FS-CREXPOS
           END-IF.

           CLOSE CREXPOS.
           GOBACK.

       0100-INCLUIR                  SECTION.
           ADD LNK-VALOR TO EXP-SALDO.
           ADD 1 TO EXP-QTD-ABERTAS.
           IF EXP-VENCTO-ANTIGO EQUAL ZEROS
              OR LNK-VENCTO LESS EXP-VENCTO-ANTIGO
              MOVE LNK-VENCTO TO EXP-VENCTO-ANTIGO
           END-IF.

       0200-BAIXAR                   SECTION.
      *-------- SALDO NUNCA FICA NEGATIVO: SE FALTAR, A DIFERENCA
      *-------- APARECE NO CREXPREC
           IF LNK-VALOR GREATER EXP-SALDO
              MOVE ZEROS TO EXP-SALDO
           ELSE
              SUBTRACT LNK-VALOR FROM EXP-SALDO
           END-IF.
           IF EXP-QTD-ABERTAS GREATER ZEROS
              SUBTRACT 1 FROM EXP-QTD-ABERTAS
           END-IF.
           IF EXP-QTD-ABERTAS EQUAL ZEROS
              MOVE ZEROS TO EXP-VENCTO-ANTIGO
              SET EXP-VENCTO-EXATO TO TRUE
              GO TO 0200-BAIXAR-FIM
           END-IF.
           IF LNK-VENCTO EQUAL EXP-VENCTO-ANTIGO
              SET EXP-VENCTO-REVER TO TRUE
           END-IF.

       0200-BAIXAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CREXPOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CREXPOS.
