       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLIBERA.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LIBERACAO PELO SUPERVISOR DE TITULO RETIDO NA
      *           CONFERENCIA PEDIDO X RECEBIMENTO X FATURA - O
      *           SUPERVISOR (OPSIGNON, PERFIL "S") INFORMA O
      *           FORNECEDOR E A NOTA, VE O SALDO E O MOTIVO DA
      *           ULTIMA CONFERENCIA (CPCONFLOG.txt) E APROVA O
      *           PAGAMENTO: O TITULO VAI PARA "A" (ABERTO), ENTRA NA
      *           AGENDA E NA BAIXA, E A LIBERACAO FICA NO CPCONFLOG
      *           COM RESULTADO "S" E O NOME DO SUPERVISOR
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SO TITULO NA SITUACAO "R" E LIBERADO; PARA
      *              ABATER O VALOR COBRADO A MAIS, O CAMINHO E A NOTA
      *              DE CREDITO DO FORNECEDOR (CPFATURA) E NAO ESTA
      *              LIBERACAO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT CPCONFLOG ASSIGN TO WRK-PATH-CPCONFLOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CPCONFLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  CPCONFLOG.
       COPY "CCFCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-CPCONFLOG PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CPLIBERA".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTASPAG".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-FORNECEDOR    PIC 9(04) VALUE ZEROS.
       77  WRK-NOTA          PIC 9(09) VALUE ZEROS.

      *-------------- ULTIMA CONFERENCIA DO TITULO -------------------
       77  WRK-SW-CONFERIDO  PIC X(01) VALUE "N".
           88 WRK-CONFERIDO         VALUE "S".
       77  WRK-ULT-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-MOTIVO    PIC X(02) VALUE SPACES.
       77  WRK-ULT-PRODUTO   PIC 9(04) VALUE ZEROS.
       77  WRK-ULT-ESPERADO  PIC 9(09)V99 VALUE ZEROS.

       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA          VALUE "S" "s".
       77  WRK-SW-APROVA     PIC X(01) VALUE "N".
           88 WRK-APROVADO          VALUE "S" "s".

      *-------------- SUPERVISOR (MODULO OPSIGNON) -------------------
       77  WRK-SUP-OPERADOR  PIC X(08) VALUE SPACES.
       77  WRK-SUP-PERFIL    PIC X(01) VALUE SPACES.
           88 WRK-SUP-E-SUPERVISOR  VALUE "S".
       77  WRK-SW-SUP        PIC X(01) VALUE "N".
           88 WRK-SUP-OK            VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIBERADOS PIC 9(05) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-CPCONFLOG PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL NOT WRK-CONTINUA
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- SO SUPERVISOR LIBERA TITULO RETIDO
           DISPLAY "LIBERACAO DE TITULO RETIDO EXIGE UM SUPERVISOR".
           CALL "OPSIGNON" USING WRK-SUP-OPERADOR WRK-SUP-PERFIL
                                  WRK-SW-SUP.
           IF NOT WRK-SUP-OK OR NOT WRK-SUP-E-SUPERVISOR
              DISPLAY "ACESSO NEGADO - SOMENTE SUPERVISOR"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              MOVE "CONTAS A PAGAR NAO ABRIU      " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "LIBERACAO DE TITULOS RETIDOS - SUPERVISOR "
                   WRK-SUP-OPERADOR.

       0200-PROCESSAR               SECTION.
           DISPLAY "-----------------------".
           DISPLAY "CODIGO DO FORNECEDOR: "
             ACCEPT WRK-FORNECEDOR.
           DISPLAY "NUMERO DA NOTA DO FORNECEDOR: "
             ACCEPT WRK-NOTA.
           MOVE WRK-FORNECEDOR TO CP-FORNECEDOR.
           MOVE WRK-NOTA       TO CP-NOTA.
           READ CONTASPAG
             INVALID KEY
                DISPLAY "FORNECEDOR " WRK-FORNECEDOR " NOTA "
                        WRK-NOTA " NAO ESTA NO CONTAS A PAGAR"
             NOT INVALID KEY
                PERFORM 0210-LIBERAR-TITULO
           END-READ.
           DISPLAY "MAIS LIBERACOES (S/N)? "
             ACCEPT WRK-SW-CONTINUA.

       0210-LIBERAR-TITULO          SECTION.
           IF NOT CP-RETIDO
              DISPLAY "NOTA " WRK-NOTA " NAO ESTA RETIDA (SITUACAO "
                      CP-SITUACAO ")"
              GO TO 0210-LIBERAR-FIM
           END-IF.
           PERFORM 0220-ULTIMA-CONFERENCIA.
           MOVE CP-VALOR TO WRK-VALOR-ED.
           DISPLAY "ENTRADA " CP-DATA-ENTRADA
                   " VENCIMENTO " CP-DATA-VENCTO
                   " SALDO " WRK-VALOR-ED.
           IF WRK-CONFERIDO
              MOVE WRK-ULT-ESPERADO TO WRK-VALOR-ED
              DISPLAY "CONFERIDO EM " WRK-ULT-DATA " - MOTIVO "
                      WRK-ULT-MOTIVO " PRODUTO " WRK-ULT-PRODUTO
                      " - JUSTIFICADO " WRK-VALOR-ED
           ELSE
              DISPLAY "TITULO AINDA NAO CONFERIDO (CPCONFER)"
           END-IF.
           DISPLAY "SUPERVISOR " WRK-SUP-OPERADOR
                   " APROVA O PAGAMENTO DESTE TITULO (S/N)? "
             ACCEPT WRK-SW-APROVA.
           IF NOT WRK-APROVADO
              DISPLAY "TITULO CONTINUA RETIDO"
              GO TO 0210-LIBERAR-FIM
           END-IF.
           MOVE "A" TO CP-SITUACAO.
           REWRITE REG-CONTASPAG
             INVALID KEY
                DISPLAY "ERRO AO LIBERAR A NOTA " WRK-NOTA
                GO TO 0210-LIBERAR-FIM
           END-REWRITE.
           ADD 1 TO WRK-ACUM-LIBERADOS.
           DISPLAY "NOTA " WRK-NOTA " LIBERADA PARA PAGAMENTO".
           PERFORM 0230-GRAVAR-LIBERACAO.

       0210-LIBERAR-FIM.
           EXIT.

       0220-ULTIMA-CONFERENCIA      SECTION.
      *-------- A ULTIMA LINHA DO CPCONFLOG DO TITULO E A QUE VALE
           MOVE "N"    TO WRK-SW-CONFERIDO.
           MOVE SPACES TO WRK-ULT-MOTIVO.
           MOVE ZEROS  TO WRK-ULT-DATA WRK-ULT-PRODUTO
                          WRK-ULT-ESPERADO.
           OPEN INPUT CPCONFLOG.
           IF FS-CPCONFLOG NOT EQUAL 00
              GO TO 0220-ULTIMA-FIM
           END-IF.
           READ CPCONFLOG
           PERFORM UNTIL FS-CPCONFLOG NOT EQUAL 00
              IF CCF-FORNECEDOR EQUAL CP-FORNECEDOR
                 AND CCF-NOTA EQUAL CP-NOTA
                 SET WRK-CONFERIDO TO TRUE
                 MOVE CCF-DATA     TO WRK-ULT-DATA
                 MOVE CCF-MOTIVO   TO WRK-ULT-MOTIVO
                 MOVE CCF-PRODUTO  TO WRK-ULT-PRODUTO
                 MOVE CCF-ESPERADO TO WRK-ULT-ESPERADO
              END-IF
              READ CPCONFLOG
           END-PERFORM.
           CLOSE CPCONFLOG.

       0220-ULTIMA-FIM.
           EXIT.

       0230-GRAVAR-LIBERACAO        SECTION.
           OPEN EXTEND CPCONFLOG.
           IF FS-CPCONFLOG EQUAL 35
              OPEN OUTPUT CPCONFLOG
           END-IF.
           IF FS-CPCONFLOG NOT EQUAL 00
              DISPLAY "CPCONFLOG.txt NAO ABRIU - STATUS "
                      FS-CPCONFLOG " - LIBERACAO SEM REGISTRO"
              GO TO 0230-GRAVAR-FIM
           END-IF.
           MOVE SPACES           TO REG-CPCONFLOG.
           MOVE WRK-DATA-HOJE    TO CCF-DATA.
           MOVE CP-FORNECEDOR    TO CCF-FORNECEDOR.
           MOVE CP-NOTA          TO CCF-NOTA.
           MOVE "S"              TO CCF-RESULTADO.
           MOVE WRK-ULT-MOTIVO   TO CCF-MOTIVO.
           MOVE WRK-ULT-PRODUTO  TO CCF-PRODUTO.
           MOVE CP-VALOR         TO CCF-VALOR.
           MOVE WRK-ULT-ESPERADO TO CCF-ESPERADO.
           MOVE WRK-SUP-OPERADOR TO CCF-OPERADOR.
           WRITE REG-CPCONFLOG.
           CLOSE CPCONFLOG.

       0230-GRAVAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE CONTASPAG.
           DISPLAY "TITULOS LIBERADOS: " WRK-ACUM-LIBERADOS.
           DISPLAY "FIM DAS LIBERACOES".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTASPAG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "CPCONFLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CPCONFLOG.
