       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCREL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: RELATORIO DE ORCAMENTOS DE VENDA - VARRE O
      *           ORCAMENT.DAT (CABECALHOS) E LISTA PELO RELPRINT CADA
      *           ORCAMENTO COM CLIENTE, EMISSAO, VALIDADE, TOTAL E
      *           SITUACAO: ABERTO, VENCIDO (ABERTO COM A VALIDADE JA
      *           PASSADA), CONVERTIDO (EM NOTA OU VENDA NO CAIXA, COM
      *           O DOCUMENTO GERADO) OU CANCELADO - PARA O VENDEDOR
      *           COBRAR O CLIENTE DO ORCAMENTO EM ABERTO ANTES DE
      *           VENCER
      * DATA: 15/10/2026
      * OBSERVAÇÕES: FILTRO A = ABERTOS, V = VENCIDOS, C =
      *              CONVERTIDOS, X = CANCELADOS, BRANCO = TODOS. O
      *              RODAPE TRAZ QUANTIDADE E VALOR POR SITUACAO E A
      *              TAXA DE CONVERSAO (CONVERTIDOS SOBRE O TOTAL DE
      *              ORCAMENTOS LISTADOS)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ORCAMENT ASSIGN TO WRK-PATH-ORCAMENT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ORC-CHAVE
             FILE STATUS IS FS-ORCAMENT.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.


       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENT.
       COPY "ORCCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ORCAMENT  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ORCREL".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ORCAMENT.DAT".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-SW-CLIENTES   PIC X(01) VALUE "N".
           88 WRK-CLIENTES-ABERTO   VALUE "S".
       77  WRK-FILTRO        PIC X(01) VALUE SPACES.
           88 WRK-FILTRO-VALIDO     VALUE "A" "V" "C" "X" " ".
       77  WRK-SITUACAO      PIC X(01) VALUE SPACES.
           88 WRK-SIT-ABERTO        VALUE "A".
           88 WRK-SIT-VENCIDO       VALUE "V".
           88 WRK-SIT-CONVERTIDO    VALUE "C".
           88 WRK-SIT-CANCELADO     VALUE "X".
       77  WRK-SIT-NOME      PIC X(22) VALUE SPACES.
       77  WRK-CLI-NOME      PIC X(20) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LISTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ABERTOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-VENCIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONVERT   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CANCEL    PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-ABERTOS   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VLR-VENCIDOS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VLR-CONVERT   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VLR-CANCEL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TAXA-CONV     PIC 9(03)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED       PIC ZZ9,99.
       77  WRK-DATA-ED       PIC X(08) VALUE SPACES.
       77  WRK-VALID-ED      PIC X(08) VALUE SPACES.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ORCAMENT PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "Z" TO WRK-FILTRO.
           PERFORM UNTIL WRK-FILTRO-VALIDO
              DISPLAY "SITUACAO (A=ABERTOS / V=VENCIDOS / "
                      "C=CONVERTIDOS / X=CANCELADOS / BRANCO=TODOS): "
                ACCEPT WRK-FILTRO
           END-PERFORM.
           OPEN INPUT ORCAMENT.
           IF FS-ORCAMENT NOT EQUAL 00
              MOVE "ORCAMENTOS NAO ABRIU          " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
              SET WRK-CLIENTES-ABERTO TO TRUE
           END-IF.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "ORCAMENTOS DE VENDA" TO WRK-REL-TITULO.
           MOVE SPACES      TO WRK-REL-COLUNAS.
           MOVE "NUMERO"    TO WRK-REL-COLUNAS(1:6).
           MOVE "CLIENTE"   TO WRK-REL-COLUNAS(8:7).
           MOVE "EMISSAO"   TO WRK-REL-COLUNAS(34:7).
           MOVE "VALIDADE"  TO WRK-REL-COLUNAS(43:8).
           MOVE "TOTAL"     TO WRK-REL-COLUNAS(62:5).
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.

       0200-PROCESSAR               SECTION.
           READ ORCAMENT
             PERFORM UNTIL FS-ORCAMENT NOT EQUAL 00
      *-------- SO O CABECALHO (LINHA 000) INTERESSA AQUI
                IF ORC-LINHA EQUAL ZEROS
                   PERFORM 0210-CLASSIFICAR
                   IF WRK-FILTRO EQUAL SPACES
                      OR WRK-FILTRO EQUAL WRK-SITUACAO
                      PERFORM 0220-LISTAR-ORCAMENTO
                   END-IF
                END-IF
                READ ORCAMENT
             END-PERFORM.

       0210-CLASSIFICAR             SECTION.
      *-------- VENCIDO NAO E GRAVADO: E O ABERTO FORA DA VALIDADE
           EVALUATE TRUE
              WHEN ORC-CONVERTIDO
                 MOVE "C" TO WRK-SITUACAO
              WHEN ORC-CANCELADO
                 MOVE "X" TO WRK-SITUACAO
              WHEN ORC-VALIDADE LESS WRK-DATA-HOJE
                 MOVE "V" TO WRK-SITUACAO
              WHEN OTHER
                 MOVE "A" TO WRK-SITUACAO
           END-EVALUATE.

       0220-LISTAR-ORCAMENTO        SECTION.
           ADD 1 TO WRK-ACUM-LISTADOS.
           MOVE "(NOME NAO ENCONTRADO)" TO WRK-CLI-NOME.
           IF WRK-CLIENTES-ABERTO
              MOVE ORC-CLIENTE TO REG-ID
              READ CLIENTES
                NOT INVALID KEY
                   MOVE REG-NOME TO WRK-CLI-NOME
              END-READ
           END-IF.
           EVALUATE TRUE
              WHEN WRK-SIT-ABERTO
                 ADD 1 TO WRK-QTD-ABERTOS
                 ADD ORC-TOTAL TO WRK-VLR-ABERTOS
                 MOVE "ABERTO" TO WRK-SIT-NOME
              WHEN WRK-SIT-VENCIDO
                 ADD 1 TO WRK-QTD-VENCIDOS
                 ADD ORC-TOTAL TO WRK-VLR-VENCIDOS
                 MOVE "VENCIDO" TO WRK-SIT-NOME
              WHEN WRK-SIT-CONVERTIDO
                 ADD 1 TO WRK-QTD-CONVERT
                 ADD ORC-TOTAL TO WRK-VLR-CONVERT
                 MOVE SPACES TO WRK-SIT-NOME
                 IF ORC-DEST-NOTA
                    STRING "CONVERTIDO NOTA " ORC-DOCUMENTO
                           DELIMITED BY SIZE INTO WRK-SIT-NOME
                 ELSE
                    STRING "CONVERTIDO CUPOM " ORC-DOCUMENTO
                           DELIMITED BY SIZE INTO WRK-SIT-NOME
                 END-IF
              WHEN OTHER
                 ADD 1 TO WRK-QTD-CANCEL
                 ADD ORC-TOTAL TO WRK-VLR-CANCEL
                 MOVE "CANCELADO" TO WRK-SIT-NOME
           END-EVALUATE.
           MOVE SPACES TO WRK-DATA-ED WRK-VALID-ED.
           STRING ORC-DATA(7:2) "/" ORC-DATA(5:2) "/" ORC-DATA(3:2)
                  DELIMITED BY SIZE INTO WRK-DATA-ED.
           STRING ORC-VALIDADE(7:2) "/" ORC-VALIDADE(5:2) "/"
                  ORC-VALIDADE(3:2)
                  DELIMITED BY SIZE INTO WRK-VALID-ED.
           MOVE ORC-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING ORC-NUMERO " " ORC-CLIENTE " " WRK-CLI-NOME
                  " " WRK-DATA-ED " " WRK-VALID-ED " "
                  WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "       SITUACAO: " WRK-SIT-NOME
                  "  POR " ORC-OPERADOR
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0300-FINALIZAR               SECTION.
           CLOSE ORCAMENT.
           IF WRK-CLIENTES-ABERTO
              CLOSE CLIENTES
           END-IF.
           MOVE "T" TO WRK-REL-OPERACAO.
           MOVE WRK-VLR-ABERTOS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ABERTOS......... " WRK-QTD-ABERTOS
                  "  VALOR " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-VLR-VENCIDOS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "VENCIDOS........ " WRK-QTD-VENCIDOS
                  "  VALOR " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-VLR-CONVERT TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "CONVERTIDOS..... " WRK-QTD-CONVERT
                  "  VALOR " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE WRK-VLR-CANCEL TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "CANCELADOS...... " WRK-QTD-CANCEL
                  "  VALOR " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           IF WRK-ACUM-LISTADOS GREATER ZEROS
              COMPUTE WRK-TAXA-CONV ROUNDED
                    = WRK-QTD-CONVERT * 100 / WRK-ACUM-LISTADOS
           END-IF.
           MOVE WRK-TAXA-CONV TO WRK-TAXA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ORCAMENTOS LISTADOS " WRK-ACUM-LISTADOS
                  "  TAXA DE CONVERSAO " WRK-TAXA-ED "%"
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

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
