       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMINAP.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: APROVACAO PELO SUPERVISOR DAS PROPOSTAS DE ESTOQUE
      *           MINIMO DA RODADA DA CURVA ABC (ESTMINPR.txt, GRAVADO
      *           PELO ESTABC) - O SUPERVISOR (OPSIGNON, PERFIL "S") VE
      *           CADA PROPOSTA PENDENTE E APROVA OU REJEITA; O MINIMO
      *           APROVADO E GRAVADO NA FICHA (EST-MINIMO DO
      *           ESTOQUE.DAT), COM UMA LINHA DE AUDITORIA NO
      *           ESTMINLOG.txt (ANTES/DEPOIS E O SUPERVISOR), E PASSA
      *           A VALER NAS SUGESTOES DO PEDCOMP E DO ESTREPO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RESPOSTA "T" APROVA TODAS AS PROPOSTAS QUE
      *              FALTAM; "F" PARA E DEIXA O RESTO PENDENTE PARA
      *              OUTRA SESSAO. SE O MINIMO DA FICHA MUDOU DEPOIS DA
      *              RODADA, O SUPERVISOR E AVISADO ANTES DE DECIDIR.
      *              ATE 500 PROPOSTAS
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO WRK-PATH-ESTOQUE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EST-CODIGO
             FILE STATUS IS FS-ESTOQUE.

           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT ESTMINPR ASSIGN TO WRK-PATH-ESTMINPR
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTMINPR.

           SELECT ESTMINLOG ASSIGN TO WRK-PATH-ESTMINLOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTMINLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
       COPY "ESTCOPY.cpy".

       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  ESTMINPR.
       COPY "MNPCOPY.cpy".

       FD  ESTMINLOG.
       COPY "MNLCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ESTOQUE   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-ESTMINPR  PIC 9(02) VALUE ZEROS.
       77  FS-ESTMINLOG PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ESTMINAP".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ESTMINPR.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-RELOGIO  PIC 9(08) VALUE ZEROS.

       77  WRK-SW-PRODUTOS   PIC X(01) VALUE "N".
           88 WRK-PRODUTOS-ABERTO   VALUE "S".
       77  WRK-SW-LOG        PIC X(01) VALUE "N".
           88 WRK-LOG-ABERTO        VALUE "S".
       77  WRK-SW-TODAS      PIC X(01) VALUE "N".
           88 WRK-APROVA-TODAS      VALUE "S".
       77  WRK-SW-PARAR      PIC X(01) VALUE "N".
           88 WRK-PARAR             VALUE "S".
       77  WRK-RESPOSTA      PIC X(01) VALUE SPACES.
           88 WRK-RESP-SIM          VALUE "S" "s".
           88 WRK-RESP-NAO          VALUE "N" "n".
           88 WRK-RESP-TODAS        VALUE "T" "t".
           88 WRK-RESP-FIM          VALUE "F" "f".
           88 WRK-RESP-VALIDA       VALUE "S" "s" "N" "n"
                                          "T" "t" "F" "f".
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.
       77  WRK-MINIMO-ANTES  PIC 9(05) VALUE ZEROS.

      *-------------- SUPERVISOR (MODULO OPSIGNON) -------------------
       77  WRK-SUP-OPERADOR  PIC X(08) VALUE SPACES.
       77  WRK-SUP-PERFIL    PIC X(01) VALUE SPACES.
           88 WRK-SUP-E-SUPERVISOR  VALUE "S".
       77  WRK-SW-SUP        PIC X(01) VALUE "N".
           88 WRK-SUP-OK            VALUE "S".

      *-------------- PROPOSTAS DA RODADA (ESTMINPR) -----------------
       77  WRK-ACUM-MNP      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-MNP.
           05 WRK-MNP-LINHA  PIC X(80) OCCURS 500 TIMES.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-PENDENTES PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-APROVADAS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-REJEITADAS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-RESTANTES PIC 9(04) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-PCT-ED        PIC ZZ9,99.
       77  WRK-DEMANDA-ED    PIC ZZZZ9,99.
       77  WRK-FATOR-ED      PIC 9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ESTOQUE  PIC X(60) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTMINPR PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESTMINLOG PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- SO SUPERVISOR ALTERA O ESTOQUE MINIMO
           DISPLAY "APROVACAO DE ESTOQUE MINIMO EXIGE UM SUPERVISOR".
           CALL "OPSIGNON" USING WRK-SUP-OPERADOR WRK-SUP-PERFIL
                                  WRK-SW-SUP.
           IF NOT WRK-SUP-OK OR NOT WRK-SUP-E-SUPERVISOR
              DISPLAY "ACESSO NEGADO - SOMENTE SUPERVISOR"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ESTMINPR.
           IF FS-ESTMINPR NOT EQUAL 00
              DISPLAY "SEM PROPOSTAS (ESTMINPR.txt) - RODE O ESTABC"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           READ ESTMINPR
           PERFORM UNTIL FS-ESTMINPR NOT EQUAL 00
              IF WRK-ACUM-MNP LESS 500
                 ADD 1 TO WRK-ACUM-MNP
                 MOVE REG-ESTMINPR TO WRK-MNP-LINHA(WRK-ACUM-MNP)
                 IF MNP-PENDENTE
                    ADD 1 TO WRK-ACUM-PENDENTES
                 END-IF
              ELSE
                 DISPLAY "MAIS DE 500 PROPOSTAS - PRODUTO "
                         MNP-PRODUTO " IGNORADO"
              END-IF
              READ ESTMINPR
           END-PERFORM.
           CLOSE ESTMINPR.
           IF WRK-ACUM-PENDENTES EQUAL ZEROS
              DISPLAY "NENHUMA PROPOSTA PENDENTE NO ESTMINPR.txt"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 00
              MOVE "FICHA DE ESTOQUE NAO ABRIU    " TO WRK-MSG-ERRO
              MOVE "ESTOQUE.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESTOQUE TO FS-ESTMINPR
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 00
              SET WRK-PRODUTOS-ABERTO TO TRUE
           END-IF.
           OPEN EXTEND ESTMINLOG.
           IF FS-ESTMINLOG EQUAL 35
              OPEN OUTPUT ESTMINLOG
           END-IF.
           IF FS-ESTMINLOG EQUAL 00
              SET WRK-LOG-ABERTO TO TRUE
           ELSE
              MOVE "AUDITORIA ESTMINLOG NAO ABRIU " TO WRK-MSG-ERRO
              MOVE "ESTMINLOG" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ESTMINLOG TO FS-ESTMINPR
              CLOSE ESTOQUE
              PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "PROPOSTAS PENDENTES: " WRK-ACUM-PENDENTES
                   " - SUPERVISOR " WRK-SUP-OPERADOR.
           DISPLAY "S = APROVA  N = REJEITA  T = APROVA TODAS AS "
                   "QUE FALTAM  F = PARA".

       0200-PROCESSAR               SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-MNP
              MOVE WRK-MNP-LINHA(WRK-IDX) TO REG-ESTMINPR
              IF MNP-PENDENTE
                 IF WRK-PARAR
                    ADD 1 TO WRK-ACUM-RESTANTES
                 ELSE
                    PERFORM 0210-REVISAR-PROPOSTA
                    MOVE REG-ESTMINPR TO WRK-MNP-LINHA(WRK-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       0210-REVISAR-PROPOSTA        SECTION.
           MOVE MNP-PRODUTO TO EST-CODIGO.
           READ ESTOQUE
             INVALID KEY
                DISPLAY "PRODUTO " MNP-PRODUTO " SEM FICHA DE "
                        "ESTOQUE - PROPOSTA REJEITADA"
                SET MNP-REJEITADA    TO TRUE
                MOVE WRK-SUP-OPERADOR TO MNP-OPERADOR
                ADD 1 TO WRK-ACUM-REJEITADAS
                GO TO 0210-REVISAR-FIM
           END-READ.
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-PRODUTOS-ABERTO
              MOVE MNP-PRODUTO TO PROD-CODIGO
              READ PRODUTOS
                NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           MOVE MNP-PCT-RECEITA TO WRK-PCT-ED.
           MOVE MNP-DEMANDA-DIA TO WRK-DEMANDA-ED.
           MOVE MNP-FATOR       TO WRK-FATOR-ED.
           DISPLAY "-----------------------".
           DISPLAY "PRODUTO " MNP-PRODUTO " " WRK-DESCRICAO
                   " CLASSE " MNP-CLASSE " (" WRK-PCT-ED "% DO "
                   "FATURAMENTO)".
           DISPLAY "VENDIDO " MNP-QTD-PERIODO " - DEMANDA/DIA "
                   WRK-DEMANDA-ED " - PRAZO " MNP-PRAZO
                   " DIAS - FATOR " WRK-FATOR-ED.
           DISPLAY "MINIMO ATUAL " EST-MINIMO " -> PROPOSTO "
                   MNP-MINIMO-PROPOSTO.
           IF EST-MINIMO NOT EQUAL MNP-MINIMO-ATUAL
              DISPLAY "*** ATENCAO: MINIMO ERA " MNP-MINIMO-ATUAL
                      " NA RODADA DE " MNP-DATA
                      " E FOI ALTERADO DEPOIS ***"
           END-IF.
           IF NOT WRK-APROVA-TODAS
              MOVE SPACES TO WRK-RESPOSTA
              PERFORM UNTIL WRK-RESP-VALIDA
                 DISPLAY "APROVA (S/N/T/F)? "
                   ACCEPT WRK-RESPOSTA
              END-PERFORM
              EVALUATE TRUE
                 WHEN WRK-RESP-FIM
                    SET WRK-PARAR TO TRUE
                    ADD 1 TO WRK-ACUM-RESTANTES
                    GO TO 0210-REVISAR-FIM
                 WHEN WRK-RESP-NAO
                    SET MNP-REJEITADA     TO TRUE
                    MOVE WRK-SUP-OPERADOR TO MNP-OPERADOR
                    ADD 1 TO WRK-ACUM-REJEITADAS
                    DISPLAY "PROPOSTA REJEITADA - MINIMO MANTIDO"
                    GO TO 0210-REVISAR-FIM
                 WHEN WRK-RESP-TODAS
                    SET WRK-APROVA-TODAS TO TRUE
              END-EVALUATE
           END-IF.
           PERFORM 0220-GRAVAR-MINIMO.

       0210-REVISAR-FIM.
           EXIT.

       0220-GRAVAR-MINIMO           SECTION.
           MOVE EST-MINIMO          TO WRK-MINIMO-ANTES.
           MOVE MNP-MINIMO-PROPOSTO TO EST-MINIMO.
           REWRITE REG-ESTOQUE
             INVALID KEY
                DISPLAY "ERRO AO GRAVAR A FICHA " MNP-PRODUTO
                        " - STATUS " FS-ESTOQUE
                        " - PROPOSTA CONTINUA PENDENTE"
                ADD 1 TO WRK-ACUM-RESTANTES
                GO TO 0220-GRAVAR-FIM
           END-REWRITE.
           SET MNP-APROVADA      TO TRUE.
           MOVE WRK-SUP-OPERADOR TO MNP-OPERADOR.
           ADD 1 TO WRK-ACUM-APROVADAS.
           DISPLAY "MINIMO DO PRODUTO " MNP-PRODUTO " GRAVADO: "
                   EST-MINIMO.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           MOVE SPACES                  TO REG-ESTMINLOG.
           MOVE WRK-DATA-HOJE           TO MNL-DATA.
           MOVE WRK-HORA-RELOGIO(1:6)   TO MNL-HORA.
           MOVE WRK-SUP-OPERADOR        TO MNL-OPERADOR.
           MOVE MNP-PRODUTO             TO MNL-PRODUTO.
           MOVE MNP-CLASSE              TO MNL-CLASSE.
           MOVE WRK-MINIMO-ANTES        TO MNL-MINIMO-ANTES.
           MOVE EST-MINIMO              TO MNL-MINIMO-DEPOIS.
           MOVE MNP-DATA                TO MNL-PROPOSTA.
           WRITE REG-ESTMINLOG.

       0220-GRAVAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE ESTOQUE.
           IF WRK-PRODUTOS-ABERTO
              CLOSE PRODUTOS
           END-IF.
           IF WRK-LOG-ABERTO
              CLOSE ESTMINLOG
           END-IF.
      *-------- REGRAVA A PROPOSTA COM AS DECISOES TOMADAS
           OPEN OUTPUT ESTMINPR.
           IF FS-ESTMINPR NOT EQUAL 00
              MOVE "PROPOSTA (ESTMINPR) NAO ABRIU " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-MNP
              MOVE WRK-MNP-LINHA(WRK-IDX) TO REG-ESTMINPR
              WRITE REG-ESTMINPR
           END-PERFORM.
           CLOSE ESTMINPR.
           DISPLAY "=========================================".
           DISPLAY "PROPOSTAS APROVADAS..... " WRK-ACUM-APROVADAS.
           DISPLAY "PROPOSTAS REJEITADAS.... " WRK-ACUM-REJEITADAS.
           DISPLAY "AINDA PENDENTES......... " WRK-ACUM-RESTANTES.
           DISPLAY "=========================================".
           DISPLAY "FIM DA APROVACAO".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ESTMINPR.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ESTOQUE.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTOQUE.
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "ESTMINPR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTMINPR.
           MOVE "ESTMINLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESTMINLOG.
