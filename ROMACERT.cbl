       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMACERT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ACERTO DO ROMANEIO NA VOLTA DO MOTORISTA - PARA CADA
      *           ORDEM DO ROMANEIO O EXPEDIDOR INFORMA SE FOI
      *           ENTREGUE OU DEVOLVIDA E, NAS PAGAS NA ENTREGA, O
      *           VALOR QUE O MOTORISTA TROUXE; AS ORDENS ANDAM PARA
      *           "ENTREGUE"/"DEVOLVIDA" COM O CARIMBO DO ENTRSTAT, O
      *           ROMANEIO FICA ACERTADO E SAI A CONFERENCIA DO
      *           DINHEIRO: A COBRAR NO ROMANEIO X RECEBIDO, QUANTO DA
      *           DIFERENCA E EXPLICADO PELAS DEVOLUCOES E QUANTO
      *           SOBRA SEM EXPLICACAO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SO ROMANEIO "EM ROTA" E ACERTADO, E UMA VEZ SO.
      *              ORDEM DO ROMANEIO QUE JA FOI BAIXADA POR FORA
      *              (ENTREGUE/DEVOLVIDA) MANTEM O STATUS E SO E
      *              AVISADA. DIFERENCA SEM EXPLICACAO DEVOLVE RETURN-
      *              CODE 4 PARA O OPERADOR CONFERIR COM O MOTORISTA.
      *              MESMO ESQUEMA DO ENTRSTAT: ENTREGAS.txt INTEIRO NA
      *              TABELA (ATE 500) E REGRAVADO NO FIM
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


       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
       COPY "ENTCOPY.cpy".

       FD  ROMANEIO.
       COPY "ROMCOPY.cpy".

       FD  ROMITEM.
       COPY "RITCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ENTREGAS  PIC 9(02) VALUE ZEROS.
       77  FS-ROMANEIO  PIC 9(02) VALUE ZEROS.
       77  FS-ROMITEM   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ROMACERT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ENTREGAS.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-RELOGIO  PIC 9(08) VALUE ZEROS.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WRK-RESULTADO     PIC X(01) VALUE SPACES.
           88 WRK-RES-ENTREGUE      VALUE "E".
           88 WRK-RES-DEVOLVIDA     VALUE "D".
           88 WRK-RES-VALIDO        VALUE "E" "D".
       77  WRK-VALOR-RECEBIDO PIC 9(06)V99 VALUE ZEROS.

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

      *-------------- ROMANEIO EM ACERTO -----------------------------
       77  WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHADO            VALUE "S".
       01  WRK-ROM-ATUAL     PIC X(100) VALUE SPACES.

      *-------------- ORDENS DO ROMANEIO (ULTIMA LINHA DE CADA) ------
       77  WRK-QTD-ITENS     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-ITE OCCURS 500 TIMES.
              10 WRK-ITE-ORDEM      PIC 9(06).
              10 WRK-ITE-SEQ        PIC 9(03).
              10 WRK-ITE-COBRAR     PIC 9(06)V99.
              10 WRK-ITE-RESULTADO  PIC X(01).
              10 WRK-ITE-RECEBIDO   PIC 9(06)V99.
              10 WRK-ITE-IDX-ORD    PIC 9(03).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ITE       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-QTD-ENTREGUES   PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDAS  PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-COBRAR      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-RECEBIDO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-DEVOLVIDO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DIF-ORDEM       PIC S9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DIF-ED          PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-COBRAR-ED       PIC ZZZ.ZZ9,99.
       77  WRK-RECEBIDO-ED     PIC ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ENTREGAS PIC X(60) VALUE SPACES.
       01  WRK-PATH-ROMANEIO PIC X(60) VALUE SPACES.
       01  WRK-PATH-ROMITEM  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "ACERTO EXIGE OPERADOR IDENTIFICADO"
              STOP RUN
           END-IF.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           DISPLAY "========================================".
           DISPLAY "ACERTO DO ROMANEIO DE ENTREGA".
           DISPLAY "========================================".
           DISPLAY "NUMERO DO ROMANEIO: "
             ACCEPT WRK-NUMERO.
           PERFORM 0110-LER-ROMANEIO.
           IF NOT WRK-ACHADO
              DISPLAY "ROMANEIO " WRK-NUMERO " NAO ENCONTRADO"
              STOP RUN
           END-IF.
           MOVE WRK-ROM-ATUAL TO REG-ROMANEIO.
           IF NOT ROM-EM-ROTA
              DISPLAY "ROMANEIO " WRK-NUMERO " JA ACERTADO EM "
                      ROM-DATA-STAT " POR " ROM-OPERADOR
              STOP RUN
           END-IF.
           DISPLAY "SAIDA " ROM-DATA " VEICULO " ROM-PLACA
                   " MOTORISTA " ROM-MOTORISTA.
           PERFORM 0120-CARREGAR-ENTREGAS.
           PERFORM 0130-CARREGAR-ITENS.
           IF WRK-QTD-ITENS EQUAL ZEROS
              DISPLAY "ROMANEIO SEM ORDENS NO ROMITEM.txt"
              STOP RUN
           END-IF.

       0110-LER-ROMANEIO            SECTION.
      *-------- CABECALHO = ULTIMA LINHA DO NUMERO
           MOVE "N" TO WRK-SW-ACHOU.
           OPEN INPUT ROMANEIO.
           IF FS-ROMANEIO NOT EQUAL 00
              GO TO 0110-LER-FIM
           END-IF.
           READ ROMANEIO
           PERFORM UNTIL FS-ROMANEIO NOT EQUAL 00
              IF ROM-NUMERO EQUAL WRK-NUMERO
                 SET WRK-ACHADO TO TRUE
                 MOVE REG-ROMANEIO TO WRK-ROM-ATUAL
              END-IF
              READ ROMANEIO
           END-PERFORM.
           CLOSE ROMANEIO.

       0110-LER-FIM.
           EXIT.

       0120-CARREGAR-ENTREGAS       SECTION.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
              MOVE "ENTREGAS.txt NAO ABRIU" TO WRK-MSG-ERRO
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
                      "COMPORTA - ACERTO RECUSADO PARA NAO "
                      "PERDER REGISTROS"
              MOVE 99 TO FS-ENTREGAS
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0130-CARREGAR-ITENS          SECTION.
           OPEN INPUT ROMITEM.
           IF FS-ROMITEM NOT EQUAL 00
              GO TO 0130-CARREGAR-FIM
           END-IF.
           READ ROMITEM
           PERFORM UNTIL FS-ROMITEM NOT EQUAL 00
              IF RIT-ROMANEIO EQUAL WRK-NUMERO
                 PERFORM 0135-GUARDAR-ITEM
              END-IF
              READ ROMITEM
           END-PERFORM.
           CLOSE ROMITEM.

       0130-CARREGAR-FIM.
           EXIT.

       0135-GUARDAR-ITEM            SECTION.
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
                 GO TO 0135-GUARDAR-FIM
              END-IF
              ADD 1 TO WRK-QTD-ITENS
              MOVE WRK-QTD-ITENS TO WRK-IDX-ACHADO
           END-IF.
           MOVE RIT-ORDEM        TO WRK-ITE-ORDEM(WRK-IDX-ACHADO).
           MOVE RIT-SEQ          TO WRK-ITE-SEQ(WRK-IDX-ACHADO).
           MOVE RIT-VALOR-COBRAR TO WRK-ITE-COBRAR(WRK-IDX-ACHADO).
           MOVE RIT-RESULTADO    TO WRK-ITE-RESULTADO(WRK-IDX-ACHADO).
           MOVE ZEROS            TO WRK-ITE-RECEBIDO(WRK-IDX-ACHADO)
                                    WRK-ITE-IDX-ORD(WRK-IDX-ACHADO).

       0135-GUARDAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           PERFORM VARYING WRK-IDX-ITE FROM 1 BY 1
                   UNTIL WRK-IDX-ITE GREATER WRK-QTD-ITENS
              PERFORM 0210-ACERTAR-ORDEM
           END-PERFORM.
           MOVE WRK-TOT-COBRAR   TO WRK-VALOR-ED.
           DISPLAY "A COBRAR NO ROMANEIO.... " WRK-VALOR-ED.
           MOVE WRK-TOT-RECEBIDO TO WRK-VALOR-ED.
           DISPLAY "RECEBIDO DO MOTORISTA... " WRK-VALOR-ED.
           DISPLAY "CONFIRMA O ACERTO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "ACERTO ABANDONADO - NADA GRAVADO"
              STOP RUN
           END-IF.
           PERFORM 0250-GRAVAR-ITENS.
           PERFORM 0260-GRAVAR-ROMANEIO.
           PERFORM 0290-REGRAVAR-ENTREGAS.

       0210-ACERTAR-ORDEM           SECTION.
      *--------------------------------------------------------------
      *-------- ACHA A ORDEM NA TABELA E PERGUNTA O RESULTADO; A
      *-------- ORDEM SO ANDA SE AINDA ESTIVER "SAIU PARA ENTREGA"
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ORDENS
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-ORD-REG(WRK-IDX)(1:6) EQUAL
                 WRK-ITE-ORDEM(WRK-IDX-ITE)
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           MOVE WRK-IDX-ACHADO TO WRK-ITE-IDX-ORD(WRK-IDX-ITE).
           ADD WRK-ITE-COBRAR(WRK-IDX-ITE) TO WRK-TOT-COBRAR.
           MOVE WRK-ITE-COBRAR(WRK-IDX-ITE) TO WRK-COBRAR-ED.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              DISPLAY "ORDEM " WRK-ITE-ORDEM(WRK-IDX-ITE)
                      " SUMIU DO ENTREGAS.txt - FICA DEVOLVIDA NO "
                      "ACERTO"
              MOVE "D" TO WRK-ITE-RESULTADO(WRK-IDX-ITE)
              GO TO 0210-ACERTAR-CONTA
           END-IF.
           MOVE WRK-ORD-REG(WRK-IDX-ACHADO) TO REG-ENTREGAS.
           DISPLAY "----------------------------------------".
           DISPLAY WRK-ITE-SEQ(WRK-IDX-ITE) " - ORDEM " ENT-NUMERO
                   " " ENT-NOME " " ENT-CIDADE.
           DISPLAY "    A COBRAR NA ENTREGA: " WRK-COBRAR-ED.
           IF NOT ENT-EM-ROTA
              DISPLAY "    ORDEM JA BAIXADA COM STATUS " ENT-STATUS
                      " EM " ENT-DATA-STAT " - MANTIDA"
              IF ENT-ENTREGUE
                 MOVE "E" TO WRK-ITE-RESULTADO(WRK-IDX-ITE)
              ELSE
                 MOVE "D" TO WRK-ITE-RESULTADO(WRK-IDX-ITE)
              END-IF
           ELSE
              PERFORM 0220-PERGUNTAR-RESULTADO
           END-IF.

       0210-ACERTAR-CONTA.
           IF WRK-ITE-RESULTADO(WRK-IDX-ITE) EQUAL "E"
              ADD 1 TO WRK-QTD-ENTREGUES
              ADD WRK-ITE-RECEBIDO(WRK-IDX-ITE) TO WRK-TOT-RECEBIDO
           ELSE
              ADD 1 TO WRK-QTD-DEVOLVIDAS
              ADD WRK-ITE-COBRAR(WRK-IDX-ITE) TO WRK-TOT-DEVOLVIDO
           END-IF.

       0210-ACERTAR-FIM.
           EXIT.

       0220-PERGUNTAR-RESULTADO     SECTION.
           MOVE SPACES TO WRK-RESULTADO.
           PERFORM UNTIL WRK-RES-VALIDO
              DISPLAY "    E = ENTREGUE / D = DEVOLVIDA: "
                ACCEPT WRK-RESULTADO
              IF NOT WRK-RES-VALIDO
                 DISPLAY "    RESULTADO INVALIDO"
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-VALOR-RECEBIDO.
           IF WRK-RES-ENTREGUE
              AND WRK-ITE-COBRAR(WRK-IDX-ITE) GREATER ZEROS
              DISPLAY "    VALOR RECEBIDO DO CLIENTE: "
                ACCEPT WRK-VALOR-RECEBIDO
           END-IF.
           MOVE WRK-RESULTADO      TO WRK-ITE-RESULTADO(WRK-IDX-ITE).
           MOVE WRK-VALOR-RECEBIDO TO WRK-ITE-RECEBIDO(WRK-IDX-ITE).
           MOVE WRK-RESULTADO         TO ENT-STATUS.
           MOVE WRK-DATA-HOJE         TO ENT-DATA-STAT.
           MOVE WRK-HORA-RELOGIO(1:6) TO ENT-HORA-STAT.
           MOVE WRK-OPERADOR          TO ENT-OPERADOR.
           MOVE REG-ENTREGAS TO WRK-ORD-REG(WRK-IDX-ACHADO).

       0250-GRAVAR-ITENS            SECTION.
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
           PERFORM VARYING WRK-IDX-ITE FROM 1 BY 1
                   UNTIL WRK-IDX-ITE GREATER WRK-QTD-ITENS
              MOVE SPACES                      TO REG-ROMITEM
              MOVE WRK-NUMERO                  TO RIT-ROMANEIO
              MOVE WRK-ITE-ORDEM(WRK-IDX-ITE)  TO RIT-ORDEM
              MOVE WRK-ITE-SEQ(WRK-IDX-ITE)    TO RIT-SEQ
              MOVE WRK-ITE-COBRAR(WRK-IDX-ITE) TO RIT-VALOR-COBRAR
              MOVE WRK-ITE-RESULTADO(WRK-IDX-ITE)
                                               TO RIT-RESULTADO
              MOVE WRK-ITE-RECEBIDO(WRK-IDX-ITE)
                                               TO RIT-VALOR-RECEBIDO
              MOVE WRK-DATA-HOJE               TO RIT-DATA
              WRITE REG-ROMITEM
           END-PERFORM.
           CLOSE ROMITEM.

       0260-GRAVAR-ROMANEIO         SECTION.
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
           MOVE WRK-ROM-ATUAL      TO REG-ROMANEIO.
           MOVE "A"                TO ROM-SITUACAO.
           MOVE WRK-QTD-ENTREGUES  TO ROM-QTD-ENTREGUES.
           MOVE WRK-QTD-DEVOLVIDAS TO ROM-QTD-DEVOLVIDAS.
           MOVE WRK-TOT-RECEBIDO   TO ROM-VALOR-RECEBIDO.
           MOVE WRK-DATA-HOJE      TO ROM-DATA-STAT.
           MOVE WRK-OPERADOR       TO ROM-OPERADOR.
           WRITE REG-ROMANEIO.
           CLOSE ROMANEIO.

       0290-REGRAVAR-ENTREGAS       SECTION.
      *-------- REGRAVA O ARQUIVO INTEIRO DA TABELA, COMO O ENTRSTAT
           OPEN OUTPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
              MOVE "ENTREGAS.txt NAO REGRAVOU" TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-ORDENS
              MOVE WRK-ORD-REG(WRK-IDX) TO REG-ENTREGAS
              WRITE REG-ENTREGAS
           END-PERFORM.
           CLOSE ENTREGAS.

       0300-FINALIZAR               SECTION.
      *--------------------------------------------------------------
      *-------- CONFERENCIA DO DINHEIRO: ORDEM A ORDEM NAS ENTREGUES
      *-------- E NO TOTAL - A COBRAR MENOS DEVOLVIDAS DEVE BATER
      *-------- COM O RECEBIDO
      *--------------------------------------------------------------
           DISPLAY "========================================".
           DISPLAY "CONFERENCIA DO ROMANEIO " WRK-NUMERO.
           PERFORM VARYING WRK-IDX-ITE FROM 1 BY 1
                   UNTIL WRK-IDX-ITE GREATER WRK-QTD-ITENS
              IF WRK-ITE-RESULTADO(WRK-IDX-ITE) EQUAL "E"
                 COMPUTE WRK-DIF-ORDEM =
                         WRK-ITE-RECEBIDO(WRK-IDX-ITE)
                       - WRK-ITE-COBRAR(WRK-IDX-ITE)
                 IF WRK-DIF-ORDEM NOT EQUAL ZEROS
                    MOVE WRK-ITE-COBRAR(WRK-IDX-ITE)
                      TO WRK-COBRAR-ED
                    MOVE WRK-ITE-RECEBIDO(WRK-IDX-ITE)
                      TO WRK-RECEBIDO-ED
                    MOVE WRK-DIF-ORDEM TO WRK-DIF-ED
                    DISPLAY "ORDEM " WRK-ITE-ORDEM(WRK-IDX-ITE)
                            " COBRAR " WRK-COBRAR-ED
                            " RECEBIDO " WRK-RECEBIDO-ED
                            " DIFERENCA " WRK-DIF-ED
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "ORDENS ENTREGUES........ " WRK-QTD-ENTREGUES.
           DISPLAY "ORDENS DEVOLVIDAS....... " WRK-QTD-DEVOLVIDAS.
           MOVE WRK-TOT-COBRAR    TO WRK-VALOR-ED.
           DISPLAY "A COBRAR NO ROMANEIO.... " WRK-VALOR-ED.
           MOVE WRK-TOT-DEVOLVIDO TO WRK-VALOR-ED.
           DISPLAY "(-) DAS DEVOLVIDAS...... " WRK-VALOR-ED.
           MOVE WRK-TOT-RECEBIDO  TO WRK-VALOR-ED.
           DISPLAY "RECEBIDO DO MOTORISTA... " WRK-VALOR-ED.
           COMPUTE WRK-DIFERENCA = WRK-TOT-RECEBIDO
                                 - WRK-TOT-COBRAR
                                 + WRK-TOT-DEVOLVIDO.
           MOVE WRK-DIFERENCA     TO WRK-DIF-ED.
           DISPLAY "DIFERENCA SEM EXPLICACAO " WRK-DIF-ED.
           IF WRK-DIFERENCA NOT EQUAL ZEROS
              DISPLAY "ATENCAO: CONFERIR A DIFERENCA COM O MOTORISTA"
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "ROMANEIO ACERTADO SEM DIFERENCA"
           END-IF.
           DISPLAY "========================================".
           DISPLAY "FIM DE PROGRAMA".

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
