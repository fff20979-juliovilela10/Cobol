      * DATA: 22/08/2026
      * OBSERVAÇÕES: CADA REMOCAO FISICA E GRAVADA NA TRILHA DE
      *              AUDITORIA (MODULO AUDITCLI) COM A OPERACAO "P"
      * 15/10/2026 JV - IMAGEM DA AUDITORIA PASSA A 172 POSICOES (BLOCO
      *                 DE PESSOA JURIDICA NO REGISTRO DO CLIENTE)
      * 15/10/2026 JV - CLIENTE COM PARCELA EM ABERTO NO CONTAS A
      *                 RECEBER, SALDO DE PONTOS OU ENTREGA PENDENTE
      *                 NAO E EXPURGADO - FICA RETIDO COM A EXCLUSAO
      *                 LOGICA ATE A PENDENCIA ACABAR
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT PONTOS ASSIGN TO WRK-PATH-PONTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PTS-CLIENTE
             FILE STATUS IS FS-PONTOS.

           SELECT ENTREGAS ASSIGN TO WRK-PATH-ENTREGAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  PONTOS.
       01  REG-PONTOS.
           05 PTS-CLIENTE    PIC 9(04).
           05 PTS-SALDO      PIC S9(09).

       FD  ENTREGAS.
       COPY "ENTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-PONTOS    PIC 9(02) VALUE ZEROS.
       77  FS-ENTREGAS  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CLIPURGE".
      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-EXPURGADOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-RETIDOS    PIC 9(05) VALUE ZEROS.

      *-------- PENDENCIAS POR CLIENTE QUE IMPEDEM O EXPURGO -------
       01  WRK-TAB-PENDENCIAS.
           05 WRK-PEND-ENTRY OCCURS 9999 TIMES.
              10 WRK-PEND-TITULO   PIC X(01).
                 88 WRK-TEM-TITULO         VALUE "S".
              10 WRK-PEND-ENTREGA  PIC X(01).
                 88 WRK-TEM-ENTREGA        VALUE "S".
       77  WRK-SW-PONTOS     PIC X(01) VALUE "N".
           88 WRK-PONTOS-ABERTO     VALUE "S".
       77  WRK-SW-RETER      PIC X(01) VALUE "N".
           88 WRK-RETER             VALUE "S".
       77  WRK-SALDO-ED      PIC -ZZZZZZZZ9.

      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-AUD-OPERADOR  PIC X(08) VALUE "CLIPURGE".
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-PONTOS   PIC X(60) VALUE SPACES.
       01  WRK-PATH-ENTREGAS PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-CARREGAR-PENDENCIAS.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "EXPURGO DE CLIENTES EXCLUIDOS - DATA: "
                   WRK-DATA-EXEC.
           DISPLAY "=========================================".

       0110-CARREGAR-PENDENCIAS     SECTION.
      *--------------------------------------------------------------
      *-------- CLIENTE COM PARCELA EM ABERTO NO CONTAS A RECEBER OU
      *-------- ENTREGA AINDA NAO CONCLUIDA NAO PODE SUMIR DO
      *-------- CADASTRO; O SALDO DE PONTOS E LIDO NA HORA, POR
      *-------- CLIENTE. ARQUIVO QUE AINDA NAO EXISTE NAO TEM
      *-------- PENDENCIA
      *--------------------------------------------------------------
           MOVE ALL "N" TO WRK-TAB-PENDENCIAS.
           OPEN INPUT CONTASREC.
           EVALUATE FS-CONTASREC
              WHEN 00
                 READ CONTASREC
                 PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
                    IF CR-ABERTO AND CR-CLIENTE GREATER ZEROS
                       MOVE "S" TO WRK-PEND-TITULO(CR-CLIENTE)
                    END-IF
                    READ CONTASREC
                 END-PERFORM
                 CLOSE CONTASREC
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE "CONTAS A RECEBER NAO ABRIU    " TO WRK-MSG-ERRO
                 MOVE "CONTASREC"  TO WRK-ERRLOG-ARQUIVO
                 MOVE FS-CONTASREC TO FS-CLIENTES
                 PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN INPUT ENTREGAS.
           EVALUATE FS-ENTREGAS
              WHEN 00
                 READ ENTREGAS
                 PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
                    IF ENT-PENDENTE AND ENT-CLIENTE NUMERIC
                       AND ENT-CLIENTE GREATER ZEROS
                       MOVE "S" TO WRK-PEND-ENTREGA(ENT-CLIENTE)
                    END-IF
                    READ ENTREGAS
                 END-PERFORM
                 CLOSE ENTREGAS
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE "ENTREGAS NAO ABRIU            " TO WRK-MSG-ERRO
                 MOVE "ENTREGAS.txt" TO WRK-ERRLOG-ARQUIVO
                 MOVE FS-ENTREGAS    TO FS-CLIENTES
                 PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           OPEN INPUT PONTOS.
           EVALUATE FS-PONTOS
              WHEN 00
                 SET WRK-PONTOS-ABERTO TO TRUE
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE "PONTOS NAO ABRIU              " TO WRK-MSG-ERRO
                 MOVE "PONTOS.DAT" TO WRK-ERRLOG-ARQUIVO
                 MOVE FS-PONTOS    TO FS-CLIENTES
                 PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

       0200-PROCESSAR               SECTION.
           READ CLIENTES NEXT RECORD
             IF FS-CLIENTES EQUAL 0
                PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-LIDOS
                   IF REG-SIT-EXCLUIDO
                      PERFORM 0205-CONFERIR-PENDENCIAS
                      IF WRK-RETER
                         ADD 1 TO WRK-ACUM-RETIDOS
                      ELSE
                         PERFORM 0210-EXPURGAR-CLIENTE
                      END-IF
                   END-IF
                   READ CLIENTES NEXT RECORD
                END-PERFORM
                DISPLAY "ARQUIVO DE CLIENTES VAZIO"
             END-IF.

       0205-CONFERIR-PENDENCIAS     SECTION.
      *-------- O CLIENTE FICA COM A EXCLUSAO LOGICA E VOLTA A SER
      *-------- EXPURGADO QUANDO A PENDENCIA ACABAR
           MOVE "N" TO WRK-SW-RETER.
           IF WRK-TEM-TITULO(REG-ID)
              SET WRK-RETER TO TRUE
              DISPLAY "RETIDO ID " REG-ID " NOME " REG-NOME
                      " - PARCELA EM ABERTO NO CONTAS A RECEBER"
           END-IF.
           IF WRK-TEM-ENTREGA(REG-ID)
              SET WRK-RETER TO TRUE
              DISPLAY "RETIDO ID " REG-ID " NOME " REG-NOME
                      " - ENTREGA PENDENTE"
           END-IF.
           IF WRK-PONTOS-ABERTO
              MOVE REG-ID TO PTS-CLIENTE
              READ PONTOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PTS-SALDO NOT EQUAL ZEROS
                      SET WRK-RETER TO TRUE
                      MOVE PTS-SALDO TO WRK-SALDO-ED
                      DISPLAY "RETIDO ID " REG-ID " NOME " REG-NOME
                              " - SALDO DE PONTOS " WRK-SALDO-ED
                   END-IF
              END-READ
           END-IF.

       0210-EXPURGAR-CLIENTE        SECTION.
           MOVE REG-CLIENTES TO WRK-AUD-ANTES.
           DELETE CLIENTES

       0300-FINALIZAR               SECTION.
           CLOSE CLIENTES.
           IF WRK-PONTOS-ABERTO
              CLOSE PONTOS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "CLIENTES LIDOS.......... " WRK-ACUM-LIDOS.
           DISPLAY "CLIENTES EXPURGADOS..... " WRK-ACUM-EXPURGADOS.
           DISPLAY "RETIDOS POR PENDENCIA... " WRK-ACUM-RETIDOS.
           DISPLAY "=========================================".
           DISPLAY "FIM DO EXPURGO".

           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "PONTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PONTOS.
           MOVE "ENTREGAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ENTREGAS.
