      * DATA: 02/09/2026
      * OBSERVAÇÕES: O REGISTRO DE CONTROLE (CLIENTE 0000) E PULADO;
      *              O CORTE DOS INATIVOS E HOJE-N (MODULO DATAADD)
      * 15/10/2026 JV - PIX ENTRA NA ESCOLHA DO MEIO DE PAGAMENTO
      *                 PREFERIDO (RES-QTD-PIX)
      * 15/10/2026 JV - A LISTA DE INATIVOS PARA REATIVACAO SO MOSTRA
      *                 QUEM CONSENTIU NO CANAL DO CONTATO (PEDIDO NA
      *                 ENTRADA, PADRAO SMS - MKTCONS.DAT); OS DEMAIS
      *                 SAO CONTADOS COMO SUPRIMIDOS. O RANKING NAO MUDA
      * 15/10/2026 JV - CONSULTA DE CONSENTIMENTO (MKTCONS) NAO PARA
      *                 MAIS DEPOIS DO PRIMEIRO CLIENTE SEM REGISTRO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT MKTCONS ASSIGN TO WRK-PATH-MKTCONS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MKT-CHAVE
             FILE STATUS IS FS-MKTCONS.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  MKTCONS.
       COPY "MKTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CLIRESUM  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-MKTCONS   PIC 9(02) VALUE ZEROS.
       77  WRK-SW-MKTCONS    PIC X(01) VALUE "N".
           88 WRK-MKTCONS-ABERTO    VALUE "S".
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CLIRANK".
       77  WRK-DIAS-NEG      PIC S9(04) VALUE ZEROS.
       77  WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.

      *-------- A LISTA DE REATIVACAO E CAMPANHA: SO QUEM CONSENTIU
      *-------- NO CANAL DO CONTATO (MKTCONS.DAT)
       77  WRK-CANAL-REATIV  PIC X(01) VALUE SPACES.
           88 WRK-CANAL-VALIDO      VALUE "E" "S" "C".
       77  WRK-SW-CONSENT    PIC X(01) VALUE "N".
           88 WRK-CONSENTIU         VALUE "S".

      *-------------- TABELA DO RANKING ------------------------------
       77  WRK-ACUM-CLIS     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RANK.
              10 WRK-RNK-GASTO   PIC S9(11)V99.
              10 WRK-RNK-DIN     PIC 9(05).
              10 WRK-RNK-CAR     PIC 9(05).
              10 WRK-RNK-PIX     PIC 9(05).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX2          PIC 9(03) VALUE ZEROS.
           05 WRK-TRC-GASTO   PIC S9(11)V99.
           05 WRK-TRC-DIN     PIC 9(05).
           05 WRK-TRC-CAR     PIC 9(05).
           05 WRK-TRC-PIX     PIC 9(05).

       77  WRK-NOME-CLI      PIC X(20) VALUE SPACES.
       77  WRK-PAG-PREF      PIC X(08) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-INATIVOS PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-SEM-CONSENT PIC 9(03) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CLIRESUM PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-MKTCONS  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
           IF WRK-DIAS-INATIVO EQUAL ZEROS
              MOVE 180 TO WRK-DIAS-INATIVO
           END-IF.
           DISPLAY "CANAL DA REATIVACAO (E=E-MAIL/S=SMS/C=CORREIO,"
                   " BRANCO = SMS): "
             ACCEPT WRK-CANAL-REATIV.
           INSPECT WRK-CANAL-REATIV CONVERTING "esc" TO "ESC".
           IF NOT WRK-CANAL-VALIDO
              MOVE "S" TO WRK-CANAL-REATIV
           END-IF.
           COMPUTE WRK-DIAS-NEG = 0 - WRK-DIAS-INATIVO.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-NEG
                                 WRK-DATA-CORTE.
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT MKTCONS.
           IF FS-MKTCONS NOT EQUAL 00
              DISPLAY "CADASTRO DE CONSENTIMENTO (MKTCONS.DAT) "
                      "AUSENTE - LISTA DE REATIVACAO SAIRA VAZIA"
           ELSE
              SET WRK-MKTCONS-ABERTO TO TRUE
           END-IF.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "RESUMO DE COMPRAS POR CLIENTE - " WRK-DATA-EXEC.
                     TO WRK-RNK-GASTO(WRK-ACUM-CLIS)
                   MOVE RES-QTD-DINHEIRO TO WRK-RNK-DIN(WRK-ACUM-CLIS)
                   MOVE RES-QTD-CARTAO   TO WRK-RNK-CAR(WRK-ACUM-CLIS)
                   MOVE RES-QTD-PIX      TO WRK-RNK-PIX(WRK-ACUM-CLIS)
                END-IF
                READ CLIRESUM
             END-PERFORM.

       0410-LISTAR-CLIENTE          SECTION.
           PERFORM 0420-BUSCAR-NOME.
           EVALUATE TRUE
              WHEN WRK-RNK-PIX(WRK-IDX) GREATER WRK-RNK-CAR(WRK-IDX)
               AND WRK-RNK-PIX(WRK-IDX) GREATER WRK-RNK-DIN(WRK-IDX)
                 MOVE "PIX" TO WRK-PAG-PREF
              WHEN WRK-RNK-CAR(WRK-IDX) GREATER WRK-RNK-DIN(WRK-IDX)
                 MOVE "CARTAO" TO WRK-PAG-PREF
              WHEN OTHER
                 MOVE "DINHEIRO" TO WRK-PAG-PREF
           END-EVALUATE.
           MOVE WRK-RNK-GASTO(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY WRK-IDX " CLIENTE " WRK-RNK-ID(WRK-IDX)
                   " " WRK-NOME-CLI.
                   UNTIL WRK-IDX GREATER WRK-ACUM-CLIS
              IF WRK-RNK-ULT(WRK-IDX) LESS WRK-DATA-CORTE
                 ADD 1 TO WRK-ACUM-INATIVOS
                 PERFORM 0510-CONFERIR-CONSENTIMENTO
                 IF WRK-CONSENTIU
                    PERFORM 0420-BUSCAR-NOME
                    DISPLAY "   CLIENTE " WRK-RNK-ID(WRK-IDX)
                            " " WRK-NOME-CLI
                            " ULTIMA COMPRA " WRK-RNK-ULT(WRK-IDX)
                 ELSE
                    ADD 1 TO WRK-ACUM-SEM-CONSENT
                 END-IF
              END-IF
           END-PERFORM.

       0510-CONFERIR-CONSENTIMENTO  SECTION.
           MOVE "N" TO WRK-SW-CONSENT.
           IF WRK-MKTCONS-ABERTO
              MOVE WRK-RNK-ID(WRK-IDX) TO MKT-CLIENTE
              MOVE WRK-CANAL-REATIV    TO MKT-CANAL
              READ MKTCONS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF MKT-CONSENTIU
                      SET WRK-CONSENTIU TO TRUE
                   END-IF
              END-READ
           END-IF.

       0600-FINALIZAR               SECTION.
           IF FS-CLIENTES EQUAL 00
              CLOSE CLIENTES
           END-IF.
           IF WRK-MKTCONS-ABERTO
              CLOSE MKTCONS
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "CLIENTES NO RESUMO...... " WRK-ACUM-CLIS.
           DISPLAY "CLIENTES INATIVOS....... " WRK-ACUM-INATIVOS.
           DISPLAY "SUPRIMIDOS SEM CONSENT.. " WRK-ACUM-SEM-CONSENT.
           DISPLAY "=========================================".
           DISPLAY "FIM DO RANKING".

           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "MKTCONS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTCONS.
