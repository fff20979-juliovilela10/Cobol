      * DATA: 02/09/2026
      * OBSERVAÇÕES: RODAR NA VIRADA DO MES; O NOME DO ARQUIVO LEVA
      *              O MES DA EXECUCAO
      * 15/10/2026 JV - O EXTRATO SO LEVA QUEM CONSENTIU RECEBER
      *                 MARKETING POR E-MAIL (MKTCONS.DAT); OS DEMAIS
      *                 SAO CONTADOS COMO SUPRIMIDOS. OS PONTOS EM
      *                 CIRCULACAO CONTINUAM SOMANDO TODOS OS SALDOS
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

           SELECT PONTEXT ASSIGN TO WRK-PONTEXT-PATH
             FILE STATUS IS FS-PONTEXT.

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  MKTCONS.
       COPY "MKTCOPY.cpy".

       FD  PONTEXT.
       01  REG-PONTEXT.
           05 EXT-CLIENTE    PIC 9(04).
       77  FS-PONTOS    PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-PONTEXT   PIC 9(02) VALUE ZEROS.
       77  FS-MKTCONS   PIC 9(02) VALUE ZEROS.
       77  WRK-SW-MKTCONS    PIC X(01) VALUE "N".
           88 WRK-MKTCONS-ABERTO    VALUE "S".
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "PONTOSEX".
       77  WRK-NOME-CLI      PIC X(20) VALUE SPACES.
       77  WRK-SALDO-ABS     PIC 9(09) VALUE ZEROS.

      *-------- O EXTRATO DE PONTOS VAI POR E-MAIL: SO PARA QUEM
      *-------- CONSENTIU NESSE CANAL (MKTCONS.DAT)
       77  WRK-CANAL-EXTRATO PIC X(01) VALUE "E".
       77  WRK-SW-CONSENT    PIC X(01) VALUE "N".
           88 WRK-CONSENTIU         VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-CLIENTES PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEM-CONSENT PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-PONTOS    PIC S9(11) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-PONTOS   PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-MKTCONS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT MKTCONS.
           IF FS-MKTCONS NOT EQUAL 00
              DISPLAY "CADASTRO DE CONSENTIMENTO (MKTCONS.DAT) "
                      "AUSENTE - NENHUM CLIENTE SERA EXTRAIDO"
           ELSE
              SET WRK-MKTCONS-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO WRK-PONTEXT-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "PONTEXT_"   DELIMITED BY SIZE
             END-PERFORM.

       0210-EXTRATAR-CLIENTE        SECTION.
      *-------- OS PONTOS EM CIRCULACAO SOMAM TODOS OS SALDOS; O
      *-------- EXTRATO SO LEVA QUEM CONSENTIU RECEBER POR E-MAIL
           ADD PTS-SALDO TO WRK-TOT-PONTOS.
           PERFORM 0205-CONFERIR-CONSENTIMENTO.
           IF NOT WRK-CONSENTIU
              ADD 1 TO WRK-ACUM-SEM-CONSENT
              GO TO 0210-EXTRATAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-CLIENTES.
           MOVE "(NOME NAO ENCONTRADO)" TO WRK-NOME-CLI.
           IF FS-CLIENTES EQUAL 00
              MOVE PTS-CLIENTE TO REG-ID
           DISPLAY "CLIENTE " PTS-CLIENTE " " WRK-NOME-CLI
                   " SALDO " WRK-SALDO-ED.

       0210-EXTRATAR-FIM.
           EXIT.

       0205-CONFERIR-CONSENTIMENTO  SECTION.
           MOVE "N" TO WRK-SW-CONSENT.
           IF WRK-MKTCONS-ABERTO
              MOVE PTS-CLIENTE       TO MKT-CLIENTE
              MOVE WRK-CANAL-EXTRATO TO MKT-CANAL
              READ MKTCONS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF MKT-CONSENTIU
                      SET WRK-CONSENTIU TO TRUE
                   END-IF
              END-READ
           END-IF.

       0300-FINALIZAR               SECTION.
           CLOSE PONTOS.
           CLOSE PONTEXT.
           IF FS-CLIENTES EQUAL 00
              CLOSE CLIENTES
           END-IF.
           IF WRK-MKTCONS-ABERTO
              CLOSE MKTCONS
           END-IF.
           MOVE WRK-TOT-PONTOS TO WRK-SALDO-ED.
           DISPLAY "=========================================".
           DISPLAY "CLIENTES NO EXTRATO..... " WRK-ACUM-CLIENTES.
           DISPLAY "SUPRIMIDOS SEM CONSENT.. " WRK-ACUM-SEM-CONSENT.
           DISPLAY "PONTOS EM CIRCULACAO.... " WRK-SALDO-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DO EXTRATO DE PONTOS".
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "MKTCONS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTCONS.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
