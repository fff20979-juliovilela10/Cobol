       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFNUMERA.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DE CONTROLE DA NUMERACAO DE NOTA FISCAL POR
      *           SERIE, NO MESMO ESPIRITO DO CREXPATU: QUEM PRECISA
      *           DE UM NUMERO DE NOTA (EXCBL23, ORCCONV) PEDE AQUI O
      *           PROXIMO DA SEQUENCIA CONTROLADA (NFSEQ.txt), E QUEM
      *           RECEBE UM NUMERO PRONTO CONFERE AQUI SE ELE JA FOI
      *           EMITIDO (NOTASLOG.txt) OU INUTILIZADO (NFINUT.txt)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LNK-OPERACAO:
      *                P = PROXIMO NUMERO DA SERIE - DEVOLVE EM
      *                    LNK-NUMERO O ULTIMO + 1 (PULANDO O QUE JA
      *                    ESTIVER USADO) E JA O DA COMO ENTREGUE;
      *                    RESPOSTA "S" OU "E" (CONTROLE NAO GRAVOU -
      *                    NAO USAR O NUMERO)
      *                C = CONFERE LNK-NUMERO NA SERIE; RESPOSTA "L"
      *                    LIVRE, "D" JA EMITIDO NO NOTASLOG, "I"
      *                    DENTRO DE FAIXA INUTILIZADA
      *                A = AVANCA A SEQUENCIA ATE LNK-NUMERO (NUMERO
      *                    INFORMADO A FRENTE OU FIM DE FAIXA
      *                    INUTILIZADA), SE ELE FOR MAIOR QUE O
      *                    ULTIMO; RESPOSTA "S" OU "E"
      *              LNK-PROGRAMA VAI PARA A LINHA DO NFSEQ.txt, PARA
      *              SABER QUEM PEGOU CADA NUMERO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT NFSEQ ASSIGN TO WRK-PATH-NFSEQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFSEQ.

           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT NFINUT ASSIGN TO WRK-PATH-NFINUT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFINUT.

       DATA DIVISION.
       FILE SECTION.
       FD  NFSEQ.
       COPY "NFSCOPY.cpy".

       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  NFINUT.
       COPY "NFICOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-NFSEQ          PIC 9(02) VALUE ZEROS.
       77  FS-NOTASLOG       PIC 9(02) VALUE ZEROS.
       77  FS-NFINUT         PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO        PIC 9(06) VALUE ZEROS.
       77  WRK-SW-SEQ        PIC X(01) VALUE "N".
           88 WRK-SERIE-NO-CONTROLE VALUE "S".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-NFSEQ    PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOTASLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-NFINUT   PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-OPERACAO  PIC X(01).
           88 LNK-OPER-PROXIMO      VALUE "P".
           88 LNK-OPER-CONFERE      VALUE "C".
           88 LNK-OPER-AVANCA       VALUE "A".
       01  LNK-SERIE     PIC 9(03).
       01  LNK-NUMERO    PIC 9(06).
       01  LNK-PROGRAMA  PIC X(08).
       01  LNK-RESPOSTA  PIC X(01).

       PROCEDURE DIVISION USING LNK-OPERACAO LNK-SERIE LNK-NUMERO
                                 LNK-PROGRAMA LNK-RESPOSTA.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE TRUE
              WHEN LNK-OPER-PROXIMO
                 PERFORM 0100-ULTIMO-DA-SERIE
                 MOVE WRK-ULTIMO TO LNK-NUMERO
                 MOVE "D" TO LNK-RESPOSTA
                 PERFORM UNTIL LNK-RESPOSTA EQUAL "L"
                    ADD 1 TO LNK-NUMERO
                    PERFORM 0200-CONFERIR-NUMERO
                 END-PERFORM
                 PERFORM 0300-GRAVAR-CONTROLE
              WHEN LNK-OPER-CONFERE
                 PERFORM 0200-CONFERIR-NUMERO
              WHEN LNK-OPER-AVANCA
                 PERFORM 0100-ULTIMO-DA-SERIE
                 IF LNK-NUMERO GREATER WRK-ULTIMO
                    PERFORM 0300-GRAVAR-CONTROLE
                 ELSE
                    MOVE "S" TO LNK-RESPOSTA
                 END-IF
              WHEN OTHER
                 MOVE "E" TO LNK-RESPOSTA
           END-EVALUATE.
           GOBACK.

       0100-ULTIMO-DA-SERIE          SECTION.
      *--------------------------------------------------------------
      *-------- ULTIMO NUMERO ENTREGUE NA SERIE: VALE A ULTIMA LINHA
      *-------- DA SERIE NO NFSEQ.txt; SERIE AINDA FORA DO CONTROLE
      *-------- PARTE DO MAIOR NUMERO EMITIDO OU INUTILIZADO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ULTIMO.
           MOVE "N" TO WRK-SW-SEQ.
           OPEN INPUT NFSEQ.
           IF FS-NFSEQ EQUAL 00
              READ NFSEQ
              PERFORM UNTIL FS-NFSEQ NOT EQUAL 00
                 IF NFS-SERIE EQUAL LNK-SERIE
                    SET WRK-SERIE-NO-CONTROLE TO TRUE
                    MOVE NFS-ULTIMO TO WRK-ULTIMO
                 END-IF
                 READ NFSEQ
              END-PERFORM
              CLOSE NFSEQ
           END-IF.
           IF WRK-SERIE-NO-CONTROLE
              GO TO 0100-ULTIMO-FIM
           END-IF.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG EQUAL 00
              READ NOTASLOG
              PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
                 IF NL-SERIE EQUAL LNK-SERIE
                    AND NL-NF GREATER WRK-ULTIMO
                    MOVE NL-NF TO WRK-ULTIMO
                 END-IF
                 READ NOTASLOG
              END-PERFORM
              CLOSE NOTASLOG
           END-IF.
           OPEN INPUT NFINUT.
           IF FS-NFINUT EQUAL 00
              READ NFINUT
              PERFORM UNTIL FS-NFINUT NOT EQUAL 00
                 IF NFI-SERIE EQUAL LNK-SERIE
                    AND NFI-FIM GREATER WRK-ULTIMO
                    MOVE NFI-FIM TO WRK-ULTIMO
                 END-IF
                 READ NFINUT
              END-PERFORM
              CLOSE NFINUT
           END-IF.

       0100-ULTIMO-FIM.
           EXIT.

       0200-CONFERIR-NUMERO          SECTION.
      *--------------------------------------------------------------
      *-------- NUMERO JA EMITIDO NA SERIE (QUALQUER SITUACAO - NOTA
      *-------- CANCELADA TAMBEM GASTOU O NUMERO) OU DENTRO DE UMA
      *-------- FAIXA INUTILIZADA NAO PODE SER USADO DE NOVO
      *--------------------------------------------------------------
           MOVE "L" TO LNK-RESPOSTA.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG EQUAL 00
              READ NOTASLOG
              PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
                 IF NL-SERIE EQUAL LNK-SERIE
                    AND NL-NF EQUAL LNK-NUMERO
                    MOVE "D" TO LNK-RESPOSTA
                    MOVE 10 TO FS-NOTASLOG
                 ELSE
                    READ NOTASLOG
                 END-IF
              END-PERFORM
              CLOSE NOTASLOG
           END-IF.
           IF LNK-RESPOSTA NOT EQUAL "L"
              GO TO 0200-CONFERIR-FIM
           END-IF.
           OPEN INPUT NFINUT.
           IF FS-NFINUT EQUAL 00
              READ NFINUT
              PERFORM UNTIL FS-NFINUT NOT EQUAL 00
                 IF NFI-SERIE EQUAL LNK-SERIE
                    AND LNK-NUMERO NOT LESS NFI-INICIO
                    AND LNK-NUMERO NOT GREATER NFI-FIM
                    MOVE "I" TO LNK-RESPOSTA
                    MOVE 10 TO FS-NFINUT
                 ELSE
                    READ NFINUT
                 END-IF
              END-PERFORM
              CLOSE NFINUT
           END-IF.

       0200-CONFERIR-FIM.
           EXIT.

       0300-GRAVAR-CONTROLE          SECTION.
      *-------- O NUMERO SO VALE COMO ENTREGUE SE A LINHA GRAVOU
           OPEN EXTEND NFSEQ.
           IF FS-NFSEQ EQUAL 35
              OPEN OUTPUT NFSEQ
           END-IF.
           IF FS-NFSEQ NOT EQUAL 00
              DISPLAY "CONTROLE DE NUMERACAO (NFSEQ) NAO ABRIU - "
                      "FS " FS-NFSEQ
              MOVE "E" TO LNK-RESPOSTA
              GO TO 0300-GRAVAR-FIM
           END-IF.
           MOVE SPACES        TO REG-NFSEQ.
           MOVE LNK-SERIE     TO NFS-SERIE.
           MOVE LNK-NUMERO    TO NFS-ULTIMO.
           MOVE WRK-DATA-HOJE TO NFS-DATA.
           MOVE LNK-PROGRAMA  TO NFS-PROGRAMA.
           WRITE REG-NFSEQ.
           IF FS-NFSEQ EQUAL 00
              MOVE "S" TO LNK-RESPOSTA
           ELSE
              DISPLAY "CONTROLE DE NUMERACAO (NFSEQ) NAO GRAVOU - "
                      "FS " FS-NFSEQ
              MOVE "E" TO LNK-RESPOSTA
           END-IF.
           CLOSE NFSEQ.

       0300-GRAVAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "NFSEQ.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFSEQ.
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "NFINUT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFINUT.
