       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGSEL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DE ESCOLHA DO ARQUIVO DE LOG POR ANO, NO MESMO
      *           ESPIRITO DO ARQPATH: QUEM CONSULTA UM PERIODO DE UM
      *           DOS LOGS CORRIDOS (AUDITCLI, ESTMOV, CONTATOS,
      *           NOTASLOG, CREDLOG, FRETELOG, ERRORLOG, CXSESSAO)
      *           PASSA O NOME DO LOG E O ANO E RECEBE O CAMINHO QUE
      *           TEM AQUELE ANO: O ARQUIVO ANUAL GRAVADO PELO LOGARQ
      *           (<LOG>_AAAA.txt) SE O ANO JA FOI ARQUIVADO, SENAO O
      *           PROPRIO LOG VIVO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO DE UM ANO GUARDA TUDO ATE AQUELE ANO
      *              QUE AINDA NAO TINHA SIDO ARQUIVADO, ENTAO VALE O
      *              MENOR ANO ARQUIVADO IGUAL OU POSTERIOR AO PEDIDO
      *              (LINHA "OK" DO LOGARQCTL.txt). ANO ZERO, ANO SEM
      *              ARQUIVO E AUSENCIA DO CONTROLE DEVOLVEM O LOG
      *              VIVO. LNK-ARQUIVADO "S" = CAMINHO DE ARQUIVO ANUAL
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT LOGARQCTL ASSIGN TO WRK-PATH-LOGARQCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LOGARQCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGARQCTL.
       COPY "LGACOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-LOGARQCTL PIC 9(02) VALUE ZEROS.

       77  WRK-ANO-ARQ       PIC 9(04) VALUE ZEROS.
       77  WRK-PREFIXO       PIC X(12) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOGARQCTL PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-LOG       PIC X(12).
       01  LNK-ANO       PIC 9(04).
       01  LNK-PATH      PIC X(60).
       77  LNK-ARQUIVADO PIC X(01).
           88 LNK-ANO-ARQUIVADO     VALUE "S".

       PROCEDURE DIVISION USING LNK-LOG LNK-ANO LNK-PATH
                                 LNK-ARQUIVADO.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "N"   TO LNK-ARQUIVADO.
           MOVE ZEROS TO WRK-ANO-ARQ.
           IF LNK-ANO GREATER ZEROS
              PERFORM 0100-PROCURAR-ARQUIVO
           END-IF.
           IF WRK-ANO-ARQ EQUAL ZEROS
              MOVE LNK-LOG TO WRK-ARQPATH-NOME
              CALL "ARQPATH" USING WRK-ARQPATH-NOME LNK-PATH
           ELSE
              SET LNK-ANO-ARQUIVADO TO TRUE
              MOVE SPACES TO WRK-PREFIXO LNK-PATH
              UNSTRING LNK-LOG DELIMITED BY "." INTO WRK-PREFIXO
              STRING WRK-PATH-DIR  DELIMITED BY SPACES
                     WRK-PREFIXO   DELIMITED BY SPACES
                     "_"           DELIMITED BY SIZE
                     WRK-ANO-ARQ   DELIMITED BY SIZE
                     ".txt"        DELIMITED BY SIZE
                     INTO LNK-PATH
           END-IF.
           GOBACK.

       0100-PROCURAR-ARQUIVO         SECTION.
           OPEN INPUT LOGARQCTL.
           IF FS-LOGARQCTL NOT EQUAL 00
              GO TO 0100-PROCURAR-FIM
           END-IF.
           READ LOGARQCTL
           PERFORM UNTIL FS-LOGARQCTL NOT EQUAL 00
              IF LGA-LOG EQUAL LNK-LOG
                 AND LGA-STATUS EQUAL "OK"
                 AND LGA-ANO NOT LESS LNK-ANO
                 AND (WRK-ANO-ARQ EQUAL ZEROS
                      OR LGA-ANO LESS WRK-ANO-ARQ)
                 MOVE LGA-ANO TO WRK-ANO-ARQ
              END-IF
              READ LOGARQCTL
           END-PERFORM.
           CLOSE LOGARQCTL.

       0100-PROCURAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "LOGARQCTL.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOGARQCTL.
