       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTGRAV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO CENTRAL DE GRAVACAO DO CONSENTIMENTO DE
      *           MARKETING, NO MESMO ESPIRITO DO AUDITCLI: QUEM MUDA
      *           O CONSENTIMENTO DE UM CLIENTE NUM CANAL (TELA DO
      *           CLIMANT, CARGA MKTCARGA) CHAMA ESTE MODULO, QUE
      *           ATUALIZA A SITUACAO ATUAL NO MKTCONS.DAT E GUARDA A
      *           MUDANCA NO HISTORICO MKTHIST.txt - PARA RESPONDER
      *           "QUANDO E POR ONDE ESSE CLIENTE AUTORIZOU"
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LNK-CANAL "E" = E-MAIL, "S" = SMS, "C" = CORREIO;
      *              LNK-SITUACAO "S" = CONSENTE, "N" = NAO CONSENTE.
      *              LNK-RESULTADO "S" = GRAVADO, "I" = SITUACAO JA
      *              ERA ESSA (NADA GRAVADO), "V" = CANAL OU SITUACAO
      *              INVALIDOS, "E" = ERRO NA GRAVACAO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MKTCONS ASSIGN TO WRK-PATH-MKTCONS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MKT-CHAVE
             FILE STATUS IS FS-MKTCONS.

           SELECT MKTHIST ASSIGN TO WRK-PATH-MKTHIST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-MKTHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  MKTCONS.
       COPY "MKTCOPY.cpy".

       FD  MKTHIST.
       COPY "MKTHCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-MKTCONS   PIC 9(02) VALUE ZEROS.
       77  FS-MKTHIST   PIC 9(02) VALUE ZEROS.
       77  WRK-HORA-RELOGIO  PIC 9(08) VALUE ZEROS.
       77  WRK-SIT-ANTES     PIC X(01) VALUE SPACES.
       77  WRK-SW-EXISTE     PIC X(01) VALUE "N".
           88 WRK-JA-EXISTE         VALUE "S".

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "MKTGRAV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "MKTCONS.DAT".

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-MKTCONS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-MKTHIST  PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-CLIENTE   PIC 9(04).
       01  LNK-CANAL     PIC X(01).
           88 LNK-CANAL-VALIDO      VALUE "E" "S" "C".
       01  LNK-SITUACAO  PIC X(01).
           88 LNK-SITUACAO-VALIDA   VALUE "S" "N".
       01  LNK-ORIGEM    PIC X(10).
       01  LNK-OPERADOR  PIC X(08).
       01  LNK-RESULTADO PIC X(01).
           88 LNK-RES-GRAVADO       VALUE "S".
           88 LNK-RES-INALTERADO    VALUE "I".
           88 LNK-RES-INVALIDO      VALUE "V".
           88 LNK-RES-ERRO          VALUE "E".

       PROCEDURE DIVISION USING LNK-CLIENTE LNK-CANAL LNK-SITUACAO
                                 LNK-ORIGEM LNK-OPERADOR
                                 LNK-RESULTADO.
       0000-PRINCIPAL                SECTION.
           IF NOT LNK-CANAL-VALIDO OR NOT LNK-SITUACAO-VALIDA
              SET LNK-RES-INVALIDO TO TRUE
              GOBACK
           END-IF.
           PERFORM 9500-RESOLVER-CAMINHOS.
           OPEN I-O MKTCONS.
           IF FS-MKTCONS EQUAL 35
              OPEN OUTPUT MKTCONS
              CLOSE MKTCONS
              OPEN I-O MKTCONS
           END-IF.
           IF FS-MKTCONS NOT EQUAL 00
              SET LNK-RES-ERRO TO TRUE
              CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                   WRK-ERRLOG-ARQUIVO
                                   FS-MKTCONS
              GOBACK
           END-IF.
           PERFORM 0100-ATUALIZAR.
           CLOSE MKTCONS.
           IF LNK-RES-GRAVADO
              PERFORM 0200-GRAVAR-HISTORICO
           END-IF.
           GOBACK.

       0100-ATUALIZAR                SECTION.
           MOVE LNK-CLIENTE TO MKT-CLIENTE.
           MOVE LNK-CANAL   TO MKT-CANAL.
           MOVE "N" TO WRK-SW-EXISTE.
           MOVE SPACES TO WRK-SIT-ANTES.
           READ MKTCONS
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET WRK-JA-EXISTE TO TRUE
                MOVE MKT-SITUACAO TO WRK-SIT-ANTES
           END-READ.
           IF WRK-SIT-ANTES EQUAL LNK-SITUACAO
              SET LNK-RES-INALTERADO TO TRUE
              GO TO 0100-ATUALIZAR-FIM
           END-IF.
           MOVE LNK-CLIENTE  TO MKT-CLIENTE.
           MOVE LNK-CANAL    TO MKT-CANAL.
           MOVE LNK-SITUACAO TO MKT-SITUACAO.
           ACCEPT MKT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           MOVE WRK-HORA-RELOGIO(1:6) TO MKT-HORA.
           MOVE LNK-ORIGEM   TO MKT-ORIGEM.
           MOVE LNK-OPERADOR TO MKT-OPERADOR.
           IF WRK-JA-EXISTE
              REWRITE REG-MKTCONS
                INVALID KEY
                   SET LNK-RES-ERRO TO TRUE
                NOT INVALID KEY
                   SET LNK-RES-GRAVADO TO TRUE
              END-REWRITE
           ELSE
              WRITE REG-MKTCONS
                INVALID KEY
                   SET LNK-RES-ERRO TO TRUE
                NOT INVALID KEY
                   SET LNK-RES-GRAVADO TO TRUE
              END-WRITE
           END-IF.

       0100-ATUALIZAR-FIM.
           EXIT.

       0200-GRAVAR-HISTORICO         SECTION.
           OPEN EXTEND MKTHIST.
           IF FS-MKTHIST EQUAL 35
              OPEN OUTPUT MKTHIST
           END-IF.
           MOVE SPACES        TO REG-MKTHIST.
           MOVE MKT-DATA      TO MKH-DATA.
           MOVE MKT-HORA      TO MKH-HORA.
           MOVE MKT-CLIENTE   TO MKH-CLIENTE.
           MOVE MKT-CANAL     TO MKH-CANAL.
           MOVE WRK-SIT-ANTES TO MKH-SIT-ANTES.
           MOVE MKT-SITUACAO  TO MKH-SIT-DEPOIS.
           MOVE MKT-ORIGEM    TO MKH-ORIGEM.
           MOVE MKT-OPERADOR  TO MKH-OPERADOR.
           WRITE REG-MKTHIST.
           CLOSE MKTHIST.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "MKTCONS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTCONS.
           MOVE "MKTHIST.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTHIST.
