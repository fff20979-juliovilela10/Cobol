       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTCARGA.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CARGA EM LOTE DO CONSENTIMENTO DE MARKETING A PARTIR
      *           DO ARQUIVO CSV ENVIADO PELO MARKETING (MKTCARGA.txt),
      *           NO LUGAR DE ACERTAR CLIENTE POR CLIENTE NA TELA DO
      *           CLIMANT. CONFERE SE O CLIENTE EXISTE, GRAVA CADA
      *           LINHA BOA PELO MODULO MKTGRAV (SITUACAO ATUAL MAIS
      *           HISTORICO) E PRODUZ O RELATORIO DE ACEITOS/
      *           REJEITADOS COM O MOTIVO (MKTCARGAREL.txt)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LAYOUT DA LINHA CSV, SEPARADA POR VIRGULA:
      *              ID,CANAL,SITUACAO[,ORIGEM]
      *              CANAL "E" = E-MAIL, "S" = SMS, "C" = CORREIO;
      *              SITUACAO "S" = CONSENTE, "N" = NAO CONSENTE;
      *              ORIGEM VAZIA GRAVA "CARGA CSV". LINHA QUE NAO
      *              MUDA A SITUACAO ATUAL E CONTADA COMO INALTERADA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT CARGACSV ASSIGN TO WRK-PATH-MKTCARGA
             FILE STATUS IS FS-CARGACSV.

           SELECT CARGAREL ASSIGN TO
                     WRK-PATH-MKTCARGAREL
             FILE STATUS IS FS-CARGAREL.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  CARGACSV.
       01  REG-CARGACSV              PIC X(80).

       FD  CARGAREL.
       01  REG-CARGAREL              PIC X(80).


       WORKING-STORAGE            SECTION.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-CARGACSV  PIC 9(02) VALUE ZEROS.
       77  FS-CARGAREL  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "MKTCARGA".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE SPACES.
       77  WRK-ERRLOG-STATUS   PIC 9(02) VALUE ZEROS.

      *-------------- CAMPOS DA LINHA CSV, AINDA EM TEXTO ------------
       01  WRK-CSV-CAMPOS.
           05 WRK-CSV-ID         PIC X(04).
           05 WRK-CSV-CANAL      PIC X(01).
           05 WRK-CSV-SITUACAO   PIC X(01).
           05 WRK-CSV-ORIGEM     PIC X(10).

      *-------------- PARAMETROS DO MODULO MKTGRAV -------------------
       77  WRK-ID            PIC 9(04) VALUE ZEROS.
       77  WRK-OPERADOR      PIC X(08) VALUE "MKTCARGA".
       77  WRK-RESULTADO     PIC X(01) VALUE SPACES.
           88 WRK-RES-GRAVADO       VALUE "S".
           88 WRK-RES-INALTERADO    VALUE "I".
           88 WRK-RES-INVALIDO      VALUE "V".

       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77  WRK-SW-LINHA      PIC X(01) VALUE "S".
           88 WRK-LINHA-BOA         VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ACEITOS     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-INALTERADOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REJEITADOS  PIC 9(05) VALUE ZEROS.

      *-------------------- LINHA DO RELATORIO --------------------
       01  WRK-LINHA-REL.
           05 WRK-REL-RESULTADO PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-REL-ID        PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-REL-CANAL     PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-REL-SITUACAO  PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-REL-MOTIVO    PIC X(30).

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-MKTCARGA PIC X(60) VALUE SPACES.
       01  WRK-PATH-MKTCARGAREL PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           OPEN INPUT CARGACSV.
           IF FS-CARGACSV NOT EQUAL 00
              MOVE "ARQUIVO DE CARGA NAO EXISTE   " TO WRK-MSG-ERRO
              MOVE "MKTCARGA.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CARGACSV    TO WRK-ERRLOG-STATUS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT CARGAREL.
           IF FS-CARGAREL NOT EQUAL 00
              MOVE "ERRO NO OPEN MKTCARGAREL      " TO WRK-MSG-ERRO
              MOVE "MKTCARGAREL"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CARGAREL    TO WRK-ERRLOG-STATUS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
              MOVE "CLIENTES.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIENTES    TO WRK-ERRLOG-STATUS
              PERFORM 9000-TRATA-ERRO
           END-IF.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "CARGA DE CONSENTIMENTO DE MARKETING - DATA: "
                   WRK-DATA-EXEC.
           DISPLAY "=========================================".

       0200-PROCESSAR               SECTION.
           READ CARGACSV
             IF FS-CARGACSV EQUAL 0
                PERFORM UNTIL FS-CARGACSV NOT EQUAL 00
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-TRATAR-LINHA
                   READ CARGACSV
                END-PERFORM
             ELSE
                DISPLAY "ARQUIVO DE CARGA VAZIO"
             END-IF.

       0210-TRATAR-LINHA            SECTION.
           PERFORM 0220-DESMONTAR-CSV.
           IF WRK-LINHA-BOA
              PERFORM 0230-VALIDAR-LINHA
           END-IF.
           IF WRK-LINHA-BOA
              PERFORM 0240-GRAVAR-CONSENTIMENTO
           ELSE
              ADD 1 TO WRK-ACUM-REJEITADOS
              MOVE "REJEITADO " TO WRK-REL-RESULTADO
              PERFORM 0250-RELATAR-LINHA
           END-IF.

       0220-DESMONTAR-CSV           SECTION.
           SET WRK-LINHA-BOA TO TRUE.
           MOVE SPACES TO WRK-CSV-CAMPOS WRK-MOTIVO.
           UNSTRING REG-CARGACSV DELIMITED BY ","
              INTO WRK-CSV-ID
                   WRK-CSV-CANAL
                   WRK-CSV-SITUACAO
                   WRK-CSV-ORIGEM
           END-UNSTRING.
           INSPECT WRK-CSV-CANAL    CONVERTING "esc" TO "ESC".
           INSPECT WRK-CSV-SITUACAO CONVERTING "sn"  TO "SN".
           IF WRK-CSV-ORIGEM EQUAL SPACES
              MOVE "CARGA CSV" TO WRK-CSV-ORIGEM
           END-IF.
           IF WRK-CSV-ID NOT NUMERIC
              MOVE "ID ZERADO OU NAO NUMERICO     " TO WRK-MOTIVO
              MOVE "N" TO WRK-SW-LINHA
           ELSE
              MOVE WRK-CSV-ID TO WRK-ID
           END-IF.

       0230-VALIDAR-LINHA           SECTION.
      *-------- CANAL E SITUACAO SAO CRITICADOS PELO PROPRIO MKTGRAV
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE "CLIENTE NAO CADASTRADO        " TO WRK-MOTIVO
                MOVE "N" TO WRK-SW-LINHA
             NOT INVALID KEY
                IF REG-SIT-EXCLUIDO
                   MOVE "CLIENTE EXCLUIDO              "
                     TO WRK-MOTIVO
                   MOVE "N" TO WRK-SW-LINHA
                END-IF
           END-READ.

       0240-GRAVAR-CONSENTIMENTO    SECTION.
           CALL "MKTGRAV" USING WRK-ID WRK-CSV-CANAL WRK-CSV-SITUACAO
                                 WRK-CSV-ORIGEM WRK-OPERADOR
                                 WRK-RESULTADO.
           EVALUATE TRUE
              WHEN WRK-RES-GRAVADO
                 ADD 1 TO WRK-ACUM-ACEITOS
                 MOVE "ACEITO    " TO WRK-REL-RESULTADO
              WHEN WRK-RES-INALTERADO
                 ADD 1 TO WRK-ACUM-INALTERADOS
                 MOVE "INALTERADO" TO WRK-REL-RESULTADO
              WHEN WRK-RES-INVALIDO
                 ADD 1 TO WRK-ACUM-REJEITADOS
                 MOVE "REJEITADO " TO WRK-REL-RESULTADO
                 MOVE "CANAL OU SITUACAO INVALIDOS   " TO WRK-MOTIVO
              WHEN OTHER
                 ADD 1 TO WRK-ACUM-REJEITADOS
                 MOVE "REJEITADO " TO WRK-REL-RESULTADO
                 MOVE "ERRO NA GRAVACAO DO MKTCONS   " TO WRK-MOTIVO
           END-EVALUATE.
           PERFORM 0250-RELATAR-LINHA.

       0250-RELATAR-LINHA           SECTION.
           MOVE WRK-CSV-ID       TO WRK-REL-ID.
           MOVE WRK-CSV-CANAL    TO WRK-REL-CANAL.
           MOVE WRK-CSV-SITUACAO TO WRK-REL-SITUACAO.
           MOVE WRK-MOTIVO       TO WRK-REL-MOTIVO.
           WRITE REG-CARGAREL FROM WRK-LINHA-REL.

       0300-FINALIZAR               SECTION.
           CLOSE CARGACSV.
           CLOSE CARGAREL.
           CLOSE CLIENTES.
           DISPLAY "=========================================".
           DISPLAY "LINHAS LIDAS............ " WRK-ACUM-LIDOS.
           DISPLAY "CONSENTIMENTOS GRAVADOS. " WRK-ACUM-ACEITOS.
           DISPLAY "LINHAS SEM MUDANCA...... " WRK-ACUM-INALTERADOS.
           DISPLAY "LINHAS REJEITADAS....... " WRK-ACUM-REJEITADOS.
           DISPLAY "=========================================".
           DISPLAY "FIM DA CARGA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                WRK-ERRLOG-STATUS.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "MKTCARGA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTCARGA.
           MOVE "MKTCARGAREL.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTCARGAREL.
