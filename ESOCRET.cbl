       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCRET.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: PROCESSAMENTO DO RECIBO DO ESOCIAL, NO MOLDE DO
      *           FOLHARET: LE O RECIBO DEVOLVIDO (RETESOC.txt) PARA
      *           OS EVENTOS EXPORTADOS PELO ESOCEXP, MARCA CADA
      *           EVENTO COMO ACEITO (COM O NUMERO DO RECIBO) OU
      *           REJEITADO (COM O MOTIVO) NO CONTROLE ESOCCTL.txt E
      *           LISTA, PELO RELPRINT, TODO EVENTO REJEITADO PARA O
      *           RH CORRIGIR NA ORIGEM ANTES DO REENVIO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LAYOUT DO RECIBO (UMA LINHA POR EVENTO):
      *                IDENTIFICACAO DO EVENTO (18, A MESMA DO
      *                ESOCOPY) + SITUACAO (1: "A" ACEITO / "R"
      *                REJEITADO) + RECIBO (20) + MOTIVO (40),
      *                SEPARADOS POR UM ESPACO.
      *              O REENVIO E AUTOMATICO: O ESOCEXP DO DIA
      *              SEGUINTE REMONTA E MANDA DE NOVO TODO EVENTO
      *              CUJA ULTIMA SITUACAO E "R". RECIBO DE EVENTO QUE
      *              NAO ESTA NO CONTROLE E APONTADO, NAO ENGOLIDO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RETESOC ASSIGN TO WRK-PATH-RETESOC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RETESOC.

           SELECT ESOCCTL ASSIGN TO WRK-PATH-ESOCCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESOCCTL.


       DATA DIVISION.
       FILE SECTION.
       FD  RETESOC.
       01  REG-RETESOC.
           05 RTE-ID          PIC X(18).
           05 FILLER          PIC X(01).
           05 RTE-SITUACAO    PIC X(01).
              88 RTE-ACEITO          VALUE "A".
              88 RTE-REJEITADO       VALUE "R".
           05 FILLER          PIC X(01).
           05 RTE-RECIBO      PIC X(20).
           05 FILLER          PIC X(01).
           05 RTE-MOTIVO      PIC X(40).

       FD  ESOCCTL.
       COPY "ESCCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-RETESOC   PIC 9(02) VALUE ZEROS.
       77  FS-ESOCCTL   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ESOCRET".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ESOCCTL.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      *-------------- SITUACAO DE CADA EVENTO NO CONTROLE ------------
      *-------- VALE A ULTIMA LINHA DO EVENTO NO ESOCCTL.txt
       77  WRK-ACUM-CTL      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CONTROLE.
           05 WRK-CTL OCCURS 1000 TIMES.
              10 WRK-CTL-ID       PIC X(18).
              10 WRK-CTL-SIT      PIC X(01).
                 88 WRK-CTL-ENVIADO      VALUE "E".
                 88 WRK-CTL-ACEITO       VALUE "A".
                 88 WRK-CTL-REJEITADO    VALUE "R".
              10 WRK-CTL-MOTIVO   PIC X(40).
       77  WRK-SW-CTL-CHEIO  PIC X(01) VALUE "N".
           88 WRK-CTL-ESTOUROU      VALUE "S".

       77  WRK-IDX           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(04) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-RECIBOS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ACEITOS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ORFAOS     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-INVALIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PENDENTES  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-A-CORRIGIR PIC 9(05) VALUE ZEROS.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-RETESOC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ESOCCTL  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-CARREGAR-CONTROLE
           PERFORM   0300-PROCESSAR-RECIBO
           PERFORM   0400-RELATORIO-REJEICOES
           PERFORM   0500-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "RECIBO DO ESOCIAL - " WRK-DATA-EXEC.
           DISPLAY "=========================================".

       0200-CARREGAR-CONTROLE       SECTION.
           MOVE ZEROS TO WRK-ACUM-CTL.
           OPEN INPUT ESOCCTL.
           IF FS-ESOCCTL NOT EQUAL 00
              MOVE "CONTROLE DO ESOCIAL AUSENTE   " TO WRK-MSG-ERRO
              MOVE FS-ESOCCTL TO FS-RETESOC
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ ESOCCTL.
           PERFORM UNTIL FS-ESOCCTL NOT EQUAL 00
              PERFORM 0210-LOCALIZAR-CONTROLE
              IF WRK-IDX-ACHADO EQUAL ZEROS
                 IF WRK-ACUM-CTL LESS 1000
                    ADD 1 TO WRK-ACUM-CTL
                    MOVE WRK-ACUM-CTL TO WRK-IDX-ACHADO
                    MOVE CTL-ID TO WRK-CTL-ID(WRK-IDX-ACHADO)
                 ELSE
                    SET WRK-CTL-ESTOUROU TO TRUE
                 END-IF
              END-IF
              IF WRK-IDX-ACHADO GREATER ZEROS
                 MOVE CTL-SITUACAO TO WRK-CTL-SIT(WRK-IDX-ACHADO)
                 MOVE CTL-MOTIVO   TO WRK-CTL-MOTIVO(WRK-IDX-ACHADO)
              END-IF
              READ ESOCCTL
           END-PERFORM.
           CLOSE ESOCCTL.
           IF WRK-CTL-ESTOUROU
              MOVE "CONTROLE MAIOR QUE A TABELA   " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0210-LOCALIZAR-CONTROLE      SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-CTL
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-CTL-ID(WRK-IDX) EQUAL CTL-ID
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.

       0300-PROCESSAR-RECIBO        SECTION.
           OPEN INPUT RETESOC.
           IF FS-RETESOC NOT EQUAL 00
              MOVE "RECIBO DO ESOCIAL AUSENTE     " TO WRK-MSG-ERRO
              MOVE "RETESOC.txt" TO WRK-ERRLOG-ARQUIVO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN EXTEND ESOCCTL.
           READ RETESOC.
           PERFORM UNTIL FS-RETESOC NOT EQUAL 00
              ADD 1 TO WRK-ACUM-RECIBOS
              PERFORM 0310-MARCAR-EVENTO
              READ RETESOC
           END-PERFORM.
           CLOSE RETESOC.
           CLOSE ESOCCTL.

       0310-MARCAR-EVENTO           SECTION.
           IF NOT RTE-ACEITO AND NOT RTE-REJEITADO
              ADD 1 TO WRK-ACUM-INVALIDOS
              DISPLAY "RECIBO COM SITUACAO INVALIDA: " RTE-ID
                      " [" RTE-SITUACAO "]"
              GO TO 0310-MARCAR-FIM
           END-IF.
           MOVE RTE-ID TO CTL-ID.
           PERFORM 0210-LOCALIZAR-CONTROLE.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              ADD 1 TO WRK-ACUM-ORFAOS
              DISPLAY "RECIBO DE EVENTO NAO ENVIADO: " RTE-ID
                      " - CONFERIR COM O CONTADOR"
              GO TO 0310-MARCAR-FIM
           END-IF.

           MOVE SPACES        TO REG-ESOCCTL.
           MOVE RTE-ID        TO CTL-ID.
           MOVE WRK-DATA-HOJE TO CTL-DATA-PROC.
           MOVE RTE-SITUACAO  TO CTL-SITUACAO.
           IF RTE-ACEITO
              MOVE RTE-RECIBO TO CTL-RECIBO
              ADD 1 TO WRK-ACUM-ACEITOS
           ELSE
              MOVE RTE-MOTIVO TO CTL-MOTIVO
              ADD 1 TO WRK-ACUM-REJEITADOS
           END-IF.
           WRITE REG-ESOCCTL.
           MOVE CTL-SITUACAO TO WRK-CTL-SIT(WRK-IDX-ACHADO).
           MOVE CTL-MOTIVO   TO WRK-CTL-MOTIVO(WRK-IDX-ACHADO).

       0310-MARCAR-FIM.
           EXIT.

       0400-RELATORIO-REJEICOES     SECTION.
      *--------------------------------------------------------------
      *-------- TODO EVENTO CUJA ULTIMA SITUACAO E "R", DESTE RECIBO
      *-------- OU DE RECIBOS ANTERIORES AINDA NAO REENVIADOS
      *--------------------------------------------------------------
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "EVENTOS DO ESOCIAL REJEITADOS" TO WRK-REL-TITULO.
           MOVE "EVTO FUNC DATA     SQ MOTIVO DA REJEICAO"
             TO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-CTL
              EVALUATE TRUE
                 WHEN WRK-CTL-REJEITADO(WRK-IDX)
                    PERFORM 0410-LINHA-REJEITADO
                 WHEN WRK-CTL-ENVIADO(WRK-IDX)
                    ADD 1 TO WRK-ACUM-PENDENTES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

           IF WRK-ACUM-A-CORRIGIR EQUAL ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              MOVE "NENHUM EVENTO REJEITADO A CORRIGIR"
                TO WRK-REL-LINHA
              MOVE "D" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "A CORRIGIR E REENVIAR " DELIMITED BY SIZE
                  WRK-ACUM-A-CORRIGIR      DELIMITED BY SIZE
                  " AGUARDANDO RECIBO "    DELIMITED BY SIZE
                  WRK-ACUM-PENDENTES       DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0410-LINHA-REJEITADO         SECTION.
           ADD 1 TO WRK-ACUM-A-CORRIGIR.
           MOVE WRK-CTL-ID(WRK-IDX) TO CTL-ID.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING CTL-EVENTO       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CTL-CODIGO       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CTL-DATA-EVENTO  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CTL-SEQ          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-CTL-MOTIVO(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0500-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "RECIBOS LIDOS........... " WRK-ACUM-RECIBOS.
           DISPLAY "EVENTOS ACEITOS......... " WRK-ACUM-ACEITOS.
           DISPLAY "EVENTOS REJEITADOS...... " WRK-ACUM-REJEITADOS.
           DISPLAY "RECIBOS SEM EVENTO...... " WRK-ACUM-ORFAOS.
           DISPLAY "RECIBOS INVALIDOS....... " WRK-ACUM-INVALIDOS.
           DISPLAY "AGUARDANDO RECIBO....... " WRK-ACUM-PENDENTES.
           DISPLAY "=========================================".
           DISPLAY "FIM DO PROCESSAMENTO DO RECIBO".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-RETESOC.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "RETESOC.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RETESOC.
           MOVE "ESOCCTL.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ESOCCTL.
