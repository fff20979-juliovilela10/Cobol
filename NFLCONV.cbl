       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFLCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE UMA VEZ SO DO LOG DE EMISSAO DE NOTAS
      *           (NOTASLOG.txt) DO LAYOUT ANTIGO PARA O LAYOUT NOVO
      *           DO COPY NFLCOPY, QUE GANHOU A SERIE DA NOTA
      *           (NL-SERIE) NO FIM DO REGISTRO - SEM ELA O LOG
      *           ANTIGO E LIDO DESALINHADO PELOS PROGRAMAS NOVOS,
      *           POIS O REGISTRO MUDOU DE TAMANHO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PROCEDIMENTO DA IMPLANTACAO - (1) RENOMEAR O
      *              NOTASLOG.txt ATUAL PARA NOTASLOG.ANT, (2) RODAR
      *              ESTE PROGRAMA, (3) CONFERIR OS TOTAIS E SO ENTAO
      *              APAGAR O .ANT. TODA NOTA ANTIGA ENTRA NA SERIE
      *              001; A SEQUENCIA CONTROLADA (NFSEQ.txt) PARTE
      *              SOZINHA DO MAIOR NUMERO DO LOG CONVERTIDO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT NOTASANT ASSIGN TO WRK-PATH-NOTASANT
             FILE STATUS IS FS-NOTASANT.

           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  NOTASANT.
       01  REG-NOTASANT.
           05 ANT-DADOS      PIC X(52).

       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-NOTASANT  PIC 9(02) VALUE ZEROS.
       77  FS-NOTASLOG  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "NFLCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "NOTASLOG.txt".

       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS       PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME   PIC X(20) VALUE SPACES.
       01  WRK-PATH-NOTASANT  PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOTASLOG  PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DO NOTASLOG.txt (LAYOUT NOVO)".
           DISPLAY "=========================================".
           DISPLAY "O ARQUIVO ANTIGO DEVE TER SIDO RENOMEADO".
           DISPLAY "PARA NOTASLOG.ANT; O NOTASLOG.txt SERA".
           DISPLAY "RECRIADO DO ZERO NO LAYOUT NOVO.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONVERSAO ABANDONADA - NADA FOI FEITO"
              GOBACK
           END-IF.
           OPEN INPUT NOTASANT.
           IF FS-NOTASANT NOT EQUAL 00
              MOVE "NOTASLOG.ANT NAO ABRIU  " TO WRK-MSG-ERRO
              MOVE "NOTASLOG.ANT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-NOTASANT TO FS-NOTASLOG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT NOTASLOG.
           IF FS-NOTASLOG NOT EQUAL 00
              MOVE "NOTASLOG.txt NAO ABRIU  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           READ NOTASANT
           PERFORM UNTIL FS-NOTASANT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-CONVERTER-NOTA
              READ NOTASANT
           END-PERFORM.

       0210-CONVERTER-NOTA          SECTION.
      *-------- OS 52 PRIMEIROS BYTES NAO MUDARAM; SO ENTRA A SERIE
           MOVE SPACES       TO REG-NOTASLOG.
           MOVE ANT-DADOS    TO REG-NOTASLOG(1:52).
           MOVE 1            TO NL-SERIE.
           WRITE REG-NOTASLOG.
           IF FS-NOTASLOG EQUAL 00
              ADD 1 TO WRK-ACUM-CONVERTIDOS
           ELSE
              ADD 1 TO WRK-ACUM-ERROS
              DISPLAY "ERRO AO GRAVAR A NF " NL-NF
                      " - STATUS " FS-NOTASLOG
           END-IF.

       0300-FINALIZAR               SECTION.
           CLOSE NOTASANT.
           CLOSE NOTASLOG.

           DISPLAY "=========================================".
           DISPLAY "LINHAS LIDAS............ " WRK-ACUM-LIDOS.
           DISPLAY "LINHAS CONVERTIDAS...... "
                   WRK-ACUM-CONVERTIDOS.
           DISPLAY "LINHAS COM ERRO......... " WRK-ACUM-ERROS.
           IF WRK-ACUM-LIDOS EQUAL WRK-ACUM-CONVERTIDOS
              DISPLAY "CONVERSAO CONFERIDA - TODAS AS LINHAS "
                      "PASSARAM"
           ELSE
              DISPLAY "ATENCAO: CONVERSAO COM DIFERENCA - NAO "
                      "APAGUE O NOTASLOG.ANT"
              MOVE 99 TO FS-NOTASLOG
              MOVE "CONVERSAO COM DIFERENCA " TO WRK-MSG-ERRO
              PERFORM 9100-AVISA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-NOTASLOG.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9100-AVISA-ERRO              SECTION.
      *-------- SO REGISTRA NO LOG, SEM ENCERRAR O PROGRAMA
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-NOTASLOG.
           DISPLAY WRK-MSG-ERRO.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "NOTASLOG.ANT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASANT.
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
