       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALURCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE UMA VEZ SO DOS RESULTADOS DO ANO
      *           (RESULTALU.txt) DO LAYOUT ANTIGO PARA O LAYOUT NOVO,
      *           QUE GANHOU A DISCIPLINA (RES-DISCIPLINA) E O
      *           BIMESTRE (RES-BIMESTRE) NO FIM DO REGISTRO - SEM
      *           ELES O ARQUIVO ANTIGO E LIDO DESALINHADO PELOS
      *           PROGRAMAS NOVOS, POIS O REGISTRO MUDOU DE TAMANHO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PROCEDIMENTO DA IMPLANTACAO - (1) RENOMEAR O
      *              RESULTALU.txt ATUAL PARA RESULTALU.ANT, (2) RODAR
      *              ESTE PROGRAMA, (3) CONFERIR OS TOTAIS E SO ENTAO
      *              APAGAR O .ANT. TODO LANCAMENTO ANTIGO ENTRA NA
      *              DISCIPLINA 000 (RESERVADA) E NO BIMESTRE 0, E
      *              CONTINUA VALENDO COMO UMA DISCIPLINA SO NO
      *              RESULTADO FINAL (ALUFINAL). O HISTRES.txt NAO
      *              PRECISA DE CONVERSAO: E LINE SEQUENTIAL E AS
      *              LINHAS ANTIGAS SAEM SEM DISCIPLINA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RESULTANT ASSIGN TO WRK-PATH-RESULTANT
             FILE STATUS IS FS-RESULTANT.

           SELECT RESULTALU ASSIGN TO WRK-PATH-RESULTALU
             FILE STATUS IS FS-RESULTALU.


       DATA DIVISION.
       FILE SECTION.
       FD  RESULTANT.
       01  REG-RESULTANT.
           05 ANT-DADOS      PIC X(57).

       FD  RESULTALU.
       01  REG-RESULTALU.
           05 RES-RM         PIC 9(05).
           05 FILLER         PIC X(01).
           05 RES-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 RES-NIVEL      PIC X(10).
           05 FILLER         PIC X(01).
           05 RES-NOT1       PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-NOT2       PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-NOT3       PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-MEDIA      PIC 9(02)V99.
           05 FILLER         PIC X(01).
           05 RES-SITUACAO   PIC X(11).
           05 FILLER         PIC X(01).
           05 RES-DISCIPLINA PIC 9(03).
           05 FILLER         PIC X(01).
           05 RES-BIMESTRE   PIC 9(01).


       WORKING-STORAGE            SECTION.
       77  FS-RESULTANT PIC 9(02) VALUE ZEROS.
       77  FS-RESULTALU PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ALURCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "RESULTALU".

       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS       PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME   PIC X(20) VALUE SPACES.
       01  WRK-PATH-RESULTANT PIC X(60) VALUE SPACES.
       01  WRK-PATH-RESULTALU PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DO RESULTALU.txt (LAYOUT NOVO)".
           DISPLAY "=========================================".
           DISPLAY "O ARQUIVO ANTIGO DEVE TER SIDO RENOMEADO".
           DISPLAY "PARA RESULTALU.ANT; O RESULTALU.txt SERA".
           DISPLAY "RECRIADO DO ZERO NO LAYOUT NOVO.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONVERSAO ABANDONADA - NADA FOI FEITO"
              GOBACK
           END-IF.
           OPEN INPUT RESULTANT.
           IF FS-RESULTANT NOT EQUAL 00
              MOVE "RESULTALU.ANT NAO ABRIU " TO WRK-MSG-ERRO
              MOVE "RESULTALU.ANT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-RESULTANT TO FS-RESULTALU
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RESULTALU.
           IF FS-RESULTALU NOT EQUAL 00
              MOVE "RESULTALU.txt NAO ABRIU " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           READ RESULTANT
           PERFORM UNTIL FS-RESULTANT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-CONVERTER-LANCAMENTO
              READ RESULTANT
           END-PERFORM.

       0210-CONVERTER-LANCAMENTO    SECTION.
      *-------- OS 57 PRIMEIROS BYTES NAO MUDARAM; ENTRAM A
      *-------- DISCIPLINA 000 E O BIMESTRE 0
           MOVE SPACES       TO REG-RESULTALU.
           MOVE ANT-DADOS    TO REG-RESULTALU(1:57).
           MOVE ZEROS        TO RES-DISCIPLINA.
           MOVE ZEROS        TO RES-BIMESTRE.
           WRITE REG-RESULTALU.
           IF FS-RESULTALU EQUAL 00
              ADD 1 TO WRK-ACUM-CONVERTIDOS
           ELSE
              ADD 1 TO WRK-ACUM-ERROS
              DISPLAY "ERRO AO GRAVAR O RM " RES-RM
                      " - STATUS " FS-RESULTALU
           END-IF.

       0300-FINALIZAR               SECTION.
           CLOSE RESULTANT.
           CLOSE RESULTALU.

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
                      "APAGUE O RESULTALU.ANT"
              MOVE 99 TO FS-RESULTALU
              MOVE "CONVERSAO COM DIFERENCA " TO WRK-MSG-ERRO
              PERFORM 9100-AVISA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-RESULTALU.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9100-AVISA-ERRO              SECTION.
      *-------- SO REGISTRA NO LOG, SEM ENCERRAR O PROGRAMA
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-RESULTALU.
           DISPLAY WRK-MSG-ERRO.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "RESULTALU.ANT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RESULTANT.
           MOVE "RESULTALU.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RESULTALU.
