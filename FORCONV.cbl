       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE UMA VEZ SO DO CADASTRO DE
      *           FORNECEDORES (FORNECED.DAT) DO LAYOUT ANTIGO PARA
      *           O LAYOUT NOVO DO COPY FORCOPY, QUE GANHOU OS DADOS
      *           BANCARIOS (FOR-BANCO, FOR-AGENCIA, FOR-CONTA E
      *           FOR-CONTA-DV) - SEM ELA O ARQUIVO ANTIGO NEM ABRE
      *           NOS PROGRAMAS NOVOS (FILE STATUS 39), POIS O
      *           REGISTRO MUDOU DE TAMANHO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: PROCEDIMENTO DA IMPLANTACAO - (1) RENOMEAR O
      *              FORNECED.DAT ATUAL PARA FORNECED.ANT, (2) RODAR
      *              ESTE PROGRAMA, (3) CONFERIR OS TOTAIS DO
      *              RELATORIO E SO ENTAO APAGAR O .ANT. OS DADOS
      *              BANCARIOS ENTRAM ZERADOS (BANCO 000 = SEM CONTA)
      *              E SAO PREENCHIDOS PELA ALTERACAO DO FORNMANT
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT FORNECANT ASSIGN TO WRK-PATH-FORNECANT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-CODIGO
             FILE STATUS IS FS-FORNECANT.

           SELECT FORNECED ASSIGN TO WRK-PATH-FORNECED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS FS-FORNECED.


       DATA DIVISION.
       FILE SECTION.
       FD  FORNECANT.
       01  REG-FORNECANT.
           05 ANT-CODIGO     PIC 9(04).
           05 ANT-NOME       PIC X(20).
           05 ANT-CNPJ       PIC 9(14).
           05 ANT-ENDERECO   PIC X(30).
           05 ANT-TELEFONE   PIC X(11).

       FD  FORNECED.
       COPY "FORCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-FORNECANT PIC 9(02) VALUE ZEROS.
       77  FS-FORNECED  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "FORCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "FORNECED.DAT".

       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ERROS       PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME   PIC X(20) VALUE SPACES.
       01  WRK-PATH-FORNECANT PIC X(60) VALUE SPACES.
       01  WRK-PATH-FORNECED  PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DO FORNECED.DAT (LAYOUT NOVO)".
           DISPLAY "=========================================".
           DISPLAY "O ARQUIVO ANTIGO DEVE TER SIDO RENOMEADO".
           DISPLAY "PARA FORNECED.ANT; O FORNECED.DAT SERA".
           DISPLAY "RECRIADO DO ZERO NO LAYOUT NOVO.".
           DISPLAY "CONFIRMA A CONVERSAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
              DISPLAY "CONVERSAO ABANDONADA - NADA FOI FEITO"
              GOBACK
           END-IF.
           OPEN INPUT FORNECANT.
           IF FS-FORNECANT NOT EQUAL 00
              MOVE "FORNECED.ANT NAO ABRIU  " TO WRK-MSG-ERRO
              MOVE "FORNECED.ANT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FORNECANT TO FS-FORNECED
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT FORNECED.
           IF FS-FORNECED NOT EQUAL 00
              MOVE "FORNECED.DAT NAO ABRIU  " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           READ FORNECANT
           PERFORM UNTIL FS-FORNECANT NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDOS
              PERFORM 0210-CONVERTER-FORNECEDOR
              READ FORNECANT
           END-PERFORM.

       0210-CONVERTER-FORNECEDOR    SECTION.
           MOVE ANT-CODIGO       TO FOR-CODIGO.
           MOVE ANT-NOME         TO FOR-NOME.
           MOVE ANT-CNPJ         TO FOR-CNPJ.
           MOVE ANT-ENDERECO     TO FOR-ENDERECO.
           MOVE ANT-TELEFONE     TO FOR-TELEFONE.
           MOVE ZEROS            TO FOR-BANCO FOR-AGENCIA FOR-CONTA.
           MOVE SPACES           TO FOR-CONTA-DV.
           WRITE REG-FORNECED
             INVALID KEY
                ADD 1 TO WRK-ACUM-ERROS
                DISPLAY "ERRO AO GRAVAR O FORNECEDOR " ANT-CODIGO
                        " - STATUS " FS-FORNECED
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-CONVERTIDOS
           END-WRITE.

       0300-FINALIZAR               SECTION.
           CLOSE FORNECANT.
           CLOSE FORNECED.

           DISPLAY "=========================================".
           DISPLAY "FORNECEDORES LIDOS...... " WRK-ACUM-LIDOS.
           DISPLAY "FORNECEDORES CONVERTIDOS "
                   WRK-ACUM-CONVERTIDOS.
           DISPLAY "FORNECEDORES COM ERRO... " WRK-ACUM-ERROS.
           IF WRK-ACUM-LIDOS EQUAL WRK-ACUM-CONVERTIDOS
              DISPLAY "CONVERSAO CONFERIDA - TODOS OS FORNECEDORES "
                      "PASSARAM"
           ELSE
              DISPLAY "ATENCAO: CONVERSAO COM DIFERENCA - NAO "
                      "APAGUE O FORNECED.ANT"
              MOVE 99 TO FS-FORNECED
              MOVE "CONVERSAO COM DIFERENCA " TO WRK-MSG-ERRO
              PERFORM 9100-AVISA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-FORNECED.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9100-AVISA-ERRO              SECTION.
      *-------- SO REGISTRA NO LOG, SEM ENCERRAR O PROGRAMA
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-FORNECED.
           DISPLAY WRK-MSG-ERRO.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "FORNECED.ANT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECANT.
           MOVE "FORNECED.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FORNECED.
