       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFINUT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: INUTILIZACAO DE NUMERACAO DE NOTA FISCAL - REGISTRA
      *           NO NFINUT.txt UMA FAIXA DE NUMEROS DE UMA SERIE QUE
      *           NAO VAI SER USADA (NOTA PERDIDA NA EMISSAO, PULO NA
      *           SEQUENCIA), COM A JUSTIFICATIVA E O SUPERVISOR QUE
      *           AUTORIZOU, E FAZ A SEQUENCIA CONTROLADA (NFSEQ.txt)
      *           PASSAR POR CIMA DA FAIXA - O NUMERO INUTILIZADO SAI
      *           JUSTIFICADO NO RELATORIO DE NUMERACAO (NFNUMREL)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RESTRITO AO PERFIL SUPERVISOR DO OPSIGNON E AO
      *              MES ABERTO NO CONTROLE DE PERIODO (PERCHK). A
      *              FAIXA NAO PODE TER NUMERO JA EMITIDO NA SERIE
      *              (NOTASLOG.txt, QUALQUER SITUACAO) NEM CRUZAR UMA
      *              INUTILIZACAO ANTERIOR; NO MAXIMO 1000 NUMEROS POR
      *              FAIXA E JUSTIFICATIVA DE PELO MENOS 15 LETRAS,
      *              COMO PEDE O FISCO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT NFINUT ASSIGN TO WRK-PATH-NFINUT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFINUT.


       DATA DIVISION.
       FILE SECTION.
       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  NFINUT.
       COPY "NFICOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-NOTASLOG  PIC 9(02) VALUE ZEROS.
       77  FS-NFINUT    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "NFINUT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "NFINUT.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      *-------------- FAIXA A INUTILIZAR -----------------------------
       77  WRK-SERIE         PIC 9(03) VALUE ZEROS.
       77  WRK-INICIO        PIC 9(06) VALUE ZEROS.
       77  WRK-FIM           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FAIXA     PIC 9(07) VALUE ZEROS.
       01  WRK-MOTIVO        PIC X(40) VALUE SPACES.
       77  WRK-TAM-MOTIVO    PIC 9(02) VALUE ZEROS.
       77  WRK-NF-CONFLITO   PIC 9(06) VALUE ZEROS.
       77  WRK-SW-FAIXA      PIC X(01) VALUE "S".
           88 WRK-FAIXA-LIVRE       VALUE "S".

       77  WRK-SW-CONFIRMA   PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO        VALUE "S" "s".
       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA          VALUE "S" "s".

      *-------------- NUMERACAO CONTROLADA (MODULO NFNUMERA) ---------
       77  WRK-NUM-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-NUM-RESPOSTA  PIC X(01) VALUE SPACES.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-FAIXAS   PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-NUMEROS  PIC 9(07) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-NOTASLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-NFINUT   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL NOT WRK-CONTINUA
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- INUTILIZACAO E COISA DE SUPERVISOR
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              OR NOT WRK-PERFIL-SUPERVISOR
              DISPLAY "INUTILIZACAO DE NUMERACAO E RESTRITA A "
                      "SUPERVISORES - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *-------- MES FECHADO NAO RECEBE INUTILIZACAO (PERMANT)
           CALL "PERCHK" USING WRK-DATA-HOJE WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES DE " WRK-DATA-HOJE " FECHADO NO "
                      "CONTROLE DE PERIODO - INUTILIZACAO NAO "
                      "PERMITIDA"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "INUTILIZACAO DE NUMERACAO DE NOTA FISCAL".

       0200-PROCESSAR               SECTION.
           DISPLAY "-----------------------".
           DISPLAY "SERIE (0 = 001): "
             ACCEPT WRK-SERIE.
           IF WRK-SERIE EQUAL ZEROS
              MOVE 1 TO WRK-SERIE
           END-IF.
           DISPLAY "PRIMEIRO NUMERO DA FAIXA (0 = SAIR): "
             ACCEPT WRK-INICIO.
           IF WRK-INICIO EQUAL ZEROS
              MOVE "N" TO WRK-SW-CONTINUA
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           DISPLAY "ULTIMO NUMERO DA FAIXA (0 = SO O PRIMEIRO): "
             ACCEPT WRK-FIM.
           IF WRK-FIM EQUAL ZEROS
              MOVE WRK-INICIO TO WRK-FIM
           END-IF.
           IF WRK-FIM LESS WRK-INICIO
              DISPLAY "ULTIMO NUMERO MENOR QUE O PRIMEIRO - FAIXA "
                      "RECUSADA"
              GO TO 0200-PROCESSAR-CONTINUA
           END-IF.
           COMPUTE WRK-QTD-FAIXA = WRK-FIM - WRK-INICIO + 1.
           IF WRK-QTD-FAIXA GREATER 1000
              DISPLAY "FAIXA COM MAIS DE 1000 NUMEROS - DIVIDA EM "
                      "FAIXAS MENORES"
              GO TO 0200-PROCESSAR-CONTINUA
           END-IF.
           DISPLAY "JUSTIFICATIVA (MINIMO 15 LETRAS): "
             ACCEPT WRK-MOTIVO.
           MOVE ZEROS TO WRK-TAM-MOTIVO.
           INSPECT WRK-MOTIVO TALLYING WRK-TAM-MOTIVO
                   FOR CHARACTERS BEFORE INITIAL "  ".
           IF WRK-TAM-MOTIVO LESS 15
              DISPLAY "JUSTIFICATIVA CURTA DEMAIS - FAIXA RECUSADA"
              GO TO 0200-PROCESSAR-CONTINUA
           END-IF.
           PERFORM 0210-CONFERIR-FAIXA.
           IF NOT WRK-FAIXA-LIVRE
              GO TO 0200-PROCESSAR-CONTINUA
           END-IF.
           DISPLAY "SERIE " WRK-SERIE " NUMEROS " WRK-INICIO " A "
                   WRK-FIM " (" WRK-QTD-FAIXA " NUMERO(S))".
           DISPLAY "CONFIRMA A INUTILIZACAO (S/N)? "
             ACCEPT WRK-SW-CONFIRMA.
           IF NOT WRK-CONFIRMADO
              DISPLAY "INUTILIZACAO ABANDONADA"
              GO TO 0200-PROCESSAR-CONTINUA
           END-IF.
           PERFORM 0220-GRAVAR-INUTILIZACAO.

       0200-PROCESSAR-CONTINUA.
           DISPLAY "MAIS INUTILIZACOES (S/N)? "
             ACCEPT WRK-SW-CONTINUA.

       0200-PROCESSAR-FIM.
           EXIT.

       0210-CONFERIR-FAIXA          SECTION.
      *--------------------------------------------------------------
      *-------- NENHUM NUMERO DA FAIXA PODE TER SIDO EMITIDO NA SERIE
      *-------- (NEM NOTA CANCELADA - ESSA JA TEM O SEU REGISTRO) E A
      *-------- FAIXA NAO PODE CRUZAR OUTRA JA INUTILIZADA
      *--------------------------------------------------------------
           SET WRK-FAIXA-LIVRE TO TRUE.
           OPEN INPUT NOTASLOG.
           IF FS-NOTASLOG EQUAL 00
              READ NOTASLOG
              PERFORM UNTIL FS-NOTASLOG NOT EQUAL 00
                 IF NL-SERIE EQUAL WRK-SERIE
                    AND NL-NF NOT LESS WRK-INICIO
                    AND NL-NF NOT GREATER WRK-FIM
                    MOVE "N" TO WRK-SW-FAIXA
                    MOVE NL-NF TO WRK-NF-CONFLITO
                    MOVE 10 TO FS-NOTASLOG
                 ELSE
                    READ NOTASLOG
                 END-IF
              END-PERFORM
              CLOSE NOTASLOG
           END-IF.
           IF NOT WRK-FAIXA-LIVRE
              DISPLAY "NF " WRK-NF-CONFLITO " JA EMITIDA NA SERIE "
                      WRK-SERIE " - FAIXA RECUSADA"
              GO TO 0210-CONFERIR-FIM
           END-IF.
           OPEN INPUT NFINUT.
           IF FS-NFINUT EQUAL 00
              READ NFINUT
              PERFORM UNTIL FS-NFINUT NOT EQUAL 00
                 IF NFI-SERIE EQUAL WRK-SERIE
                    AND NFI-INICIO NOT GREATER WRK-FIM
                    AND NFI-FIM NOT LESS WRK-INICIO
                    MOVE "N" TO WRK-SW-FAIXA
                    DISPLAY "FAIXA CRUZA A INUTILIZACAO DE "
                            NFI-INICIO " A " NFI-FIM " FEITA EM "
                            NFI-DATA " - FAIXA RECUSADA"
                    MOVE 10 TO FS-NFINUT
                 ELSE
                    READ NFINUT
                 END-IF
              END-PERFORM
              CLOSE NFINUT
           END-IF.

       0210-CONFERIR-FIM.
           EXIT.

       0220-GRAVAR-INUTILIZACAO     SECTION.
           OPEN EXTEND NFINUT.
           IF FS-NFINUT EQUAL 35
              OPEN OUTPUT NFINUT
           END-IF.
           IF FS-NFINUT NOT EQUAL 00
              MOVE "INUTILIZACOES NAO ABRIU       " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES        TO REG-NFINUT.
           MOVE WRK-DATA-HOJE TO NFI-DATA.
           MOVE WRK-SERIE     TO NFI-SERIE.
           MOVE WRK-INICIO    TO NFI-INICIO.
           MOVE WRK-FIM       TO NFI-FIM.
           MOVE WRK-OPERADOR  TO NFI-OPERADOR.
           MOVE WRK-MOTIVO    TO NFI-MOTIVO.
           WRITE REG-NFINUT.
           CLOSE NFINUT.
      *-------- A SEQUENCIA PASSA POR CIMA DA FAIXA, PARA O PROXIMO
      *-------- NUMERO ENTREGUE NAO CAIR NELA
           MOVE "A" TO WRK-NUM-OPERACAO.
           CALL "NFNUMERA" USING WRK-NUM-OPERACAO WRK-SERIE WRK-FIM
                                  WRK-ERRLOG-PROGRAMA
                                  WRK-NUM-RESPOSTA.
           IF WRK-NUM-RESPOSTA NOT EQUAL "S"
              DISPLAY "*** SEQUENCIA DA SERIE NAO AVANCOU - O "
                      "NFNUMERA PULA A FAIXA NA PROXIMA NOTA ***"
           END-IF.
           ADD 1 TO WRK-ACUM-FAIXAS.
           ADD WRK-QTD-FAIXA TO WRK-ACUM-NUMEROS.
           DISPLAY "FAIXA " WRK-INICIO " A " WRK-FIM " DA SERIE "
                   WRK-SERIE " INUTILIZADA".

       0300-FINALIZAR               SECTION.
           DISPLAY "FAIXAS INUTILIZADAS.... " WRK-ACUM-FAIXAS.
           DISPLAY "NUMEROS INUTILIZADOS... " WRK-ACUM-NUMEROS.
           DISPLAY "FIM DAS INUTILIZACOES".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-NFINUT.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "NFINUT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFINUT.
