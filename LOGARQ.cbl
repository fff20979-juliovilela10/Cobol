       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGARQ.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ARQUIVAMENTO ANUAL DOS LOGS CORRIDOS - O HOUSEKP SO
      *           APAGA ARQUIVOS DATADOS, MAS OS LOGS QUE SO CRESCEM
      *           (AUDITCLI, ESTMOV, CONTATOS, NOTASLOG, CREDLOG,
      *           FRETELOG, ERRORLOG E CXSESSAO) NUNCA ERAM APARADOS E
      *           QUEM OS LE DESDE A PRIMEIRA LINHA (CLIROLL, ESTKARD,
      *           ESTRECON...) FICAVA MAIS LENTO A CADA MES. NA VIRADA
      *           DO ANO, ESTE PROGRAMA MOVE AS LINHAS ATE O ANO
      *           FECHADO PARA O ARQUIVO ANUAL DE CADA LOG
      *           (<LOG>_AAAA.txt), DEIXA NO LOG VIVO SO AS LINHAS
      *           POSTERIORES E REGISTRA AS CONTAGENS NO CONTROLE
      *           LOGARQCTL.txt (COPY LGACOPY), QUE O MODULO LOGSEL
      *           CONSULTA PARA AS CONSULTAS POR PERIODO ACHAREM O
      *           ARQUIVO CERTO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: RESTRITO AO PERFIL "S" DO SIGN-ON (OPSIGNON). SO
      *              ARQUIVA ANO JA TERMINADO E COM DEZEMBRO FECHADO NO
      *              CONTROLE DE PERIODO (PERCHK) - ANO FECHADO NAO
      *              RECEBE MAIS MOVIMENTO. RODAR COM O SISTEMA PARADO.
      *              CADA LOG PASSA DUAS VEZES: A PRIMEIRA GRAVA O
      *              ARQUIVO DO ANO, A SEGUNDA MONTA O LOG VIVO NOVO EM
      *              <LOG>_NOVO.txt; O LOG VIVO SO E REGRAVADO DEPOIS
      *              DAS CONTAGENS BATEREM, E O _NOVO SO E APAGADO
      *              DEPOIS DA COPIA CONFERIDA. ABERTURAS NO LOG VIVO:
      *                ESTMOV   - UMA LINHA "ABE" POR PRODUTO COM O
      *                           SALDO DO LIVRO NO FIM DO ANO, DATADA
      *                           DE 1O DE JANEIRO, PARA O KARDEX E A
      *                           RECONSTRUCAO CONTINUAREM SOMANDO O
      *                           SALDO CERTO SO COM O LOG VIVO
      *                NOTASLOG - O MAIOR NUMERO DE CADA SERIE VAI
      *                           PARA O NFSEQ.txt, PARA A NUMERACAO
      *                           (NFNUMERA) NAO DEPENDER DAS NOTAS
      *                           QUE SAIRAM DO LOG
      *              LINHA SEM DATA NUMERICA FICA NO LOG VIVO. LOG JA
      *              ARQUIVADO NO ANO (OU EM ANO POSTERIOR) E PULADO,
      *              ENTAO O PROGRAMA PODE SER RODADO DE NOVO DEPOIS DE
      *              UMA FALHA SEM DUPLICAR NADA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT AUDITCLI ASSIGN TO WRK-PATH-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-AUDITCLI.

           SELECT AUDITCLI-A ASSIGN TO WRK-PATH-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-AUDITCLI-A.

           SELECT AUDITCLI-N ASSIGN TO WRK-PATH-NOV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-AUDITCLI-N.

           SELECT ESTMOV ASSIGN TO WRK-PATH-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTMOV.

           SELECT ESTMOV-A ASSIGN TO WRK-PATH-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTMOV-A.

           SELECT ESTMOV-N ASSIGN TO WRK-PATH-NOV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ESTMOV-N.

           SELECT CONTATOS ASSIGN TO WRK-PATH-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONTATOS.

           SELECT CONTATOS-A ASSIGN TO WRK-PATH-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONTATOS-A.

           SELECT CONTATOS-N ASSIGN TO WRK-PATH-NOV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONTATOS-N.

           SELECT NOTASLOG ASSIGN TO WRK-PATH-LOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT NOTASLOG-A ASSIGN TO WRK-PATH-ARQ
             FILE STATUS IS FS-NOTASLOG-A.

           SELECT NOTASLOG-N ASSIGN TO WRK-PATH-NOV
             FILE STATUS IS FS-NOTASLOG-N.

           SELECT CREDLOG ASSIGN TO WRK-PATH-LOG
             FILE STATUS IS FS-CREDLOG.

           SELECT CREDLOG-A ASSIGN TO WRK-PATH-ARQ
             FILE STATUS IS FS-CREDLOG-A.

           SELECT CREDLOG-N ASSIGN TO WRK-PATH-NOV
             FILE STATUS IS FS-CREDLOG-N.

           SELECT FRETELOG ASSIGN TO WRK-PATH-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FRETELOG.

           SELECT FRETELOG-A ASSIGN TO WRK-PATH-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FRETELOG-A.

           SELECT FRETELOG-N ASSIGN TO WRK-PATH-NOV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FRETELOG-N.

           SELECT ERRORLOG ASSIGN TO WRK-PATH-LOG
             FILE STATUS IS FS-ERRORLOG.

           SELECT ERRORLOG-A ASSIGN TO WRK-PATH-ARQ
             FILE STATUS IS FS-ERRORLOG-A.

           SELECT ERRORLOG-N ASSIGN TO WRK-PATH-NOV
             FILE STATUS IS FS-ERRORLOG-N.

           SELECT CXSESSAO ASSIGN TO WRK-PATH-LOG
             FILE STATUS IS FS-CXSESSAO.

           SELECT CXSESSAO-A ASSIGN TO WRK-PATH-ARQ
             FILE STATUS IS FS-CXSESSAO-A.

           SELECT CXSESSAO-N ASSIGN TO WRK-PATH-NOV
             FILE STATUS IS FS-CXSESSAO-N.

           SELECT LOGARQCTL ASSIGN TO WRK-PATH-LOGARQCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LOGARQCTL.

           SELECT NFSEQ ASSIGN TO WRK-PATH-NFSEQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFSEQ.


       DATA DIVISION.
       FILE SECTION.
       FD  AUDITCLI.
       01  REG-AUDITCLI      PIC X(400).

       FD  AUDITCLI-A.
       01  REG-AUDITCLI-A    PIC X(400).

       FD  AUDITCLI-N.
       01  REG-AUDITCLI-N    PIC X(400).

       FD  ESTMOV.
       01  REG-ESTMOV.
           05 MOV-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 MOV-HORA       PIC 9(06).
           05 FILLER         PIC X(01).
           05 MOV-TIPO       PIC X(03).
           05 FILLER         PIC X(01).
           05 MOV-PRODUTO    PIC 9(04).
           05 FILLER         PIC X(01).
           05 MOV-SINAL      PIC X(01).
           05 MOV-QTD        PIC 9(05).
           05 FILLER         PIC X(01).
           05 MOV-DOCTO      PIC 9(09).
           05 FILLER         PIC X(01).
           05 MOV-OPERADOR   PIC X(08).

       FD  ESTMOV-A.
       01  REG-ESTMOV-A      PIC X(400).

       FD  ESTMOV-N.
       01  REG-ESTMOV-N      PIC X(400).

       FD  CONTATOS.
       01  REG-CONTATOS      PIC X(400).

       FD  CONTATOS-A.
       01  REG-CONTATOS-A    PIC X(400).

       FD  CONTATOS-N.
       01  REG-CONTATOS-N    PIC X(400).

       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  NOTASLOG-A.
       01  REG-NOTASLOG-A    PIC X(056).

       FD  NOTASLOG-N.
       01  REG-NOTASLOG-N    PIC X(056).

       FD  CREDLOG.
       01  REG-CREDLOG       PIC X(054).

       FD  CREDLOG-A.
       01  REG-CREDLOG-A     PIC X(054).

       FD  CREDLOG-N.
       01  REG-CREDLOG-N     PIC X(054).

       FD  FRETELOG.
       01  REG-FRETELOG      PIC X(400).

       FD  FRETELOG-A.
       01  REG-FRETELOG-A    PIC X(400).

       FD  FRETELOG-N.
       01  REG-FRETELOG-N    PIC X(400).

       FD  ERRORLOG.
       01  REG-ERRORLOG      PIC X(032).

       FD  ERRORLOG-A.
       01  REG-ERRORLOG-A    PIC X(032).

       FD  ERRORLOG-N.
       01  REG-ERRORLOG-N    PIC X(032).

       FD  CXSESSAO.
       01  REG-CXSESSAO      PIC X(036).

       FD  CXSESSAO-A.
       01  REG-CXSESSAO-A    PIC X(036).

       FD  CXSESSAO-N.
       01  REG-CXSESSAO-N    PIC X(036).

       FD  LOGARQCTL.
       COPY "LGACOPY.cpy".

       FD  NFSEQ.
       COPY "NFSCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-AUDITCLI    PIC 9(02) VALUE ZEROS.
       77  FS-AUDITCLI-A  PIC 9(02) VALUE ZEROS.
       77  FS-AUDITCLI-N  PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV      PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV-A    PIC 9(02) VALUE ZEROS.
       77  FS-ESTMOV-N    PIC 9(02) VALUE ZEROS.
       77  FS-CONTATOS    PIC 9(02) VALUE ZEROS.
       77  FS-CONTATOS-A  PIC 9(02) VALUE ZEROS.
       77  FS-CONTATOS-N  PIC 9(02) VALUE ZEROS.
       77  FS-NOTASLOG    PIC 9(02) VALUE ZEROS.
       77  FS-NOTASLOG-A  PIC 9(02) VALUE ZEROS.
       77  FS-NOTASLOG-N  PIC 9(02) VALUE ZEROS.
       77  FS-CREDLOG     PIC 9(02) VALUE ZEROS.
       77  FS-CREDLOG-A   PIC 9(02) VALUE ZEROS.
       77  FS-CREDLOG-N   PIC 9(02) VALUE ZEROS.
       77  FS-FRETELOG    PIC 9(02) VALUE ZEROS.
       77  FS-FRETELOG-A  PIC 9(02) VALUE ZEROS.
       77  FS-FRETELOG-N  PIC 9(02) VALUE ZEROS.
       77  FS-ERRORLOG    PIC 9(02) VALUE ZEROS.
       77  FS-ERRORLOG-A  PIC 9(02) VALUE ZEROS.
       77  FS-ERRORLOG-N  PIC 9(02) VALUE ZEROS.
       77  FS-CXSESSAO    PIC 9(02) VALUE ZEROS.
       77  FS-CXSESSAO-A  PIC 9(02) VALUE ZEROS.
       77  FS-CXSESSAO-N  PIC 9(02) VALUE ZEROS.
       77  FS-LOGARQCTL     PIC 9(02) VALUE ZEROS.
       77  FS-NFSEQ         PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "LOGARQ".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE SPACES.
       77  WRK-ERRLOG-STATUS   PIC 9(02) VALUE ZEROS.

      *-------------- LOGS ARQUIVADOS, NA ORDEM DAS SECOES -----------
       01  WRK-TAB-LOGS.
           05 FILLER PIC X(12) VALUE "AUDITCLI.txt".
           05 FILLER PIC X(12) VALUE "ESTMOV.txt".
           05 FILLER PIC X(12) VALUE "CONTATOS.txt".
           05 FILLER PIC X(12) VALUE "NOTASLOG.txt".
           05 FILLER PIC X(12) VALUE "CREDLOG.txt".
           05 FILLER PIC X(12) VALUE "FRETELOG.txt".
           05 FILLER PIC X(12) VALUE "ERRORLOG.txt".
           05 FILLER PIC X(12) VALUE "CXSESSAO.txt".
       01  WRK-TAB-LOGS-R REDEFINES WRK-TAB-LOGS.
           05 WRK-LOG-NOME   PIC X(12) OCCURS 8 TIMES.

       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-PREFIXO       PIC X(12) VALUE SPACES.

      *-------------- LINHA EM TRANSITO, COM A DATA NA FRENTE --------
       01  WRK-LINHA.
           05 WRK-LIN-DATA.
              10 WRK-LIN-ANO PIC X(04).
              10 FILLER      PIC X(04).
           05 FILLER         PIC X(392).

       77  WRK-FS-LOG        PIC 9(02) VALUE ZEROS.
       77  WRK-FS-ARQ        PIC 9(02) VALUE ZEROS.
       77  WRK-FS-NOV        PIC 9(02) VALUE ZEROS.

       77  WRK-SW-SEGUE      PIC X(01) VALUE "S".
           88 WRK-SEGUE             VALUE "S".
       77  WRK-SW-LINHA      PIC X(01) VALUE "N".
           88 WRK-LINHA-DO-ANO      VALUE "S".
       77  WRK-SW-FEITO      PIC X(01) VALUE "N".
           88 WRK-JA-ARQUIVADO      VALUE "S".
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

       01  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-ANO-HOJE   PIC 9(04).
           05 FILLER         PIC 9(04).
       77  WRK-ANO           PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-ARQ       PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-DEZEMBRO PIC 9(08) VALUE ZEROS.
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------- SALDO DO LIVRO POR PRODUTO ATE O FIM DO ANO (ESTMOV)
       01  WRK-TAB-SALDOS.
           05 WRK-SLD-QTD    PIC S9(07) OCCURS 9999 TIMES.
       77  WRK-PROD          PIC 9(05) VALUE ZEROS.
       01  WRK-MOV-ABERTURA.
           05 ABE-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 ABE-HORA       PIC 9(06) VALUE ZEROS.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 ABE-TIPO       PIC X(03) VALUE "ABE".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 ABE-PRODUTO    PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 ABE-SINAL      PIC X(01).
           05 ABE-QTD        PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 ABE-DOCTO      PIC 9(09) VALUE ZEROS.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 ABE-OPERADOR   PIC X(08).

      *-------- MAIOR NOTA POR SERIE NO LOG E ULTIMA NO NFSEQ --------
       01  WRK-TAB-SERIES.
           05 WRK-SER-MAIOR  PIC 9(06) OCCURS 999 TIMES.
       01  WRK-TAB-NFSEQ.
           05 WRK-SEQ-ULTIMO PIC 9(06) OCCURS 999 TIMES.
       77  WRK-SERIE         PIC 9(04) VALUE ZEROS.

      *-------------------- CONTAGENS DE CADA LOG -------------------
       77  WRK-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-RELIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-ARQUIVADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-MANTIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-ABERTURA      PIC 9(05) VALUE ZEROS.
       77  WRK-COPIADOS      PIC 9(07) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-ARQUIVADOS PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-PULADOS    PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-FALHAS     PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOG      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQ      PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOV      PIC X(60) VALUE SPACES.
       01  WRK-PATH-LOGARQCTL PIC X(60) VALUE SPACES.
       01  WRK-PATH-NFSEQ    PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           IF WRK-SEGUE
              PERFORM 0200-ARQUIVAR-LOGS
              PERFORM 0300-FINALIZAR
           END-IF
           DISPLAY "FIM DE PROGRAMA".

           GOBACK.

       0100-INICIALIZAR             SECTION.
      *-------- TIRAR LINHAS DOS LOGS E DECISAO DE SUPERVISOR
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              OR NOT WRK-PERFIL-SUPERVISOR
              DISPLAY "ARQUIVAMENTO DOS LOGS E RESTRITO A "
                      "SUPERVISORES - PROGRAMA ENCERRADO"
              MOVE "N" TO WRK-SW-SEGUE
              MOVE 16 TO RETURN-CODE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "========================================".
           DISPLAY "ARQUIVAMENTO ANUAL DOS LOGS".
           DISPLAY "========================================".
           DISPLAY "ANO A ARQUIVAR (AAAA, 0 = ANO ANTERIOR): "
             ACCEPT WRK-ANO.
           IF WRK-ANO EQUAL ZEROS
              COMPUTE WRK-ANO = WRK-ANO-HOJE - 1
           END-IF.
           IF WRK-ANO NOT LESS WRK-ANO-HOJE
              DISPLAY "ANO " WRK-ANO " AINDA NAO TERMINOU - "
                      "ARQUIVAMENTO NAO RODA"
              MOVE "N" TO WRK-SW-SEGUE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
      *-------- SO SAI DO LOG VIVO O ANO QUE NAO RECEBE MAIS MOVIMENTO
           COMPUTE WRK-DATA-DEZEMBRO = WRK-ANO * 10000 + 1231.
           CALL "PERCHK" USING WRK-DATA-DEZEMBRO WRK-SW-PERIODO.
           IF WRK-PERIODO-ABERTO
              DISPLAY "DEZEMBRO DE " WRK-ANO " AINDA ABERTO NO "
                      "CONTROLE DE PERIODO - FECHAR O MES (FECHAMES) "
                      "ANTES DE ARQUIVAR"
              MOVE "N" TO WRK-SW-SEGUE
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           DISPLAY "AS LINHAS ATE " WRK-ANO " SAEM DOS LOGS VIVOS E "
                   "VAO PARA OS ARQUIVOS <LOG>_" WRK-ANO ".txt".
           DISPLAY "CONFIRMA O ARQUIVAMENTO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
              DISPLAY "ARQUIVAMENTO CANCELADO"
              MOVE "N" TO WRK-SW-SEGUE
           END-IF.

       0100-INICIALIZAR-FIM.
           EXIT.

       0200-ARQUIVAR-LOGS           SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 8
              PERFORM 0210-ARQUIVAR-LOG
           END-PERFORM.

       0210-ARQUIVAR-LOG            SECTION.
           MOVE WRK-LOG-NOME(WRK-IDX) TO WRK-ERRLOG-ARQUIVO.
           DISPLAY "----------------------------------------".
           DISPLAY "LOG " WRK-LOG-NOME(WRK-IDX).
           PERFORM 0215-VERIFICAR-CONTROLE.
           IF WRK-JA-ARQUIVADO
              ADD 1 TO WRK-ACUM-PULADOS
              DISPLAY "   JA ARQUIVADO ATE " WRK-ANO-ARQ
                      " - NADA A FAZER"
              GO TO 0210-ARQUIVAR-FIM
           END-IF.
           PERFORM 0220-MONTAR-CAMINHOS.
           MOVE ZEROS TO WRK-LIDOS WRK-RELIDOS WRK-ARQUIVADOS
                         WRK-MANTIDOS WRK-ABERTURA WRK-COPIADOS.
           INITIALIZE WRK-TAB-SALDOS WRK-TAB-SERIES.

      *--------------------------------------------------------------
      *-------- PASSADA 1: LINHAS ATE O ANO VAO PARA O ARQUIVO ANUAL
      *--------------------------------------------------------------
           PERFORM 0510-ABRIR-LOG.
           IF WRK-FS-LOG EQUAL 35
              ADD 1 TO WRK-ACUM-PULADOS
              DISPLAY "   LOG AUSENTE - NADA A ARQUIVAR"
              GO TO 0210-ARQUIVAR-FIM
           END-IF.
           IF WRK-FS-LOG NOT EQUAL 00
              MOVE "LOG NAO FOI ABERTO            " TO WRK-MSG-ERRO
              MOVE WRK-FS-LOG TO WRK-ERRLOG-STATUS
              PERFORM 9100-AVISA-ERRO
              GO TO 0210-ARQUIVAR-FIM
           END-IF.
           PERFORM 0540-ABRIR-ARQ.
           IF WRK-FS-ARQ NOT EQUAL 00
              PERFORM 0520-FECHAR-LOG
              MOVE "ARQUIVO DO ANO NAO FOI CRIADO " TO WRK-MSG-ERRO
              MOVE WRK-FS-ARQ TO WRK-ERRLOG-STATUS
              PERFORM 9100-AVISA-ERRO
              GO TO 0210-ARQUIVAR-FIM
           END-IF.
           PERFORM 0515-LER-LOG.
           PERFORM UNTIL WRK-FS-LOG NOT EQUAL 00
              ADD 1 TO WRK-LIDOS
              PERFORM 0225-CLASSIFICAR-LINHA
              IF WRK-LINHA-DO-ANO
                 PERFORM 0545-GRAVAR-ARQ
                 ADD 1 TO WRK-ARQUIVADOS
                 IF WRK-IDX EQUAL 2
                    PERFORM 0230-SOMAR-SALDO
                 END-IF
              END-IF
              IF WRK-IDX EQUAL 4
                 PERFORM 0235-GUARDAR-NUMERACAO
              END-IF
              PERFORM 0515-LER-LOG
           END-PERFORM.
           PERFORM 0520-FECHAR-LOG.
           PERFORM 0550-FECHAR-ARQ.
           IF WRK-ARQUIVADOS EQUAL ZEROS
              ADD 1 TO WRK-ACUM-PULADOS
              DISPLAY "   NENHUMA LINHA ATE " WRK-ANO
                      " - LOG VIVO INTACTO"
              CALL "CBL_DELETE_FILE" USING WRK-PATH-ARQ
              GO TO 0210-ARQUIVAR-FIM
           END-IF.

      *--------------------------------------------------------------
      *-------- PASSADA 2: LOG VIVO NOVO = ABERTURA + LINHAS DOS ANOS
      *-------- SEGUINTES, MONTADO A PARTE EM <LOG>_NOVO.txt
      *--------------------------------------------------------------
           PERFORM 0560-ABRIR-NOV-SAIDA.
           IF WRK-FS-NOV NOT EQUAL 00
              MOVE "LOG NOVO NAO FOI CRIADO       " TO WRK-MSG-ERRO
              MOVE WRK-FS-NOV TO WRK-ERRLOG-STATUS
              PERFORM 9100-AVISA-ERRO
              GO TO 0210-ARQUIVAR-FIM
           END-IF.
           IF WRK-IDX EQUAL 2
              PERFORM 0240-GRAVAR-ABERTURA
           END-IF.
           PERFORM 0510-ABRIR-LOG.
           PERFORM 0515-LER-LOG.
           PERFORM UNTIL WRK-FS-LOG NOT EQUAL 00
              ADD 1 TO WRK-RELIDOS
              PERFORM 0225-CLASSIFICAR-LINHA
              IF NOT WRK-LINHA-DO-ANO
                 PERFORM 0565-GRAVAR-NOV
                 ADD 1 TO WRK-MANTIDOS
              END-IF
              PERFORM 0515-LER-LOG
           END-PERFORM.
           PERFORM 0520-FECHAR-LOG.
           PERFORM 0570-FECHAR-NOV.
           IF WRK-RELIDOS NOT EQUAL WRK-LIDOS
              OR WRK-ARQUIVADOS + WRK-MANTIDOS NOT EQUAL WRK-LIDOS
              DISPLAY "   LOG MUDOU DURANTE O ARQUIVAMENTO - LOG VIVO "
                      "INTACTO, RODAR DE NOVO COM O SISTEMA PARADO"
              CALL "CBL_DELETE_FILE" USING WRK-PATH-NOV
              MOVE "CONTAGEM DAS PASSADAS DIVERGE " TO WRK-MSG-ERRO
              MOVE 99 TO WRK-ERRLOG-STATUS
              PERFORM 9100-AVISA-ERRO
              GO TO 0210-ARQUIVAR-FIM
           END-IF.

      *--------------------------------------------------------------
      *-------- CONTAGENS CONFERIDAS: SO AGORA O LOG VIVO E REGRAVADO
      *--------------------------------------------------------------
           PERFORM 0562-ABRIR-NOV-ENTRADA.
           PERFORM 0525-ABRIR-LOG-SAIDA.
           IF WRK-FS-NOV NOT EQUAL 00 OR WRK-FS-LOG NOT EQUAL 00
              DISPLAY "   LOG VIVO NAO FOI REGRAVADO - O CONTEUDO "
                      "NOVO ESTA EM " WRK-PATH-NOV
              MOVE "LOG VIVO NAO FOI REGRAVADO    " TO WRK-MSG-ERRO
              MOVE WRK-FS-LOG TO WRK-ERRLOG-STATUS
              PERFORM 9100-AVISA-ERRO
              GO TO 0210-ARQUIVAR-FIM
           END-IF.
           PERFORM 0567-LER-NOV.
           PERFORM UNTIL WRK-FS-NOV NOT EQUAL 00
              PERFORM 0530-GRAVAR-LOG
              ADD 1 TO WRK-COPIADOS
              PERFORM 0567-LER-NOV
           END-PERFORM.
           PERFORM 0520-FECHAR-LOG.
           PERFORM 0570-FECHAR-NOV.
           IF WRK-COPIADOS NOT EQUAL WRK-MANTIDOS + WRK-ABERTURA
              DISPLAY "   ATENCAO: LOG VIVO REGRAVADO INCOMPLETO - "
                      "RESTAURAR A PARTIR DE " WRK-PATH-NOV
              MOVE "LOG VIVO REGRAVADO INCOMPLETO " TO WRK-MSG-ERRO
              MOVE 99 TO WRK-ERRLOG-STATUS
              PERFORM 9100-AVISA-ERRO
              GO TO 0210-ARQUIVAR-FIM
           END-IF.
           CALL "CBL_DELETE_FILE" USING WRK-PATH-NOV.
           IF WRK-IDX EQUAL 4
              PERFORM 0250-PRESERVAR-NUMERACAO
           END-IF.
           PERFORM 0260-GRAVAR-CONTROLE.
           ADD 1 TO WRK-ACUM-ARQUIVADOS.
           DISPLAY "   LINHAS LIDAS......... " WRK-LIDOS.
           DISPLAY "   ARQUIVADAS........... " WRK-ARQUIVADOS.
           DISPLAY "   MANTIDAS NO LOG VIVO. " WRK-MANTIDOS.
           IF WRK-IDX EQUAL 2
              DISPLAY "   LINHAS DE ABERTURA... " WRK-ABERTURA
           END-IF.

       0210-ARQUIVAR-FIM.
           EXIT.

       0215-VERIFICAR-CONTROLE      SECTION.
      *-------- O ARQUIVO DE UM ANO JA LEVOU TUDO ATE ELE: LOG COM
      *-------- ARQUIVAMENTO "OK" NESTE ANO OU DEPOIS NAO TEM O QUE
      *-------- MOVER
           MOVE "N"   TO WRK-SW-FEITO.
           MOVE ZEROS TO WRK-ANO-ARQ.
           OPEN INPUT LOGARQCTL.
           IF FS-LOGARQCTL NOT EQUAL 00
              GO TO 0215-VERIFICAR-FIM
           END-IF.
           READ LOGARQCTL
           PERFORM UNTIL FS-LOGARQCTL NOT EQUAL 00
              IF LGA-LOG EQUAL WRK-LOG-NOME(WRK-IDX)
                 AND LGA-STATUS EQUAL "OK"
                 AND LGA-ANO NOT LESS WRK-ANO
                 SET WRK-JA-ARQUIVADO TO TRUE
                 MOVE LGA-ANO TO WRK-ANO-ARQ
              END-IF
              READ LOGARQCTL
           END-PERFORM.
           CLOSE LOGARQCTL.

       0215-VERIFICAR-FIM.
           EXIT.

       0220-MONTAR-CAMINHOS         SECTION.
           MOVE WRK-LOG-NOME(WRK-IDX) TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LOG.
           MOVE SPACES TO WRK-PREFIXO WRK-PATH-ARQ WRK-PATH-NOV.
           UNSTRING WRK-LOG-NOME(WRK-IDX) DELIMITED BY "."
                    INTO WRK-PREFIXO.
           STRING WRK-PATH-DIR  DELIMITED BY SPACES
                  WRK-PREFIXO   DELIMITED BY SPACES
                  "_"           DELIMITED BY SIZE
                  WRK-ANO       DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WRK-PATH-ARQ.
           STRING WRK-PATH-DIR  DELIMITED BY SPACES
                  WRK-PREFIXO   DELIMITED BY SPACES
                  "_NOVO.txt"   DELIMITED BY SIZE
                  INTO WRK-PATH-NOV.

       0225-CLASSIFICAR-LINHA       SECTION.
           IF WRK-LIN-DATA NUMERIC
              AND WRK-LIN-ANO NOT GREATER WRK-ANO
              SET WRK-LINHA-DO-ANO TO TRUE
           ELSE
              MOVE "N" TO WRK-SW-LINHA
           END-IF.

       0230-SOMAR-SALDO             SECTION.
           IF MOV-PRODUTO NOT NUMERIC OR MOV-PRODUTO EQUAL ZEROS
              GO TO 0230-SOMAR-FIM
           END-IF.
           IF MOV-SINAL EQUAL "-"
              SUBTRACT MOV-QTD FROM WRK-SLD-QTD(MOV-PRODUTO)
           ELSE
              ADD MOV-QTD TO WRK-SLD-QTD(MOV-PRODUTO)
           END-IF.

       0230-SOMAR-FIM.
           EXIT.

       0235-GUARDAR-NUMERACAO       SECTION.
      *-------- MAIOR NOTA DE CADA SERIE NO LOG INTEIRO (ARQUIVADA OU
      *-------- NAO), PARA CONFRONTAR COM O NFSEQ NO FIM
           IF NL-SERIE NOT NUMERIC OR NL-NF NOT NUMERIC
              OR NL-SERIE EQUAL ZEROS
              GO TO 0235-GUARDAR-FIM
           END-IF.
           IF NL-NF GREATER WRK-SER-MAIOR(NL-SERIE)
              MOVE NL-NF TO WRK-SER-MAIOR(NL-SERIE)
           END-IF.

       0235-GUARDAR-FIM.
           EXIT.

       0240-GRAVAR-ABERTURA         SECTION.
      *--------------------------------------------------------------
      *-------- SALDO DE CADA PRODUTO NO FIM DO ANO VIRA A PRIMEIRA
      *-------- LINHA DELE NO LOG VIVO, EM 1O DE JANEIRO DO ANO
      *-------- SEGUINTE, COM O SINAL PARA O LADO DO SALDO
      *--------------------------------------------------------------
           COMPUTE ABE-DATA = (WRK-ANO + 1) * 10000 + 0101.
           MOVE WRK-OPERADOR TO ABE-OPERADOR.
           PERFORM VARYING WRK-PROD FROM 1 BY 1
                   UNTIL WRK-PROD GREATER 9999
              IF WRK-SLD-QTD(WRK-PROD) NOT EQUAL ZEROS
                 MOVE WRK-PROD TO ABE-PRODUTO
                 IF WRK-SLD-QTD(WRK-PROD) LESS ZEROS
                    MOVE "-" TO ABE-SINAL
                    COMPUTE ABE-QTD = WRK-SLD-QTD(WRK-PROD) * -1
                 ELSE
                    MOVE "+" TO ABE-SINAL
                    MOVE WRK-SLD-QTD(WRK-PROD) TO ABE-QTD
                 END-IF
                 MOVE SPACES TO WRK-LINHA
                 MOVE WRK-MOV-ABERTURA TO WRK-LINHA
                 PERFORM 0565-GRAVAR-NOV
                 ADD 1 TO WRK-ABERTURA
              END-IF
           END-PERFORM.

       0250-PRESERVAR-NUMERACAO     SECTION.
      *--------------------------------------------------------------
      *-------- SERIE CUJO MAIOR NUMERO NO LOG PASSA DO ULTIMO DO
      *-------- NFSEQ (OU QUE NEM ESTA NELE) GANHA UMA LINHA NO
      *-------- CONTROLE - A NUMERACAO DEIXA DE DEPENDER DAS NOTAS
      *-------- QUE SAIRAM DO LOG VIVO
      *--------------------------------------------------------------
           INITIALIZE WRK-TAB-NFSEQ.
           OPEN INPUT NFSEQ.
           IF FS-NFSEQ EQUAL 00
              READ NFSEQ
              PERFORM UNTIL FS-NFSEQ NOT EQUAL 00
                 IF NFS-SERIE NUMERIC AND NFS-SERIE GREATER ZEROS
                    MOVE NFS-ULTIMO TO WRK-SEQ-ULTIMO(NFS-SERIE)
                 END-IF
                 READ NFSEQ
              END-PERFORM
              CLOSE NFSEQ
           END-IF.
           OPEN EXTEND NFSEQ.
           IF FS-NFSEQ EQUAL 35
              OPEN OUTPUT NFSEQ
           END-IF.
           IF FS-NFSEQ NOT EQUAL 00
              MOVE "NFSEQ.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE "CONTROLE DE NUMERACAO NAO ABRIU" TO WRK-MSG-ERRO
              MOVE FS-NFSEQ TO WRK-ERRLOG-STATUS
              PERFORM 9100-AVISA-ERRO
              GO TO 0250-PRESERVAR-FIM
           END-IF.
           PERFORM VARYING WRK-SERIE FROM 1 BY 1
                   UNTIL WRK-SERIE GREATER 999
              IF WRK-SER-MAIOR(WRK-SERIE) GREATER
                 WRK-SEQ-ULTIMO(WRK-SERIE)
                 MOVE SPACES                   TO REG-NFSEQ
                 MOVE WRK-SERIE                TO NFS-SERIE
                 MOVE WRK-SER-MAIOR(WRK-SERIE) TO NFS-ULTIMO
                 MOVE WRK-DATA-HOJE            TO NFS-DATA
                 MOVE WRK-ERRLOG-PROGRAMA      TO NFS-PROGRAMA
                 WRITE REG-NFSEQ
                 DISPLAY "   SERIE " NFS-SERIE " PRESERVADA NO NFSEQ "
                         "ATE A NOTA " WRK-SER-MAIOR(WRK-SERIE)
              END-IF
           END-PERFORM.
           CLOSE NFSEQ.

       0250-PRESERVAR-FIM.
           EXIT.

       0260-GRAVAR-CONTROLE         SECTION.
           OPEN EXTEND LOGARQCTL.
           IF FS-LOGARQCTL EQUAL 35
              OPEN OUTPUT LOGARQCTL
           END-IF.
           MOVE SPACES                TO REG-LOGARQCTL.
           MOVE WRK-ANO               TO LGA-ANO.
           MOVE WRK-LOG-NOME(WRK-IDX) TO LGA-LOG.
           MOVE WRK-DATA-HOJE         TO LGA-DATA.
           MOVE WRK-ARQUIVADOS        TO LGA-ARQUIVADOS.
           MOVE WRK-MANTIDOS          TO LGA-MANTIDOS.
           MOVE WRK-ABERTURA          TO LGA-ABERTURA.
           MOVE WRK-OPERADOR          TO LGA-OPERADOR.
           MOVE "OK"                  TO LGA-STATUS.
           WRITE REG-LOGARQCTL.
           CLOSE LOGARQCTL.

       0300-FINALIZAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "ARQUIVAMENTO DE " WRK-ANO.
           DISPLAY "LOGS ARQUIVADOS......... " WRK-ACUM-ARQUIVADOS.
           DISPLAY "LOGS SEM NADA A MOVER... " WRK-ACUM-PULADOS.
           DISPLAY "LOGS COM FALHA.......... " WRK-ACUM-FALHAS.
           IF WRK-ACUM-FALHAS GREATER ZEROS
              DISPLAY "*** CONFERIR OS LOGS COM FALHA E RODAR DE "
                      "NOVO - OS JA ARQUIVADOS SERAO PULADOS ***"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF.
           DISPLAY "========================================".

       0510-ABRIR-LOG               SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 OPEN INPUT AUDITCLI
                 MOVE FS-AUDITCLI TO WRK-FS-LOG
              WHEN 2
                 OPEN INPUT ESTMOV
                 MOVE FS-ESTMOV TO WRK-FS-LOG
              WHEN 3
                 OPEN INPUT CONTATOS
                 MOVE FS-CONTATOS TO WRK-FS-LOG
              WHEN 4
                 OPEN INPUT NOTASLOG
                 MOVE FS-NOTASLOG TO WRK-FS-LOG
              WHEN 5
                 OPEN INPUT CREDLOG
                 MOVE FS-CREDLOG TO WRK-FS-LOG
              WHEN 6
                 OPEN INPUT FRETELOG
                 MOVE FS-FRETELOG TO WRK-FS-LOG
              WHEN 7
                 OPEN INPUT ERRORLOG
                 MOVE FS-ERRORLOG TO WRK-FS-LOG
              WHEN 8
                 OPEN INPUT CXSESSAO
                 MOVE FS-CXSESSAO TO WRK-FS-LOG
           END-EVALUATE.

       0515-LER-LOG                 SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 READ AUDITCLI
                 MOVE FS-AUDITCLI TO WRK-FS-LOG
                 MOVE REG-AUDITCLI TO WRK-LINHA
              WHEN 2
                 READ ESTMOV
                 MOVE FS-ESTMOV TO WRK-FS-LOG
                 MOVE REG-ESTMOV TO WRK-LINHA
              WHEN 3
                 READ CONTATOS
                 MOVE FS-CONTATOS TO WRK-FS-LOG
                 MOVE REG-CONTATOS TO WRK-LINHA
              WHEN 4
                 READ NOTASLOG
                 MOVE FS-NOTASLOG TO WRK-FS-LOG
                 MOVE REG-NOTASLOG TO WRK-LINHA
              WHEN 5
                 READ CREDLOG
                 MOVE FS-CREDLOG TO WRK-FS-LOG
                 MOVE REG-CREDLOG TO WRK-LINHA
              WHEN 6
                 READ FRETELOG
                 MOVE FS-FRETELOG TO WRK-FS-LOG
                 MOVE REG-FRETELOG TO WRK-LINHA
              WHEN 7
                 READ ERRORLOG
                 MOVE FS-ERRORLOG TO WRK-FS-LOG
                 MOVE REG-ERRORLOG TO WRK-LINHA
              WHEN 8
                 READ CXSESSAO
                 MOVE FS-CXSESSAO TO WRK-FS-LOG
                 MOVE REG-CXSESSAO TO WRK-LINHA
           END-EVALUATE.

       0520-FECHAR-LOG              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 CLOSE AUDITCLI
              WHEN 2
                 CLOSE ESTMOV
              WHEN 3
                 CLOSE CONTATOS
              WHEN 4
                 CLOSE NOTASLOG
              WHEN 5
                 CLOSE CREDLOG
              WHEN 6
                 CLOSE FRETELOG
              WHEN 7
                 CLOSE ERRORLOG
              WHEN 8
                 CLOSE CXSESSAO
           END-EVALUATE.

       0525-ABRIR-LOG-SAIDA         SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 OPEN OUTPUT AUDITCLI
                 MOVE FS-AUDITCLI TO WRK-FS-LOG
              WHEN 2
                 OPEN OUTPUT ESTMOV
                 MOVE FS-ESTMOV TO WRK-FS-LOG
              WHEN 3
                 OPEN OUTPUT CONTATOS
                 MOVE FS-CONTATOS TO WRK-FS-LOG
              WHEN 4
                 OPEN OUTPUT NOTASLOG
                 MOVE FS-NOTASLOG TO WRK-FS-LOG
              WHEN 5
                 OPEN OUTPUT CREDLOG
                 MOVE FS-CREDLOG TO WRK-FS-LOG
              WHEN 6
                 OPEN OUTPUT FRETELOG
                 MOVE FS-FRETELOG TO WRK-FS-LOG
              WHEN 7
                 OPEN OUTPUT ERRORLOG
                 MOVE FS-ERRORLOG TO WRK-FS-LOG
              WHEN 8
                 OPEN OUTPUT CXSESSAO
                 MOVE FS-CXSESSAO TO WRK-FS-LOG
           END-EVALUATE.

       0530-GRAVAR-LOG              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 MOVE WRK-LINHA TO REG-AUDITCLI
                 WRITE REG-AUDITCLI
                 MOVE FS-AUDITCLI TO WRK-FS-LOG
              WHEN 2
                 MOVE WRK-LINHA TO REG-ESTMOV
                 WRITE REG-ESTMOV
                 MOVE FS-ESTMOV TO WRK-FS-LOG
              WHEN 3
                 MOVE WRK-LINHA TO REG-CONTATOS
                 WRITE REG-CONTATOS
                 MOVE FS-CONTATOS TO WRK-FS-LOG
              WHEN 4
                 MOVE WRK-LINHA TO REG-NOTASLOG
                 WRITE REG-NOTASLOG
                 MOVE FS-NOTASLOG TO WRK-FS-LOG
              WHEN 5
                 MOVE WRK-LINHA TO REG-CREDLOG
                 WRITE REG-CREDLOG
                 MOVE FS-CREDLOG TO WRK-FS-LOG
              WHEN 6
                 MOVE WRK-LINHA TO REG-FRETELOG
                 WRITE REG-FRETELOG
                 MOVE FS-FRETELOG TO WRK-FS-LOG
              WHEN 7
                 MOVE WRK-LINHA TO REG-ERRORLOG
                 WRITE REG-ERRORLOG
                 MOVE FS-ERRORLOG TO WRK-FS-LOG
              WHEN 8
                 MOVE WRK-LINHA TO REG-CXSESSAO
                 WRITE REG-CXSESSAO
                 MOVE FS-CXSESSAO TO WRK-FS-LOG
           END-EVALUATE.

       0540-ABRIR-ARQ               SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 OPEN OUTPUT AUDITCLI-A
                 MOVE FS-AUDITCLI-A TO WRK-FS-ARQ
              WHEN 2
                 OPEN OUTPUT ESTMOV-A
                 MOVE FS-ESTMOV-A TO WRK-FS-ARQ
              WHEN 3
                 OPEN OUTPUT CONTATOS-A
                 MOVE FS-CONTATOS-A TO WRK-FS-ARQ
              WHEN 4
                 OPEN OUTPUT NOTASLOG-A
                 MOVE FS-NOTASLOG-A TO WRK-FS-ARQ
              WHEN 5
                 OPEN OUTPUT CREDLOG-A
                 MOVE FS-CREDLOG-A TO WRK-FS-ARQ
              WHEN 6
                 OPEN OUTPUT FRETELOG-A
                 MOVE FS-FRETELOG-A TO WRK-FS-ARQ
              WHEN 7
                 OPEN OUTPUT ERRORLOG-A
                 MOVE FS-ERRORLOG-A TO WRK-FS-ARQ
              WHEN 8
                 OPEN OUTPUT CXSESSAO-A
                 MOVE FS-CXSESSAO-A TO WRK-FS-ARQ
           END-EVALUATE.

       0545-GRAVAR-ARQ              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 MOVE WRK-LINHA TO REG-AUDITCLI-A
                 WRITE REG-AUDITCLI-A
                 MOVE FS-AUDITCLI-A TO WRK-FS-ARQ
              WHEN 2
                 MOVE WRK-LINHA TO REG-ESTMOV-A
                 WRITE REG-ESTMOV-A
                 MOVE FS-ESTMOV-A TO WRK-FS-ARQ
              WHEN 3
                 MOVE WRK-LINHA TO REG-CONTATOS-A
                 WRITE REG-CONTATOS-A
                 MOVE FS-CONTATOS-A TO WRK-FS-ARQ
              WHEN 4
                 MOVE WRK-LINHA TO REG-NOTASLOG-A
                 WRITE REG-NOTASLOG-A
                 MOVE FS-NOTASLOG-A TO WRK-FS-ARQ
              WHEN 5
                 MOVE WRK-LINHA TO REG-CREDLOG-A
                 WRITE REG-CREDLOG-A
                 MOVE FS-CREDLOG-A TO WRK-FS-ARQ
              WHEN 6
                 MOVE WRK-LINHA TO REG-FRETELOG-A
                 WRITE REG-FRETELOG-A
                 MOVE FS-FRETELOG-A TO WRK-FS-ARQ
              WHEN 7
                 MOVE WRK-LINHA TO REG-ERRORLOG-A
                 WRITE REG-ERRORLOG-A
                 MOVE FS-ERRORLOG-A TO WRK-FS-ARQ
              WHEN 8
                 MOVE WRK-LINHA TO REG-CXSESSAO-A
                 WRITE REG-CXSESSAO-A
                 MOVE FS-CXSESSAO-A TO WRK-FS-ARQ
           END-EVALUATE.

       0550-FECHAR-ARQ              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 CLOSE AUDITCLI-A
              WHEN 2
                 CLOSE ESTMOV-A
              WHEN 3
                 CLOSE CONTATOS-A
              WHEN 4
                 CLOSE NOTASLOG-A
              WHEN 5
                 CLOSE CREDLOG-A
              WHEN 6
                 CLOSE FRETELOG-A
              WHEN 7
                 CLOSE ERRORLOG-A
              WHEN 8
                 CLOSE CXSESSAO-A
           END-EVALUATE.

       0560-ABRIR-NOV-SAIDA         SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 OPEN OUTPUT AUDITCLI-N
                 MOVE FS-AUDITCLI-N TO WRK-FS-NOV
              WHEN 2
                 OPEN OUTPUT ESTMOV-N
                 MOVE FS-ESTMOV-N TO WRK-FS-NOV
              WHEN 3
                 OPEN OUTPUT CONTATOS-N
                 MOVE FS-CONTATOS-N TO WRK-FS-NOV
              WHEN 4
                 OPEN OUTPUT NOTASLOG-N
                 MOVE FS-NOTASLOG-N TO WRK-FS-NOV
              WHEN 5
                 OPEN OUTPUT CREDLOG-N
                 MOVE FS-CREDLOG-N TO WRK-FS-NOV
              WHEN 6
                 OPEN OUTPUT FRETELOG-N
                 MOVE FS-FRETELOG-N TO WRK-FS-NOV
              WHEN 7
                 OPEN OUTPUT ERRORLOG-N
                 MOVE FS-ERRORLOG-N TO WRK-FS-NOV
              WHEN 8
                 OPEN OUTPUT CXSESSAO-N
                 MOVE FS-CXSESSAO-N TO WRK-FS-NOV
           END-EVALUATE.

       0562-ABRIR-NOV-ENTRADA       SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 OPEN INPUT AUDITCLI-N
                 MOVE FS-AUDITCLI-N TO WRK-FS-NOV
              WHEN 2
                 OPEN INPUT ESTMOV-N
                 MOVE FS-ESTMOV-N TO WRK-FS-NOV
              WHEN 3
                 OPEN INPUT CONTATOS-N
                 MOVE FS-CONTATOS-N TO WRK-FS-NOV
              WHEN 4
                 OPEN INPUT NOTASLOG-N
                 MOVE FS-NOTASLOG-N TO WRK-FS-NOV
              WHEN 5
                 OPEN INPUT CREDLOG-N
                 MOVE FS-CREDLOG-N TO WRK-FS-NOV
              WHEN 6
                 OPEN INPUT FRETELOG-N
                 MOVE FS-FRETELOG-N TO WRK-FS-NOV
              WHEN 7
                 OPEN INPUT ERRORLOG-N
                 MOVE FS-ERRORLOG-N TO WRK-FS-NOV
              WHEN 8
                 OPEN INPUT CXSESSAO-N
                 MOVE FS-CXSESSAO-N TO WRK-FS-NOV
           END-EVALUATE.

       0565-GRAVAR-NOV              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 MOVE WRK-LINHA TO REG-AUDITCLI-N
                 WRITE REG-AUDITCLI-N
                 MOVE FS-AUDITCLI-N TO WRK-FS-NOV
              WHEN 2
                 MOVE WRK-LINHA TO REG-ESTMOV-N
                 WRITE REG-ESTMOV-N
                 MOVE FS-ESTMOV-N TO WRK-FS-NOV
              WHEN 3
                 MOVE WRK-LINHA TO REG-CONTATOS-N
                 WRITE REG-CONTATOS-N
                 MOVE FS-CONTATOS-N TO WRK-FS-NOV
              WHEN 4
                 MOVE WRK-LINHA TO REG-NOTASLOG-N
                 WRITE REG-NOTASLOG-N
                 MOVE FS-NOTASLOG-N TO WRK-FS-NOV
              WHEN 5
                 MOVE WRK-LINHA TO REG-CREDLOG-N
                 WRITE REG-CREDLOG-N
                 MOVE FS-CREDLOG-N TO WRK-FS-NOV
              WHEN 6
                 MOVE WRK-LINHA TO REG-FRETELOG-N
                 WRITE REG-FRETELOG-N
                 MOVE FS-FRETELOG-N TO WRK-FS-NOV
              WHEN 7
                 MOVE WRK-LINHA TO REG-ERRORLOG-N
                 WRITE REG-ERRORLOG-N
                 MOVE FS-ERRORLOG-N TO WRK-FS-NOV
              WHEN 8
                 MOVE WRK-LINHA TO REG-CXSESSAO-N
                 WRITE REG-CXSESSAO-N
                 MOVE FS-CXSESSAO-N TO WRK-FS-NOV
           END-EVALUATE.

       0567-LER-NOV                 SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 READ AUDITCLI-N
                 MOVE FS-AUDITCLI-N TO WRK-FS-NOV
                 MOVE REG-AUDITCLI-N TO WRK-LINHA
              WHEN 2
                 READ ESTMOV-N
                 MOVE FS-ESTMOV-N TO WRK-FS-NOV
                 MOVE REG-ESTMOV-N TO WRK-LINHA
              WHEN 3
                 READ CONTATOS-N
                 MOVE FS-CONTATOS-N TO WRK-FS-NOV
                 MOVE REG-CONTATOS-N TO WRK-LINHA
              WHEN 4
                 READ NOTASLOG-N
                 MOVE FS-NOTASLOG-N TO WRK-FS-NOV
                 MOVE REG-NOTASLOG-N TO WRK-LINHA
              WHEN 5
                 READ CREDLOG-N
                 MOVE FS-CREDLOG-N TO WRK-FS-NOV
                 MOVE REG-CREDLOG-N TO WRK-LINHA
              WHEN 6
                 READ FRETELOG-N
                 MOVE FS-FRETELOG-N TO WRK-FS-NOV
                 MOVE REG-FRETELOG-N TO WRK-LINHA
              WHEN 7
                 READ ERRORLOG-N
                 MOVE FS-ERRORLOG-N TO WRK-FS-NOV
                 MOVE REG-ERRORLOG-N TO WRK-LINHA
              WHEN 8
                 READ CXSESSAO-N
                 MOVE FS-CXSESSAO-N TO WRK-FS-NOV
                 MOVE REG-CXSESSAO-N TO WRK-LINHA
           END-EVALUATE.

       0570-FECHAR-NOV              SECTION.
           EVALUATE WRK-IDX
              WHEN 1
                 CLOSE AUDITCLI-N
              WHEN 2
                 CLOSE ESTMOV-N
              WHEN 3
                 CLOSE CONTATOS-N
              WHEN 4
                 CLOSE NOTASLOG-N
              WHEN 5
                 CLOSE CREDLOG-N
              WHEN 6
                 CLOSE FRETELOG-N
              WHEN 7
                 CLOSE ERRORLOG-N
              WHEN 8
                 CLOSE CXSESSAO-N
           END-EVALUATE.

       9100-AVISA-ERRO              SECTION.
      *-------- REGISTRA, CONTA A FALHA E SEGUE PARA O PROXIMO LOG -
      *-------- O LOG QUE FALHOU FICA COMO ESTAVA
           ADD 1 TO WRK-ACUM-FALHAS.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                WRK-ERRLOG-STATUS.
           DISPLAY "   " WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.

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
           MOVE "NFSEQ.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFSEQ.
