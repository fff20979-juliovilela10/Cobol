       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQPONT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: APURACAO DA FREQUENCIA DO MES PELO RELOGIO DE PONTO
      *           - LE AS MARCACOES DO RELOGIO ELETRONICO
      *           (PONTO_AAAAMM.txt: PIS OU CODIGO, DATA, HORA),
      *           CONFRONTA COM A JORNADA DE CADA FUNCIONARIO
      *           (JORNADA.txt) E COM O CALENDARIO DO DIAUTIL
      *           (DOMINGO E FERIADO) E GRAVA O FREQ_AAAAMM.txt QUE
      *           O FOLHAVAR LE NA FOLHA. AS INCONSISTENCIAS SAEM
      *           NUM RELATORIO (RELPRINT) PARA O RH ACERTAR ANTES
      *           DE RODAR A FOLHA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: JORNADA.txt: CODIGO, PIS, MINUTOS DE SEGUNDA A
      *              SEXTA E MINUTOS DO SABADO (ZERO = NAO TRABALHA),
      *              VALE A ULTIMA LINHA DO CODIGO, COMO NO
      *              SETORES.txt. SO ENTRA NO PONTO O FUNCIONARIO
      *              ATIVO COM JORNADA; AS LINHAS DIGITADAS NO
      *              FREQENT PARA OS DEMAIS SAO PRESERVADAS.
      *              HORA TRABALHADA ALEM DA JORNADA VIRA HE A 50%
      *              (TOLERANCIA DE 10 MINUTOS NO DIA, ART. 58 DA
      *              CLT); TODA HORA DE DOMINGO OU FERIADO VIRA HE A
      *              100%; DIA DE JORNADA SEM MARCACAO VIRA FALTA.
      *              DIA COM MARCACAO IMPAR OU EM FERIAS NAO E
      *              APURADO. MARCACOES PAREADAS NO PROPRIO DIA
      *              (ENTRADA/SAIDA) - TURNO QUE VIRA A MEIA-NOITE
      *              NAO E TRATADO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT PONTO ASSIGN TO WRK-PONTO-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PONTO.

           SELECT JORNADA ASSIGN TO WRK-PATH-JORNADA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNADA.

           SELECT FERIAS ASSIGN TO WRK-PATH-FERIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FERIAS.

           SELECT FREQMES ASSIGN TO WRK-FREQMES-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FREQMES.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

       FD  PONTO.
       01  REG-PONTO.
           05 PTO-IDENT      PIC X(11).
           05 FILLER         PIC X(01).
           05 PTO-DATA       PIC X(08).
           05 FILLER         PIC X(01).
           05 PTO-HORA       PIC X(04).
       01  REG-PONTO-N REDEFINES REG-PONTO.
           05 PTO-IDENT-N    PIC 9(11).
           05 FILLER         PIC X(01).
           05 PTO-DATA-N     PIC 9(08).
           05 FILLER         PIC X(01).
           05 PTO-HH         PIC 9(02).
           05 PTO-MM         PIC 9(02).

       FD  JORNADA.
       01  REG-JORNADA.
           05 JRN-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 JRN-PIS        PIC 9(11).
           05 FILLER         PIC X(01).
           05 JRN-MIN-SEMANA PIC 9(03).
           05 FILLER         PIC X(01).
           05 JRN-MIN-SABADO PIC 9(03).

       FD  FERIAS.
       01  REG-FERIAS.
           05 FER-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 FER-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 FER-SETOR      PIC X(05).
           05 FILLER         PIC X(01).
           05 FER-INICIO     PIC 9(08).
           05 FILLER         PIC X(01).
           05 FER-FIM        PIC 9(08).
           05 FILLER         PIC X(01).
           05 FER-DIAS       PIC 9(02).
           05 FILLER         PIC X(01).
           05 FER-LIQUIDO    PIC 9(06)V99.

       FD  FREQMES.
       01  REG-FREQMES.
           05 FRQ-CODIGO     PIC 9(04).
           05 FILLER         PIC X(01).
           05 FRQ-HE50       PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRQ-HE100      PIC 9(03).
           05 FILLER         PIC X(01).
           05 FRQ-FALTAS     PIC 9(02).


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-PONTO     PIC 9(02) VALUE ZEROS.
       77  FS-JORNADA   PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS    PIC 9(02) VALUE ZEROS.
       77  FS-FREQMES   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "FREQPONT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "PONTO.txt".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-AAAAMM        PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.

      *-------------- ULTIMO DIA DA COMPETENCIA (DATAADD) ------------
       01  WRK-DATA-PROX-MES PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ULTIMO   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ULTIMO-R REDEFINES WRK-DATA-ULTIMO.
           05 FILLER         PIC 9(06).
           05 WRK-ULTIMO-DIA PIC 9(02).
       77  WRK-MENOS-UM      PIC S9(04) VALUE -1.

      *-------------- TABELA DE JORNADA (JORNADA.txt x ARQFUNC) ------
      *-------- SO AS ENTRADAS COM WRK-JRN-NO-PONTO SAO APURADAS
       77  WRK-ACUM-JRN      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-JORNADA.
           05 WRK-JRN OCCURS 300 TIMES.
              10 WRK-JRN-CODIGO   PIC 9(04).
              10 WRK-JRN-PIS      PIC 9(11).
              10 WRK-JRN-SEMANA   PIC 9(03).
              10 WRK-JRN-SABADO   PIC 9(03).
              10 WRK-JRN-NOME     PIC X(20).
              10 WRK-JRN-ADMISSAO PIC 9(08).
              10 WRK-JRN-SW-PONTO PIC X(01).
                 88 WRK-JRN-NO-PONTO     VALUE "S".

      *-------------- FERIAS AGENDADAS (FERIAS.txt) ------------------
       77  WRK-ACUM-FER      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FERIAS.
           05 WRK-FER OCCURS 300 TIMES.
              10 WRK-FER-CODIGO   PIC 9(04).
              10 WRK-FER-INICIO   PIC 9(08).
              10 WRK-FER-FIM      PIC 9(08).

      *-------- LINHAS DO FREQENT DE QUEM NAO ESTA NO PONTO ----------
       77  WRK-ACUM-MANUAL   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-MANUAL.
           05 WRK-MAN-LINHA  PIC X(15) OCCURS 300 TIMES.

      *-------------- MARCACOES DO FUNCIONARIO, POR DIA ---------------
      *-------- ATE 8 MARCACOES POR DIA, EM MINUTOS, EM ORDEM
       01  WRK-TAB-DIAS.
           05 WRK-DIA OCCURS 31 TIMES.
              10 WRK-DIA-QTD      PIC 9(02).
              10 WRK-DIA-SW-DEMAIS PIC X(01).
                 88 WRK-DIA-DEMAIS       VALUE "S".
              10 WRK-DIA-MARCA    PIC 9(04) OCCURS 8 TIMES.

      *-------------- APURACAO DO DIA -------------------------------
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUNC      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DIA       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-MARCA     PIC 9(02) VALUE ZEROS.
       77  WRK-MINUTO        PIC 9(04) VALUE ZEROS.
       77  WRK-JORNADA-DIA   PIC 9(03) VALUE ZEROS.
       77  WRK-TRABALHADO    PIC 9(04) VALUE ZEROS.
       77  WRK-EXCESSO       PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO         PIC 9(01) VALUE ZEROS.
       77  WRK-METADE        PIC 9(02) VALUE ZEROS.
       77  WRK-TOLERANCIA    PIC 9(02) VALUE 10.
       01  WRK-DATA-DIA      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DIA-R REDEFINES WRK-DATA-DIA.
           05 WRK-DIA-AAAAMM PIC 9(06).
           05 WRK-DIA-DD     PIC 9(02).
       01  WRK-ADMISSAO-X    PIC X(08) VALUE SPACES.

       77  WRK-SW-LINHA  PIC X(01) VALUE "S".
           88 WRK-LINHA-BOA         VALUE "S".
       77  WRK-SW-FERIAS PIC X(01) VALUE "N".
           88 WRK-DIA-EM-FERIAS     VALUE "S".
       77  WRK-SW-DOBRA  PIC X(01) VALUE "N".
           88 WRK-DIA-EM-DOBRO      VALUE "S".
       77  WRK-SW-POSICAO PIC X(01) VALUE "N".
           88 WRK-POSICAO-ACHADA    VALUE "S".

      *-------------- DIA DA SEMANA (DATAFMT MODO 5) E DIAUTIL -------
       77  WRK-MODO-DIASEM   PIC 9(01) VALUE 5.
       77  WRK-CIDADE        PIC X(20) VALUE SPACES.
       77  WRK-SAIDA         PIC X(40) VALUE SPACES.
       77  WRK-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
           88 WRK-DIA-SABADO        VALUE 0.
           88 WRK-DIA-DOMINGO       VALUE 1.
       77  WRK-UTIL-OPERACAO PIC X(01) VALUE "E".
       01  WRK-UTIL-RESULT   PIC 9(08) VALUE ZEROS.
       77  WRK-UTIL-RESPOSTA PIC X(01) VALUE SPACES.
           88 WRK-UTIL-SIM          VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-MIN-50        PIC 9(05) VALUE ZEROS.
       77  WRK-MIN-100       PIC 9(05) VALUE ZEROS.
       77  WRK-HORAS         PIC 9(03) VALUE ZEROS.
       77  WRK-FALTAS        PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-LIDAS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-GRAVADAS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-INCONSIST  PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-SUBSTIT    PIC 9(04) VALUE ZEROS.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.
       77  WRK-OCORRENCIA    PIC X(40) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-JORNADA  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FERIAS   PIC X(60) VALUE SPACES.
       01  WRK-PONTO-PATH    PIC X(60) VALUE SPACES.
       01  WRK-FREQMES-PATH  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=========================================".
           DISPLAY "FREQUENCIA PELO RELOGIO DE PONTO".
           DISPLAY "=========================================".
           DISPLAY "MES DO PONTO (AAAAMM, ZEROS = ATUAL): "
             ACCEPT WRK-AAAAMM.
           IF WRK-AAAAMM EQUAL ZEROS
              MOVE WRK-DATA-HOJE(1:6) TO WRK-AAAAMM
           END-IF.
           MOVE SPACES TO WRK-PONTO-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "PONTO_"     DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-PONTO-PATH.
           MOVE SPACES TO WRK-FREQMES-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "FREQ_"      DELIMITED BY SIZE
                  WRK-AAAAMM   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-FREQMES-PATH.

      *-------- ULTIMO DIA DO MES = DIA 1 DO MES SEGUINTE MENOS UM
           IF WRK-AAAAMM(5:2) EQUAL "12"
              COMPUTE WRK-DATA-PROX-MES =
                      (WRK-AAAAMM + 89) * 100 + 1
           ELSE
              COMPUTE WRK-DATA-PROX-MES =
                      (WRK-AAAAMM + 1) * 100 + 1
           END-IF.
           CALL "DATAADD" USING WRK-DATA-PROX-MES WRK-MENOS-UM
                                 WRK-DATA-ULTIMO.

           OPEN INPUT PONTO.
           IF FS-PONTO NOT EQUAL 00
              MOVE "ARQUIVO DO RELOGIO AUSENTE    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE PONTO.

           PERFORM 0110-CARREGAR-JORNADA.
           PERFORM 0120-CONFERIR-CADASTRO.
           PERFORM 0130-CARREGAR-FERIAS.
           PERFORM 0140-PRESERVAR-MANUAIS.

           IF WRK-ACUM-SUBSTIT GREATER ZEROS
              DISPLAY "O FREQ_" WRK-AAAAMM ".txt JA TEM "
                      WRK-ACUM-SUBSTIT
                      " LINHA(S) DE FUNCIONARIO DO PONTO"
              DISPLAY "REGRAVAR PELO RELOGIO (S/N)? "
                ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA NOT EQUAL "S"
                 DISPLAY "APURACAO CANCELADA - NADA GRAVADO"
                 STOP RUN
              END-IF
           END-IF.

       0110-CARREGAR-JORNADA        SECTION.
      *--------------------------------------------------------------
      *-------- VALE A ULTIMA LINHA DE CADA CODIGO: LINHA REPETIDA
      *-------- SOBREPOE A ENTRADA JA CARREGADA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-JRN.
           OPEN INPUT JORNADA.
           IF FS-JORNADA NOT EQUAL 00
              MOVE "TABELA DE JORNADA AUSENTE     " TO WRK-MSG-ERRO
              MOVE "JORNADA.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-JORNADA TO FS-PONTO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ JORNADA.
           PERFORM UNTIL FS-JORNADA NOT EQUAL 00
              MOVE ZEROS TO WRK-IDX-ACHADO
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-ACUM-JRN
                 IF WRK-JRN-CODIGO(WRK-IDX) EQUAL JRN-CODIGO
                    MOVE WRK-IDX TO WRK-IDX-ACHADO
                 END-IF
              END-PERFORM
              IF WRK-IDX-ACHADO EQUAL ZEROS
                 IF WRK-ACUM-JRN LESS 300
                    ADD 1 TO WRK-ACUM-JRN
                    MOVE WRK-ACUM-JRN TO WRK-IDX-ACHADO
                 ELSE
                    DISPLAY "JORNADAS DEMAIS - CODIGO "
                            JRN-CODIGO " FORA DO PONTO"
                 END-IF
              END-IF
              IF WRK-IDX-ACHADO GREATER ZEROS
                 MOVE JRN-CODIGO
                   TO WRK-JRN-CODIGO(WRK-IDX-ACHADO)
                 MOVE JRN-PIS TO WRK-JRN-PIS(WRK-IDX-ACHADO)
                 MOVE JRN-MIN-SEMANA
                   TO WRK-JRN-SEMANA(WRK-IDX-ACHADO)
                 MOVE JRN-MIN-SABADO
                   TO WRK-JRN-SABADO(WRK-IDX-ACHADO)
                 MOVE "N" TO WRK-JRN-SW-PONTO(WRK-IDX-ACHADO)
              END-IF
              READ JORNADA
           END-PERFORM.
           CLOSE JORNADA.

       0120-CONFERIR-CADASTRO       SECTION.
      *--------------------------------------------------------------
      *-------- SO ENTRA NO PONTO QUEM TEM JORNADA E ESTA ATIVO NO
      *-------- ARQFUNC; GUARDA NOME E ADMISSAO (ANTES DELA NAO HA
      *-------- FALTA A APONTAR)
      *--------------------------------------------------------------
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              MOVE "ARQUIVO ARQFUNC AUSENTE       " TO WRK-MSG-ERRO
              MOVE "ARQFUNC.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-ARQFUNC TO FS-PONTO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ ARQFUNC.
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
              IF REG-FUNC-ATIVO
                 PERFORM VARYING WRK-IDX FROM 1 BY 1
                         UNTIL WRK-IDX GREATER WRK-ACUM-JRN
                    IF WRK-JRN-CODIGO(WRK-IDX) EQUAL REG-CODIGO
                       SET WRK-JRN-NO-PONTO(WRK-IDX) TO TRUE
                       MOVE REG-NOME TO WRK-JRN-NOME(WRK-IDX)
                       MOVE SPACES TO WRK-ADMISSAO-X
                       STRING REG-DATA-CONTRATACAO(1:4)
                              DELIMITED BY SIZE
                              REG-DATA-CONTRATACAO(6:2)
                              DELIMITED BY SIZE
                              REG-DATA-CONTRATACAO(9:2)
                              DELIMITED BY SIZE
                              INTO WRK-ADMISSAO-X
                       IF WRK-ADMISSAO-X NUMERIC
                          MOVE WRK-ADMISSAO-X
                            TO WRK-JRN-ADMISSAO(WRK-IDX)
                       ELSE
                          MOVE ZEROS TO WRK-JRN-ADMISSAO(WRK-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              READ ARQFUNC
           END-PERFORM.
           CLOSE ARQFUNC.

       0130-CARREGAR-FERIAS         SECTION.
      *--------------------------------------------------------------
      *-------- SEM FERIAS.txt NINGUEM ESTA DE FERIAS NO MES
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-FER.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL 00
              GO TO 0130-CARREGAR-FIM
           END-IF.
           READ FERIAS.
           PERFORM UNTIL FS-FERIAS NOT EQUAL 00
              IF FER-INICIO(1:6) NOT GREATER WRK-AAAAMM
                 AND FER-FIM(1:6) NOT LESS WRK-AAAAMM
                 AND WRK-ACUM-FER LESS 300
                 ADD 1 TO WRK-ACUM-FER
                 MOVE FER-CODIGO TO WRK-FER-CODIGO(WRK-ACUM-FER)
                 MOVE FER-INICIO TO WRK-FER-INICIO(WRK-ACUM-FER)
                 MOVE FER-FIM    TO WRK-FER-FIM(WRK-ACUM-FER)
              END-IF
              READ FERIAS
           END-PERFORM.
           CLOSE FERIAS.

       0130-CARREGAR-FIM.
           EXIT.

       0140-PRESERVAR-MANUAIS       SECTION.
      *--------------------------------------------------------------
      *-------- O FREQ DO MES E REGRAVADO: AS LINHAS DE QUEM NAO ESTA
      *-------- NO PONTO (DIGITADAS NO FREQENT) VOLTAM PARA O ARQUIVO;
      *-------- AS DE QUEM ESTA NO PONTO SAO SUBSTITUIDAS
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-MANUAL WRK-ACUM-SUBSTIT.
           OPEN INPUT FREQMES.
           IF FS-FREQMES NOT EQUAL 00
              GO TO 0140-PRESERVAR-FIM
           END-IF.
           READ FREQMES.
           PERFORM UNTIL FS-FREQMES NOT EQUAL 00
              MOVE ZEROS TO WRK-IDX-ACHADO
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-ACUM-JRN
                 IF WRK-JRN-CODIGO(WRK-IDX) EQUAL FRQ-CODIGO
                    AND WRK-JRN-NO-PONTO(WRK-IDX)
                    MOVE WRK-IDX TO WRK-IDX-ACHADO
                 END-IF
              END-PERFORM
              IF WRK-IDX-ACHADO GREATER ZEROS
                 ADD 1 TO WRK-ACUM-SUBSTIT
              ELSE
                 IF WRK-ACUM-MANUAL LESS 300
                    ADD 1 TO WRK-ACUM-MANUAL
                    MOVE REG-FREQMES
                      TO WRK-MAN-LINHA(WRK-ACUM-MANUAL)
                 ELSE
                    DISPLAY "APONTAMENTOS DEMAIS - CODIGO "
                            FRQ-CODIGO " NAO PRESERVADO"
                 END-IF
              END-IF
              READ FREQMES
           END-PERFORM.
           CLOSE FREQMES.

       0140-PRESERVAR-FIM.
           EXIT.

       0200-PROCESSAR               SECTION.
           OPEN OUTPUT FREQMES.
           IF FS-FREQMES NOT EQUAL 00
              MOVE "FREQ DO MES NAO FOI ABERTO    " TO WRK-MSG-ERRO
              MOVE "FREQ.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-FREQMES TO FS-PONTO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-MANUAL
              MOVE WRK-MAN-LINHA(WRK-IDX) TO REG-FREQMES
              WRITE REG-FREQMES
           END-PERFORM.

           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "INCONSISTENCIAS DO RELOGIO DE PONTO"
             TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "MES " DELIMITED BY SIZE
                  WRK-AAAAMM DELIMITED BY SIZE
                  " FUNC/NOME/MARCACAO   DIA  OCORRENCIA"
                  DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           PERFORM 0210-CRITICAR-PONTO.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                   UNTIL WRK-IDX-FUNC GREATER WRK-ACUM-JRN
              IF WRK-JRN-NO-PONTO(WRK-IDX-FUNC)
                 PERFORM 0220-APURAR-FUNCIONARIO
              END-IF
           END-PERFORM.
           CLOSE FREQMES.

       0210-CRITICAR-PONTO          SECTION.
      *--------------------------------------------------------------
      *-------- PRIMEIRA PASSADA: RELATA A MARCACAO QUE NAO SERA
      *-------- APURADA (CAMPO INVALIDO, FORA DO MES, PIS OU CODIGO
      *-------- SEM JORNADA/ATIVO) - AS DEMAIS FICAM PARA A APURACAO
      *--------------------------------------------------------------
           OPEN INPUT PONTO.
           READ PONTO.
           PERFORM UNTIL FS-PONTO NOT EQUAL 00
              ADD 1 TO WRK-ACUM-LIDAS
              PERFORM 0230-CRITICAR-LINHA
              IF NOT WRK-LINHA-BOA
                 ADD 1 TO WRK-ACUM-REJEITADAS
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING REG-PONTO      DELIMITED BY SIZE
                        "  "           DELIMITED BY SIZE
                        WRK-OCORRENCIA DELIMITED BY SIZE
                        INTO WRK-REL-LINHA
                 MOVE "D" TO WRK-REL-OPERACAO
                 CALL "RELPRINT" USING WRK-REL-OPERACAO
                                        WRK-REL-TITULO
                                        WRK-REL-COLUNAS
                                        WRK-REL-LINHA
              END-IF
              READ PONTO
           END-PERFORM.
           CLOSE PONTO.

       0220-APURAR-FUNCIONARIO      SECTION.
           INITIALIZE WRK-TAB-DIAS.
           MOVE ZEROS TO WRK-MIN-50 WRK-MIN-100 WRK-FALTAS.

      *-------- SEGUNDA PASSADA: MARCACOES BOAS DESTE FUNCIONARIO
           OPEN INPUT PONTO.
           READ PONTO.
           PERFORM UNTIL FS-PONTO NOT EQUAL 00
              PERFORM 0230-CRITICAR-LINHA
              IF WRK-LINHA-BOA
                 AND WRK-IDX-ACHADO EQUAL WRK-IDX-FUNC
                 PERFORM 0240-GUARDAR-MARCACAO
              END-IF
              READ PONTO
           END-PERFORM.
           CLOSE PONTO.

           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-ULTIMO-DIA
              PERFORM 0250-APURAR-DIA
           END-PERFORM.

      *-------- MINUTOS VIRAM HORAS, MEIA HORA PARA CIMA
           IF WRK-MIN-50 EQUAL ZEROS AND WRK-MIN-100 EQUAL ZEROS
              AND WRK-FALTAS EQUAL ZEROS
              GO TO 0220-APURAR-FIM
           END-IF.
           MOVE WRK-JRN-CODIGO(WRK-IDX-FUNC) TO FRQ-CODIGO.
           COMPUTE WRK-HORAS = (WRK-MIN-50 + 30) / 60.
           MOVE WRK-HORAS  TO FRQ-HE50.
           COMPUTE WRK-HORAS = (WRK-MIN-100 + 30) / 60.
           MOVE WRK-HORAS  TO FRQ-HE100.
           MOVE WRK-FALTAS TO FRQ-FALTAS.
           WRITE REG-FREQMES.
           ADD 1 TO WRK-ACUM-GRAVADAS.

       0220-APURAR-FIM.
           EXIT.

       0230-CRITICAR-LINHA          SECTION.
      *--------------------------------------------------------------
      *-------- IDENTIFICACAO ATE 9999 E O CODIGO DO ARQFUNC; ACIMA
      *-------- DISSO E O PIS, PROCURADO NA TABELA DE JORNADA
      *--------------------------------------------------------------
           SET WRK-LINHA-BOA TO TRUE.
           MOVE ZEROS  TO WRK-IDX-ACHADO.
           MOVE SPACES TO WRK-OCORRENCIA.
           IF PTO-IDENT NOT NUMERIC
              OR PTO-DATA NOT NUMERIC
              OR PTO-HORA NOT NUMERIC
              MOVE "CAMPO NAO NUMERICO" TO WRK-OCORRENCIA
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0230-CRITICAR-FIM
           END-IF.
           IF PTO-HH GREATER 23 OR PTO-MM GREATER 59
              MOVE "HORA INVALIDA" TO WRK-OCORRENCIA
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0230-CRITICAR-FIM
           END-IF.
           MOVE PTO-DATA-N TO WRK-DATA-DIA.
           IF WRK-DIA-AAAAMM NOT EQUAL WRK-AAAAMM
              OR WRK-DIA-DD EQUAL ZEROS
              OR WRK-DIA-DD GREATER WRK-ULTIMO-DIA
              MOVE "DATA FORA DO MES" TO WRK-OCORRENCIA
              MOVE "N" TO WRK-SW-LINHA
              GO TO 0230-CRITICAR-FIM
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-JRN
              IF WRK-JRN-NO-PONTO(WRK-IDX)
                 IF (PTO-IDENT-N NOT GREATER 9999
                     AND WRK-JRN-CODIGO(WRK-IDX) EQUAL PTO-IDENT-N)
                 OR (PTO-IDENT-N GREATER 9999
                     AND WRK-JRN-PIS(WRK-IDX) EQUAL PTO-IDENT-N)
                    MOVE WRK-IDX TO WRK-IDX-ACHADO
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              MOVE "FUNCIONARIO SEM JORNADA OU INATIVO"
                TO WRK-OCORRENCIA
              MOVE "N" TO WRK-SW-LINHA
           END-IF.

       0230-CRITICAR-FIM.
           EXIT.

       0240-GUARDAR-MARCACAO        SECTION.
      *--------------------------------------------------------------
      *-------- INSERE A MARCACAO NO DIA JA EM ORDEM DE HORARIO (O
      *-------- RELOGIO PODE DESCARREGAR FORA DE ORDEM)
      *--------------------------------------------------------------
           MOVE WRK-DIA-DD TO WRK-IDX-DIA.
           IF WRK-DIA-QTD(WRK-IDX-DIA) NOT LESS 8
              SET WRK-DIA-DEMAIS(WRK-IDX-DIA) TO TRUE
              GO TO 0240-GUARDAR-FIM
           END-IF.
           COMPUTE WRK-MINUTO = PTO-HH * 60 + PTO-MM.
           ADD 1 TO WRK-DIA-QTD(WRK-IDX-DIA).
           MOVE WRK-DIA-QTD(WRK-IDX-DIA) TO WRK-IDX-MARCA.
           MOVE "N" TO WRK-SW-POSICAO.
           PERFORM UNTIL WRK-POSICAO-ACHADA
              IF WRK-IDX-MARCA EQUAL 1
                 SET WRK-POSICAO-ACHADA TO TRUE
              ELSE
                 IF WRK-DIA-MARCA(WRK-IDX-DIA, WRK-IDX-MARCA - 1)
                    NOT GREATER WRK-MINUTO
                    SET WRK-POSICAO-ACHADA TO TRUE
                 ELSE
                    MOVE WRK-DIA-MARCA(WRK-IDX-DIA, WRK-IDX-MARCA - 1)
                      TO WRK-DIA-MARCA(WRK-IDX-DIA, WRK-IDX-MARCA)
                    SUBTRACT 1 FROM WRK-IDX-MARCA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WRK-MINUTO
             TO WRK-DIA-MARCA(WRK-IDX-DIA, WRK-IDX-MARCA).

       0240-GUARDAR-FIM.
           EXIT.

       0250-APURAR-DIA              SECTION.
           COMPUTE WRK-DATA-DIA = WRK-AAAAMM * 100 + WRK-IDX-DIA.
           IF WRK-DATA-DIA LESS WRK-JRN-ADMISSAO(WRK-IDX-FUNC)
              GO TO 0250-APURAR-FIM
           END-IF.

           MOVE "N" TO WRK-SW-FERIAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-FER
              IF WRK-FER-CODIGO(WRK-IDX)
                 EQUAL WRK-JRN-CODIGO(WRK-IDX-FUNC)
                 AND WRK-DATA-DIA NOT LESS WRK-FER-INICIO(WRK-IDX)
                 AND WRK-DATA-DIA NOT GREATER WRK-FER-FIM(WRK-IDX)
                 SET WRK-DIA-EM-FERIAS TO TRUE
              END-IF
           END-PERFORM.
           IF WRK-DIA-EM-FERIAS
              IF WRK-DIA-QTD(WRK-IDX-DIA) GREATER ZEROS
                 MOVE "MARCACAO EM DIA DE FERIAS" TO WRK-OCORRENCIA
                 PERFORM 0260-RELATAR-DIA
              END-IF
              GO TO 0250-APURAR-FIM
           END-IF.

      *-------- DOMINGO OU FERIADO (DIA DE SEMANA NAO UTIL NO
      *-------- DIAUTIL) = HORA EM DOBRO, SEM JORNADA A CUMPRIR
           MOVE "N" TO WRK-SW-DOBRA.
           MOVE SPACES TO WRK-SAIDA.
           CALL "DATAFMT" USING WRK-DATA-DIA WRK-MODO-DIASEM
                                 WRK-CIDADE WRK-SAIDA.
           MOVE WRK-SAIDA(1:1) TO WRK-DIA-SEMANA.
           EVALUATE TRUE
              WHEN WRK-DIA-DOMINGO
                 SET WRK-DIA-EM-DOBRO TO TRUE
                 MOVE ZEROS TO WRK-JORNADA-DIA
              WHEN WRK-DIA-SABADO
                 MOVE WRK-JRN-SABADO(WRK-IDX-FUNC)
                   TO WRK-JORNADA-DIA
              WHEN OTHER
                 MOVE "E" TO WRK-UTIL-OPERACAO
                 CALL "DIAUTIL" USING WRK-UTIL-OPERACAO WRK-DATA-DIA
                                       WRK-UTIL-RESULT
                                       WRK-UTIL-RESPOSTA
                 IF WRK-UTIL-SIM
                    MOVE WRK-JRN-SEMANA(WRK-IDX-FUNC)
                      TO WRK-JORNADA-DIA
                 ELSE
                    SET WRK-DIA-EM-DOBRO TO TRUE
                    MOVE ZEROS TO WRK-JORNADA-DIA
                 END-IF
           END-EVALUATE.

           IF WRK-DIA-QTD(WRK-IDX-DIA) EQUAL ZEROS
              IF WRK-JORNADA-DIA GREATER ZEROS
                 ADD 1 TO WRK-FALTAS
                 MOVE "SEM MARCACAO - FALTA APONTADA"
                   TO WRK-OCORRENCIA
                 PERFORM 0260-RELATAR-DIA
              END-IF
              GO TO 0250-APURAR-FIM
           END-IF.

           DIVIDE WRK-DIA-QTD(WRK-IDX-DIA) BY 2
                  GIVING WRK-METADE REMAINDER WRK-RESTO.
           IF WRK-DIA-DEMAIS(WRK-IDX-DIA)
              MOVE "MAIS DE 8 MARCACOES - DIA NAO APURADO"
                TO WRK-OCORRENCIA
              PERFORM 0260-RELATAR-DIA
              GO TO 0250-APURAR-FIM
           END-IF.
           IF WRK-RESTO NOT EQUAL ZEROS
              MOVE "MARCACAO IMPAR - DIA NAO APURADO"
                TO WRK-OCORRENCIA
              PERFORM 0260-RELATAR-DIA
              GO TO 0250-APURAR-FIM
           END-IF.

           MOVE ZEROS TO WRK-TRABALHADO.
           PERFORM VARYING WRK-IDX-MARCA FROM 2 BY 2
                   UNTIL WRK-IDX-MARCA
                         GREATER WRK-DIA-QTD(WRK-IDX-DIA)
              COMPUTE WRK-TRABALHADO = WRK-TRABALHADO
                    + WRK-DIA-MARCA(WRK-IDX-DIA, WRK-IDX-MARCA)
                    - WRK-DIA-MARCA(WRK-IDX-DIA, WRK-IDX-MARCA - 1)
           END-PERFORM.

           IF WRK-DIA-EM-DOBRO
              ADD WRK-TRABALHADO TO WRK-MIN-100
              GO TO 0250-APURAR-FIM
           END-IF.
           IF WRK-TRABALHADO GREATER WRK-JORNADA-DIA
              COMPUTE WRK-EXCESSO = WRK-TRABALHADO - WRK-JORNADA-DIA
              IF WRK-EXCESSO GREATER WRK-TOLERANCIA
                 ADD WRK-EXCESSO TO WRK-MIN-50
              END-IF
           END-IF.

       0250-APURAR-FIM.
           EXIT.

       0260-RELATAR-DIA             SECTION.
           ADD 1 TO WRK-ACUM-INCONSIST.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-JRN-CODIGO(WRK-IDX-FUNC) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WRK-JRN-NOME(WRK-IDX-FUNC)   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WRK-IDX-DIA                  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WRK-OCORRENCIA               DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0300-FINALIZAR               SECTION.
           IF WRK-ACUM-REJEITADAS EQUAL ZEROS
              AND WRK-ACUM-INCONSIST EQUAL ZEROS
              MOVE SPACES TO WRK-REL-LINHA
              MOVE "NENHUMA INCONSISTENCIA NO PONTO DO MES"
                TO WRK-REL-LINHA
              MOVE "D" TO WRK-REL-OPERACAO
              CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                     WRK-REL-COLUNAS WRK-REL-LINHA
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "MARCACOES " DELIMITED BY SIZE
                  WRK-ACUM-LIDAS DELIMITED BY SIZE
                  " REJEITADAS " DELIMITED BY SIZE
                  WRK-ACUM-REJEITADAS DELIMITED BY SIZE
                  " DIAS A ACERTAR " DELIMITED BY SIZE
                  WRK-ACUM-INCONSIST DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           DISPLAY "=========================================".
           DISPLAY "MARCACOES LIDAS......... " WRK-ACUM-LIDAS.
           DISPLAY "MARCACOES REJEITADAS.... " WRK-ACUM-REJEITADAS.
           DISPLAY "DIAS A ACERTAR NO RH.... " WRK-ACUM-INCONSIST.
           DISPLAY "APONTAMENTOS GRAVADOS... " WRK-ACUM-GRAVADAS.
           DISPLAY "APONTAMENTOS MANUAIS.... " WRK-ACUM-MANUAL.
           DISPLAY "=========================================".
           DISPLAY "FIM DA APURACAO DO PONTO".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-PONTO.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
           MOVE "JORNADA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-JORNADA.
           MOVE "FERIAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FERIAS.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
