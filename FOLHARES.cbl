       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHARES.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CALCULO DA RESCISAO DO CONTRATO DE TRABALHO - PARA O
      *           FUNCIONARIO JA DESLIGADO NO FUNCMANT (SITUACAO "D" E
      *           DATA DO DESLIGAMENTO NO ARQFUNC), RECEBE O TIPO DA
      *           RESCISAO E A SITUACAO DO AVISO PREVIO E CALCULA AS
      *           VERBAS: SALDO DE SALARIO, FERIAS VENCIDAS E
      *           PROPORCIONAIS + 1/3 (DIREITO X FERIAS.txt DO
      *           FERAGEND, COMO NO FUNCANIV), 13O PROPORCIONAL (AVOS
      *           COMO NO FOLHA13), AVISO PREVIO INDENIZADO E A MULTA
      *           DO FGTS SOBRE OS DEPOSITOS DO FOLHAHIS. DESCONTOS
      *           PELO FOLHACAL, TERMO IMPRESSO PELO RELPRINT, LIQUIDO
      *           NA REMESSA RESC_AAAAMMDD_CCCC.txt (LAYOUT H/D/T DO
      *           REMSAL DO FOLHABCO) E A RESCISAO GRAVADA NO
      *           FOLHAHIS.txt - NO LUGAR DA CONTA FEITA A MAO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: TIPOS: 1 DISPENSA SEM JUSTA CAUSA, 2 PEDIDO DE
      *              DEMISSAO, 3 DISPENSA POR JUSTA CAUSA, 4 TERMINO
      *              DO CONTRATO. AVISO: T TRABALHADO, I INDENIZADO
      *              (NO PEDIDO DE DEMISSAO = NAO CUMPRIDO, DESCONTA
      *              30 DIAS), D DISPENSADO.
      *              - SALDO DE SALARIO = SALARIO / 30 X DIA DO
      *                DESLIGAMENTO (MES COMERCIAL)
      *              - FERIAS VENCIDAS = 30 DIAS POR ANO COMPLETO
      *                MENOS OS DIAS DO FERIAS.txt, EM QUALQUER TIPO
      *              - FERIAS PROPORCIONAIS E 13O PELA REGRA DOS 15
      *                DIAS; NA JUSTA CAUSA NAO SAO DEVIDOS. A
      *                PRIMEIRA PARCELA DO 13O JA PAGA NAO E ABATIDA
      *              - AVISO INDENIZADO (SO NO TIPO 1) = 30 DIAS + 3
      *                POR ANO COMPLETO, ATE 90 DIAS
      *              - MULTA DE 40% DO FGTS (SO NO TIPO 1) SOBRE O
      *                FHI-FGTS DO FOLHAHIS (A ULTIMA LINHA DE CADA
      *                COMPETENCIA) MAIS O FGTS DA PROPRIA RESCISAO;
      *                E DEPOSITADA NA CONTA VINCULADA, SAI NO TERMO
      *                COMO INFORMATIVO E NAO ENTRA NO LIQUIDO
      *              FOLHACAL EM DUAS BASES: SALDO + AVISO +
      *              COMISSAO DO MES E O 13O; FERIAS INDENIZADAS + 1/3
      *              SEM DESCONTO. NO
      *              FOLHAHIS A RESCISAO SAI COM FHI-ORIGEM "R" (A
      *              FOLHA DO BASE6 DEIXA EM BRANCO) NA COMPETENCIA
      *              DO DESLIGAMENTO; FUNCIONARIO QUE JA TEM RESCISAO
      *              GRAVADA SO TIRA O TERMO DE CONFERENCIA
      * 15/10/2026 JV - ADIANTAMENTO QUINZENAL DO MES DO DESLIGAMENTO
      *                 (FOLHAADT, MODULO ADTCONS) SAI NOS DESCONTOS,
      *                 LIMITADO AO LIQUIDO, E VAI AO FHI-ADIANTAMENTO
      * 15/10/2026 JV - IRRF DA RESCISAO COM A DEDUCAO DOS
      *                 DEPENDENTES (MODULO DEPCONT) NA DATA DO
      *                 DESLIGAMENTO, GRAVADA NO FHI-DEDUCAO-DEP
      * 15/10/2026 JV - COMISSAO DO MES DO DESLIGAMENTO (COMISFOL)
      *                 ENTRA NAS VERBAS, TRIBUTADA NA BASE DO SALDO
      *                 PELO FOLHACAL, E VAI AO FHI-COMISSAO
      * 15/10/2026 JV - FHI-BENEFICIO GRAVADO ZERADO NA LINHA DA
      *                 RESCISAO (VT/VR NAO ENTRAM NAS VERBAS)
      * 15/10/2026 JV - COMPRAS NA LOJA DO MES DO DESLIGAMENTO
      *                 (CONSFUNC, COMPRAS MENOS ESTORNOS) SAEM NOS
      *                 DESCONTOS DEPOIS DO ADIANTAMENTO, LIMITADAS AO
      *                 LIQUIDO, E VAO AO FHI-CONSUMO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO WRK-PATH-ARQFUNC
             FILE STATUS IS FS-ARQFUNC.

           SELECT FERIAS ASSIGN TO WRK-PATH-FERIAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FERIAS.

           SELECT FOLHAHIS ASSIGN TO WRK-PATH-FOLHAHIS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FOLHAHIS.

           SELECT REMRES ASSIGN TO WRK-REMRES-PATH
             FILE STATUS IS FS-REMRES.

           SELECT CONSFUNC ASSIGN TO WRK-CONSFUNC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONSFUNC.

           SELECT COMISFOL ASSIGN TO WRK-COMISFOL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-COMISFOL.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC.
       COPY "ARQCOPY.cpy".

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

       FD  FOLHAHIS.
       01  REG-FOLHAHIS.
           05 FHI-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-CODIGO      PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-SETOR       PIC X(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-BRUTO       PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-INSS        PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-IRRF        PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-LIQUIDO     PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-HE50        PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-HE100       PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-FALTAS      PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-CONSUMO     PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-FGTS        PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-INSS-EMP    PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-TERCEIROS   PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-ORIGEM      PIC X(01).
              88 FHI-RESCISAO          VALUE "R".
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-ADIANTAMENTO PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-DEDUCAO-DEP PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-COMISSAO    PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-BENEFICIO   PIC 9(06)V99.

       FD  REMRES.
       01  REG-REMRES                PIC X(53).
       01  REG-REMRES-HDR REDEFINES REG-REMRES.
           05 RRS-HDR-TIPO    PIC X(01).
           05 RRS-HDR-EMPRESA PIC X(30).
           05 RRS-HDR-CNPJ    PIC 9(14).
           05 RRS-HDR-DATA    PIC 9(08).
       01  REG-REMRES-DET REDEFINES REG-REMRES.
           05 RRS-DET-TIPO    PIC X(01).
           05 RRS-DET-CODIGO  PIC 9(04).
           05 RRS-DET-NOME    PIC X(20).
           05 RRS-DET-LIQUIDO PIC 9(06)V99.
           05 FILLER          PIC X(20).
       01  REG-REMRES-TRL REDEFINES REG-REMRES.
           05 RRS-TRL-TIPO    PIC X(01).
           05 RRS-TRL-QTD     PIC 9(06).
           05 RRS-TRL-SOMA    PIC 9(08)V99.
           05 FILLER          PIC X(36).

       FD  CONSFUNC.
       COPY "CONSCOPY.cpy".

       FD  COMISFOL.
       COPY "CMSCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS    PIC 9(02) VALUE ZEROS.
       77  FS-FOLHAHIS  PIC 9(02) VALUE ZEROS.
       77  FS-REMRES    PIC 9(02) VALUE ZEROS.
       77  FS-CONSFUNC  PIC 9(02) VALUE ZEROS.
       77  FS-COMISFOL  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "FOLHARES".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ARQFUNC.DAT".

      *-------------- DADOS DA EMPRESA NO HEADER ---------------------
       77  WRK-EMPRESA-NOME  PIC X(30)
           VALUE "COMERCIO AULACOBOL LTDA".
       77  WRK-EMPRESA-CNPJ  PIC 9(14) VALUE 12345678000195.

       77  WRK-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01  WRK-REMRES-PATH   PIC X(60) VALUE SPACES.
       01  WRK-CONSFUNC-PATH PIC X(60) VALUE SPACES.
       01  WRK-COMISFOL-PATH PIC X(60) VALUE SPACES.

      *-------------- PEDIDO DO OPERADOR ----------------------------
       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO          PIC 9(01) VALUE ZEROS.
           88 WRK-SEM-JUSTA-CAUSA   VALUE 1.
           88 WRK-PEDIDO-DEMISSAO   VALUE 2.
           88 WRK-JUSTA-CAUSA       VALUE 3.
           88 WRK-TERMINO-CONTRATO  VALUE 4.
           88 WRK-TIPO-VALIDO       VALUE 1 THRU 4.
       77  WRK-TIPO-DESCR    PIC X(30) VALUE SPACES.
       77  WRK-AVISO         PIC X(01) VALUE SPACES.
           88 WRK-AVISO-TRABALHADO  VALUE "T".
           88 WRK-AVISO-INDENIZADO  VALUE "I".
           88 WRK-AVISO-DISPENSADO  VALUE "D".
           88 WRK-AVISO-VALIDO      VALUE "T" "I" "D".
       77  WRK-AVISO-DESCR   PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA      PIC X(01) VALUE SPACES.
           88 WRK-CONFIRMOU         VALUE "S" "s".

       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-FUNC-ACHADO       VALUE "S".
       77  WRK-SW-DADOS      PIC X(01) VALUE "N".
           88 WRK-DADOS-OK          VALUE "S".
       77  WRK-SW-JA-GRAVADA PIC X(01) VALUE "N".
           88 WRK-RESCISAO-GRAVADA  VALUE "S".

      *-------------- DATAS DESMONTADAS -----------------------------
       77  WRK-CONTR-ANO     PIC 9(04) VALUE ZEROS.
       77  WRK-CONTR-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-CONTR-DIA     PIC 9(02) VALUE ZEROS.
       77  WRK-DESLIG-ANO    PIC 9(04) VALUE ZEROS.
       77  WRK-DESLIG-MES    PIC 9(02) VALUE ZEROS.
       77  WRK-DESLIG-DIA    PIC 9(02) VALUE ZEROS.
       77  WRK-ANIV-ANO      PIC 9(04) VALUE ZEROS.
       77  WRK-ANOS-CASA     PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-DIAS    PIC S9(03) VALUE ZEROS.

      *-------------- FERIAS (FERIAS.txt) E AVOS --------------------
       77  WRK-DIAS-GOZADOS  PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-VENCIDAS PIC S9(03) VALUE ZEROS.
       77  WRK-AVOS-FERIAS   PIC S9(03) VALUE ZEROS.
       77  WRK-AVOS-13       PIC S9(03) VALUE ZEROS.
       77  WRK-MES-INICIO    PIC 9(02) VALUE ZEROS.
       77  WRK-MES-FIM       PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-SALDO    PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-AVISO    PIC 9(03) VALUE ZEROS.

      *-------------- DEPOSITOS DO FGTS NO FOLHAHIS ------------------
      *-------- UMA ENTRADA POR COMPETENCIA: RODADA REPETIDA DA FOLHA
      *-------- SUBSTITUI A ANTERIOR (A ULTIMA LINHA E A QUE VALE)
       77  WRK-ACUM-COMPET   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FGTS.
           05 WRK-FGTS-ENTRY OCCURS 360 TIMES.
              10 WRK-FGTS-COMPET  PIC 9(06).
              10 WRK-FGTS-VALOR   PIC 9(06)V99.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.

      *-------------- VERBAS DA RESCISAO ----------------------------
       77  WRK-VLR-SALDO     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-FER-VENC  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-TERCO-VENC PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-FER-PROP  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-TERCO-PROP PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-13        PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-AVISO     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-DESC-AVISO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-COMP-DESLIG   PIC 9(06) VALUE ZEROS.
       77  WRK-VLR-ADIANT    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ADIANT-DESC   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-COMISSAO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CONSUMO-CALC  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-CONSUMO-DESC  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PROVENTOS     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DESCONTOS     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-RES   PIC S9(07)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-PAGAR PIC 9(06)V99 VALUE ZEROS.

      *-------------- DESCONTOS (MODULO FOLHACAL) -------------------
       77  WRK-BASE-SALDO    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS-SALDO    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-IRRF-SALDO    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS-13       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-IRRF-13       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-CALC  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-CALC       PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP       PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-DEP      PIC 9(08) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP   PIC 9(06)V99 VALUE ZEROS.

      *-------------- ENCARGOS E MULTA (MODULO FOLHAENC) -------------
       77  WRK-BASE-FGTS     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-FGTS          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS-EMP      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TERCEIROS     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-ENC        PIC X(01) VALUE "N".
           88 WRK-ENCARGOS-OK       VALUE "S".
       77  WRK-SALDO-FGTS    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MULTA-FGTS    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PCT-MULTA     PIC 9(02) VALUE 40.

      *-------------------- EDICAO --------------------
       77  WRK-ROTULO        PIC X(27) VALUE SPACES.
       77  WRK-VALOR-ED      PIC ZZZ.ZZ9,99.
       77  WRK-SOMA-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DIAS-ED       PIC ZZ9.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-FERIAS   PIC X(60) VALUE SPACES.
       01  WRK-PATH-FOLHAHIS PIC X(60) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR.
           IF WRK-DADOS-OK
              PERFORM 0200-CALCULAR
              PERFORM 0300-IMPRIMIR-TERMO
              PERFORM 0400-GRAVAR
           END-IF.
           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-AAAAMMDD FROM DATE YYYYMMDD.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "RESCISAO DO CONTRATO DE TRABALHO".
           DISPLAY WRK-DATA-EXEC.
           DISPLAY "=========================================".
           DISPLAY "DIGITE O CODIGO DO FUNCIONARIO: "
             ACCEPT WRK-CODIGO.
           PERFORM 0110-LOCALIZAR-FUNCIONARIO.
           IF NOT WRK-FUNC-ACHADO
              DISPLAY "CODIGO " WRK-CODIGO " NAO ENCONTRADO"
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           IF NOT REG-FUNC-DESLIGADO
              OR REG-DATA-DESLIGAMENTO EQUAL SPACES
              DISPLAY "FUNCIONARIO " WRK-CODIGO " NAO ESTA DESLIGADO"
                      " - REGISTRAR O DESLIGAMENTO NO FUNCMANT"
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           IF REG-DATA-CONTRATACAO EQUAL SPACES
              DISPLAY "FUNCIONARIO " WRK-CODIGO " SEM DATA DE "
                      "CONTRATACAO NO CADASTRO - CALCULO RECUSADO"
              GO TO 0100-INICIALIZAR-FIM
           END-IF.
           MOVE REG-DATA-CONTRATACAO(1:4)  TO WRK-CONTR-ANO.
           MOVE REG-DATA-CONTRATACAO(6:2)  TO WRK-CONTR-MES.
           MOVE REG-DATA-CONTRATACAO(9:2)  TO WRK-CONTR-DIA.
           MOVE REG-DATA-DESLIGAMENTO(1:4) TO WRK-DESLIG-ANO.
           MOVE REG-DATA-DESLIGAMENTO(6:2) TO WRK-DESLIG-MES.
           MOVE REG-DATA-DESLIGAMENTO(9:2) TO WRK-DESLIG-DIA.
           DISPLAY "FUNCIONARIO.... " REG-CODIGO " " REG-NOME.
           DISPLAY "ADMITIDO EM.... " REG-DATA-CONTRATACAO.
           DISPLAY "DESLIGADO EM... " REG-DATA-DESLIGAMENTO.

           DISPLAY "1 - DISPENSA SEM JUSTA CAUSA".
           DISPLAY "2 - PEDIDO DE DEMISSAO".
           DISPLAY "3 - DISPENSA POR JUSTA CAUSA".
           DISPLAY "4 - TERMINO DO CONTRATO".
           DISPLAY "DIGITE O TIPO DA RESCISAO: "
             ACCEPT WRK-TIPO.
           EVALUATE TRUE
              WHEN WRK-SEM-JUSTA-CAUSA
                 MOVE "DISPENSA SEM JUSTA CAUSA" TO WRK-TIPO-DESCR
              WHEN WRK-PEDIDO-DEMISSAO
                 MOVE "PEDIDO DE DEMISSAO"       TO WRK-TIPO-DESCR
              WHEN WRK-JUSTA-CAUSA
                 MOVE "DISPENSA POR JUSTA CAUSA" TO WRK-TIPO-DESCR
              WHEN WRK-TERMINO-CONTRATO
                 MOVE "TERMINO DO CONTRATO"      TO WRK-TIPO-DESCR
              WHEN OTHER
                 DISPLAY "TIPO INVALIDO - PROCESSO ENCERRADO"
                 GO TO 0100-INICIALIZAR-FIM
           END-EVALUATE.

      *-------- AVISO PREVIO SO PERGUNTADO ONDE ELE MUDA A CONTA
           MOVE "D" TO WRK-AVISO.
           IF WRK-SEM-JUSTA-CAUSA OR WRK-PEDIDO-DEMISSAO
              DISPLAY "AVISO PREVIO: T - TRABALHADO"
              IF WRK-SEM-JUSTA-CAUSA
                 DISPLAY "              I - INDENIZADO"
              ELSE
                 DISPLAY "              I - NAO CUMPRIDO (DESCONTA)"
              END-IF
              DISPLAY "              D - DISPENSADO"
              DISPLAY "DIGITE A OPCAO DO AVISO: "
                ACCEPT WRK-AVISO
              IF NOT WRK-AVISO-VALIDO
                 DISPLAY "OPCAO DE AVISO INVALIDA - PROCESSO "
                         "ENCERRADO"
                 GO TO 0100-INICIALIZAR-FIM
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WRK-AVISO-TRABALHADO
                 MOVE "TRABALHADO"           TO WRK-AVISO-DESCR
              WHEN WRK-AVISO-INDENIZADO AND WRK-PEDIDO-DEMISSAO
                 MOVE "NAO CUMPRIDO"         TO WRK-AVISO-DESCR
              WHEN WRK-AVISO-INDENIZADO
                 MOVE "INDENIZADO"           TO WRK-AVISO-DESCR
              WHEN OTHER
                 MOVE "DISPENSADO / NAO SE APLICA"
                   TO WRK-AVISO-DESCR
           END-EVALUATE.

           PERFORM 0120-SOMAR-GOZOS.
           PERFORM 0130-CARREGAR-HISTORICO.
           SET WRK-DADOS-OK TO TRUE.

       0100-INICIALIZAR-FIM.
           EXIT.

       0110-LOCALIZAR-FUNCIONARIO   SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ ARQFUNC.
           PERFORM UNTIL FS-ARQFUNC NOT EQUAL 00
                      OR WRK-FUNC-ACHADO
              IF REG-CODIGO EQUAL WRK-CODIGO
                 SET WRK-FUNC-ACHADO TO TRUE
              ELSE
                 READ ARQFUNC
              END-IF
           END-PERFORM.
           CLOSE ARQFUNC.

       0120-SOMAR-GOZOS             SECTION.
      *--------------------------------------------------------------
      *-------- DIAS DE FERIAS JA MARCADOS NO FERAGEND PARA O
      *-------- FUNCIONARIO (SEM O ARQUIVO, NENHUM DIA GOZADO)
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-DIAS-GOZADOS.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL 00
              DISPLAY "SEM FERIAS MARCADAS (FERAGEND) - FERIAS "
                      "VENCIDAS SAEM SO PELO DIREITO"
              GO TO 0120-SOMAR-FIM
           END-IF.
           READ FERIAS.
           PERFORM UNTIL FS-FERIAS NOT EQUAL 00
              IF FER-CODIGO EQUAL WRK-CODIGO
                 ADD FER-DIAS TO WRK-DIAS-GOZADOS
              END-IF
              READ FERIAS
           END-PERFORM.
           CLOSE FERIAS.

       0120-SOMAR-FIM.
           EXIT.

       0130-CARREGAR-HISTORICO      SECTION.
      *--------------------------------------------------------------
      *-------- FGTS DEPOSITADO EM CADA COMPETENCIA (BASE DA MULTA) E
      *-------- SE O FUNCIONARIO JA TEM RESCISAO GRAVADA. REGISTRO
      *-------- ANTIGO SEM O FHI-FGTS NAO SOMA
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-ACUM-COMPET.
           MOVE "N"   TO WRK-SW-JA-GRAVADA.
           OPEN INPUT FOLHAHIS.
           IF FS-FOLHAHIS NOT EQUAL 00
              DISPLAY "SEM HISTORICO DA FOLHA (FOLHAHIS.txt) - "
                      "MULTA DO FGTS SO SOBRE A RESCISAO"
              GO TO 0130-CARREGAR-FIM
           END-IF.
           READ FOLHAHIS.
           PERFORM UNTIL FS-FOLHAHIS NOT EQUAL 00
              IF FHI-CODIGO EQUAL WRK-CODIGO
                 IF FHI-RESCISAO
                    SET WRK-RESCISAO-GRAVADA TO TRUE
                 ELSE
                    IF FHI-FGTS NUMERIC
                       PERFORM 0131-GUARDAR-COMPETENCIA
                    END-IF
                 END-IF
              END-IF
              READ FOLHAHIS
           END-PERFORM.
           CLOSE FOLHAHIS.

       0130-CARREGAR-FIM.
           EXIT.

       0131-GUARDAR-COMPETENCIA     SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-COMPET
              IF WRK-FGTS-COMPET(WRK-IDX) EQUAL FHI-COMPETENCIA
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              IF WRK-ACUM-COMPET LESS 360
                 ADD 1 TO WRK-ACUM-COMPET
                 MOVE WRK-ACUM-COMPET TO WRK-IDX-ACHADO
                 MOVE FHI-COMPETENCIA
                   TO WRK-FGTS-COMPET(WRK-IDX-ACHADO)
              ELSE
                 DISPLAY "COMPETENCIAS DEMAIS NO FOLHAHIS - "
                         FHI-COMPETENCIA " FORA DA MULTA"
                 GO TO 0131-GUARDAR-FIM
              END-IF
           END-IF.
           MOVE FHI-FGTS TO WRK-FGTS-VALOR(WRK-IDX-ACHADO).

       0131-GUARDAR-FIM.
           EXIT.

       0200-CALCULAR                SECTION.
      *--------------------------------------------------------------
      *-------- ANOS DE CASA NA DATA DO DESLIGAMENTO (COMO NO
      *-------- FUNCANIV) E ULTIMO ANIVERSARIO DE EMPRESA, INICIO DO
      *-------- PERIODO AQUISITIVO EM CURSO
      *--------------------------------------------------------------
           COMPUTE WRK-ANOS-CASA = WRK-DESLIG-ANO - WRK-CONTR-ANO.
           MOVE WRK-DESLIG-ANO TO WRK-ANIV-ANO.
           IF WRK-CONTR-MES GREATER WRK-DESLIG-MES
              OR (WRK-CONTR-MES EQUAL WRK-DESLIG-MES
                  AND WRK-CONTR-DIA GREATER WRK-DESLIG-DIA)
              IF WRK-ANOS-CASA GREATER ZEROS
                 SUBTRACT 1 FROM WRK-ANOS-CASA
              END-IF
              IF WRK-ANIV-ANO GREATER WRK-CONTR-ANO
                 SUBTRACT 1 FROM WRK-ANIV-ANO
              END-IF
           END-IF.

      *-------- SALDO DE SALARIO: DIAS DO MES ATE O DESLIGAMENTO
           MOVE WRK-DESLIG-DIA TO WRK-DIAS-SALDO.
           IF WRK-DIAS-SALDO GREATER 30
              MOVE 30 TO WRK-DIAS-SALDO
           END-IF.
           COMPUTE WRK-VLR-SALDO ROUNDED
                 = REG-SALARIO * WRK-DIAS-SALDO / 30.

      *-------- FERIAS VENCIDAS: DIREITO MENOS O JA MARCADO
           COMPUTE WRK-DIAS-VENCIDAS
                 = WRK-ANOS-CASA * 30 - WRK-DIAS-GOZADOS.
           IF WRK-DIAS-VENCIDAS GREATER ZEROS
              COMPUTE WRK-VLR-FER-VENC ROUNDED
                    = REG-SALARIO * WRK-DIAS-VENCIDAS / 30
              COMPUTE WRK-VLR-TERCO-VENC ROUNDED
                    = WRK-VLR-FER-VENC / 3
           ELSE
              MOVE ZEROS TO WRK-DIAS-VENCIDAS
           END-IF.

           IF NOT WRK-JUSTA-CAUSA
              PERFORM 0210-FERIAS-PROPORCIONAIS
              PERFORM 0220-DECIMO-PROPORCIONAL
           END-IF.
           PERFORM 0230-AVISO-PREVIO.
           PERFORM 0240-DESCONTOS.
           PERFORM 0250-FGTS-MULTA.

       0210-FERIAS-PROPORCIONAIS    SECTION.
      *--------------------------------------------------------------
      *-------- AVOS DO PERIODO AQUISITIVO EM CURSO: MESES DO ULTIMO
      *-------- ANIVERSARIO ATE O DESLIGAMENTO, FRACAO DE 15 DIAS OU
      *-------- MAIS CONTA COMO MES INTEIRO
      *--------------------------------------------------------------
           COMPUTE WRK-AVOS-FERIAS
                 = (WRK-DESLIG-ANO - WRK-ANIV-ANO) * 12
                 + WRK-DESLIG-MES - WRK-CONTR-MES.
           IF WRK-DESLIG-DIA LESS WRK-CONTR-DIA
              SUBTRACT 1 FROM WRK-AVOS-FERIAS
              COMPUTE WRK-RESTO-DIAS
                    = WRK-DESLIG-DIA + 30 - WRK-CONTR-DIA + 1
           ELSE
              COMPUTE WRK-RESTO-DIAS
                    = WRK-DESLIG-DIA - WRK-CONTR-DIA + 1
           END-IF.
           IF WRK-RESTO-DIAS GREATER OR EQUAL 15
              ADD 1 TO WRK-AVOS-FERIAS
           END-IF.
           IF WRK-AVOS-FERIAS LESS ZEROS
              MOVE ZEROS TO WRK-AVOS-FERIAS
           END-IF.
           IF WRK-AVOS-FERIAS GREATER 12
              MOVE 12 TO WRK-AVOS-FERIAS
           END-IF.
           COMPUTE WRK-VLR-FER-PROP ROUNDED
                 = REG-SALARIO * WRK-AVOS-FERIAS / 12.
           COMPUTE WRK-VLR-TERCO-PROP ROUNDED
                 = WRK-VLR-FER-PROP / 3.

       0220-DECIMO-PROPORCIONAL     SECTION.
      *--------------------------------------------------------------
      *-------- AVOS DO ANO DO DESLIGAMENTO PELA REGRA DO FOLHA13:
      *-------- MES DA ADMISSAO CONTA ATE O DIA 15, MES DO
      *-------- DESLIGAMENTO CONTA A PARTIR DO DIA 15
      *--------------------------------------------------------------
           MOVE 1 TO WRK-MES-INICIO.
           IF WRK-CONTR-ANO EQUAL WRK-DESLIG-ANO
              MOVE WRK-CONTR-MES TO WRK-MES-INICIO
              IF WRK-CONTR-DIA GREATER 15
                 ADD 1 TO WRK-MES-INICIO
              END-IF
           END-IF.
           MOVE WRK-DESLIG-MES TO WRK-MES-FIM.
           IF WRK-DESLIG-DIA LESS 15
              SUBTRACT 1 FROM WRK-MES-FIM
           END-IF.
           MOVE ZEROS TO WRK-AVOS-13.
           IF WRK-MES-FIM GREATER OR EQUAL WRK-MES-INICIO
              COMPUTE WRK-AVOS-13
                    = WRK-MES-FIM - WRK-MES-INICIO + 1
           END-IF.
           COMPUTE WRK-VLR-13 ROUNDED
                 = REG-SALARIO * WRK-AVOS-13 / 12.

       0230-AVISO-PREVIO            SECTION.
      *--------------------------------------------------------------
      *-------- DISPENSA SEM JUSTA CAUSA COM AVISO INDENIZADO: 30
      *-------- DIAS + 3 POR ANO COMPLETO, ATE 90. PEDIDO DE DEMISSAO
      *-------- SEM CUMPRIR O AVISO: DESCONTA 30 DIAS DE SALARIO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-DIAS-AVISO WRK-VLR-AVISO
                         WRK-VLR-DESC-AVISO.
           IF WRK-SEM-JUSTA-CAUSA AND WRK-AVISO-INDENIZADO
              COMPUTE WRK-DIAS-AVISO = 30 + WRK-ANOS-CASA * 3
              IF WRK-DIAS-AVISO GREATER 90
                 MOVE 90 TO WRK-DIAS-AVISO
              END-IF
              COMPUTE WRK-VLR-AVISO ROUNDED
                    = REG-SALARIO * WRK-DIAS-AVISO / 30
           END-IF.
           IF WRK-PEDIDO-DEMISSAO AND WRK-AVISO-INDENIZADO
              MOVE 30          TO WRK-DIAS-AVISO
              MOVE REG-SALARIO TO WRK-VLR-DESC-AVISO
           END-IF.

       0240-DESCONTOS               SECTION.
      *--------------------------------------------------------------
      *-------- INSS/IRRF PELO FOLHACAL EM DUAS BASES (SALDO + AVISO
      *-------- + COMISSAO DO MES E O 13O, QUE TEM TRIBUTACAO
      *-------- PROPRIA); FERIAS INDENIZADAS + 1/3 SEM DESCONTO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-INSS-SALDO WRK-IRRF-SALDO
                         WRK-INSS-13 WRK-IRRF-13.
           COMPUTE WRK-COMP-DESLIG
                 = WRK-DESLIG-ANO * 100 + WRK-DESLIG-MES.
           PERFORM 0242-SOMAR-COMISSAO.
           COMPUTE WRK-BASE-SALDO = WRK-VLR-SALDO + WRK-VLR-AVISO
                                  + WRK-VLR-COMISSAO.
      *-------- DEPENDENTES QUE DEDUZEM NO IRRF NA DATA DO
      *-------- DESLIGAMENTO
           COMPUTE WRK-DATA-DEP = WRK-DESLIG-ANO * 10000
                                + WRK-DESLIG-MES * 100 + WRK-DESLIG-DIA.
           CALL "DEPCONT" USING WRK-CODIGO WRK-DATA-DEP WRK-QTD-DEP.
           IF WRK-BASE-SALDO GREATER ZEROS
              CALL "FOLHACAL" USING WRK-BASE-SALDO WRK-INSS-SALDO
                                     WRK-IRRF-SALDO WRK-LIQUIDO-CALC
                                     WRK-SW-CALC
                                     WRK-QTD-DEP WRK-DEDUCAO-DEP
              IF NOT WRK-CALCULO-OK
                 MOVE ZEROS TO WRK-INSS-SALDO WRK-IRRF-SALDO
              END-IF
           END-IF.
           IF WRK-VLR-13 GREATER ZEROS
              CALL "FOLHACAL" USING WRK-VLR-13 WRK-INSS-13
                                     WRK-IRRF-13 WRK-LIQUIDO-CALC
                                     WRK-SW-CALC
                                     WRK-QTD-DEP WRK-DEDUCAO-DEP
              IF NOT WRK-CALCULO-OK
                 MOVE ZEROS TO WRK-INSS-13 WRK-IRRF-13
              END-IF
           END-IF.

           COMPUTE WRK-PROVENTOS = WRK-VLR-SALDO + WRK-VLR-AVISO
                 + WRK-VLR-COMISSAO
                 + WRK-VLR-FER-VENC + WRK-VLR-TERCO-VENC
                 + WRK-VLR-FER-PROP + WRK-VLR-TERCO-PROP
                 + WRK-VLR-13.
           COMPUTE WRK-DESCONTOS = WRK-INSS-SALDO + WRK-IRRF-SALDO
                 + WRK-INSS-13 + WRK-IRRF-13 + WRK-VLR-DESC-AVISO.
           COMPUTE WRK-LIQUIDO-RES = WRK-PROVENTOS - WRK-DESCONTOS.
      *-------- ADIANTAMENTO QUINZENAL DO MES DO DESLIGAMENTO, NUNCA
      *-------- ALEM DO QUE SOBRA (O RESTO APARECE NO ADTCONC)
           CALL "ADTCONS" USING WRK-COMP-DESLIG WRK-CODIGO
                                 WRK-VLR-ADIANT.
           MOVE ZEROS TO WRK-ADIANT-DESC.
           IF WRK-LIQUIDO-RES GREATER ZEROS
              MOVE WRK-VLR-ADIANT TO WRK-ADIANT-DESC
              IF WRK-ADIANT-DESC GREATER WRK-LIQUIDO-RES
                 MOVE WRK-LIQUIDO-RES TO WRK-ADIANT-DESC
              END-IF
           END-IF.
           ADD WRK-ADIANT-DESC TO WRK-DESCONTOS.
           SUBTRACT WRK-ADIANT-DESC FROM WRK-LIQUIDO-RES.
      *-------- COMPRAS NA LOJA DO MES DO DESLIGAMENTO, COMO NO BASE6
      *-------- NUNCA ALEM DO QUE SOBRA DEPOIS DO ADIANTAMENTO
           PERFORM 0244-SOMAR-CONSUMO.
           MOVE ZEROS TO WRK-CONSUMO-DESC.
           IF WRK-LIQUIDO-RES GREATER ZEROS
              AND WRK-CONSUMO-CALC GREATER ZEROS
              MOVE WRK-CONSUMO-CALC TO WRK-CONSUMO-DESC
              IF WRK-CONSUMO-DESC GREATER WRK-LIQUIDO-RES
                 MOVE WRK-LIQUIDO-RES TO WRK-CONSUMO-DESC
                 DISPLAY "AVISO: FUNC " WRK-CODIGO " COMPRAS NA LOJA "
                         "ACIMA DO LIQUIDO - DESCONTADO "
                         WRK-CONSUMO-DESC
              END-IF
           END-IF.
           ADD WRK-CONSUMO-DESC TO WRK-DESCONTOS.
           SUBTRACT WRK-CONSUMO-DESC FROM WRK-LIQUIDO-RES.
           IF WRK-LIQUIDO-RES LESS ZEROS
              DISPLAY "DESCONTOS MAIORES QUE AS VERBAS - LIQUIDO "
                      "ZERADO, SALDO DEVEDOR A ACERTAR A PARTE"
              MOVE ZEROS TO WRK-LIQUIDO-PAGAR
           ELSE
              MOVE WRK-LIQUIDO-RES TO WRK-LIQUIDO-PAGAR
           END-IF.

       0242-SOMAR-COMISSAO          SECTION.
      *--------------------------------------------------------------
      *-------- COMISSAO DO MES DO DESLIGAMENTO DOS OPERADORES
      *-------- VINCULADOS AO FUNCIONARIO (COMISFOL_AAAAMM.txt, COMO
      *-------- NO FOLHAVAR). SEM ARQUIVO DO MES A COMISSAO E ZERO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-VLR-COMISSAO.
           MOVE SPACES TO WRK-COMISFOL-PATH.
           STRING WRK-PATH-DIR    DELIMITED BY SPACES
                  "COMISFOL_"     DELIMITED BY SIZE
                  WRK-COMP-DESLIG DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WRK-COMISFOL-PATH.
           OPEN INPUT COMISFOL.
           IF FS-COMISFOL NOT EQUAL 00
              GO TO 0242-SOMAR-FIM
           END-IF.
           READ COMISFOL
           PERFORM UNTIL FS-COMISFOL NOT EQUAL 00
              IF CMS-CODIGO-FUNC EQUAL WRK-CODIGO
                 ADD CMS-VALOR TO WRK-VLR-COMISSAO
              END-IF
              READ COMISFOL
           END-PERFORM.
           CLOSE COMISFOL.

       0242-SOMAR-FIM.
           EXIT.

       0244-SOMAR-CONSUMO           SECTION.
      *--------------------------------------------------------------
      *-------- COMPRAS DO FUNCIONARIO NA LOJA DESCONTADAS EM FOLHA
      *-------- NO MES DO DESLIGAMENTO: COMPRAS MENOS ESTORNOS DO
      *-------- CONSFUNC_AAAAMM.txt, COMO NO FOLHAVAR/CONSCHK. SEM
      *-------- ARQUIVO DO MES O DESCONTO E ZERO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-CONSUMO-CALC.
           MOVE SPACES TO WRK-CONSFUNC-PATH.
           STRING WRK-PATH-DIR    DELIMITED BY SPACES
                  "CONSFUNC_"     DELIMITED BY SIZE
                  WRK-COMP-DESLIG DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WRK-CONSFUNC-PATH.
           OPEN INPUT CONSFUNC.
           IF FS-CONSFUNC NOT EQUAL 00
              GO TO 0244-SOMAR-FIM
           END-IF.
           READ CONSFUNC
           PERFORM UNTIL FS-CONSFUNC NOT EQUAL 00
              IF CSF-FUNCIONARIO EQUAL WRK-CODIGO
                 IF CSF-TIPO-ESTORNO
                    SUBTRACT CSF-VALOR FROM WRK-CONSUMO-CALC
                 ELSE
                    ADD CSF-VALOR TO WRK-CONSUMO-CALC
                 END-IF
              END-IF
              READ CONSFUNC
           END-PERFORM.
           CLOSE CONSFUNC.

       0244-SOMAR-FIM.
           EXIT.

       0250-FGTS-MULTA              SECTION.
      *--------------------------------------------------------------
      *-------- FGTS DA RESCISAO (SALDO + AVISO + COMISSAO + 13O)
      *-------- PELO FOLHAENC
      *-------- E, NA DISPENSA SEM JUSTA CAUSA, A MULTA SOBRE TUDO O
      *-------- QUE FOI DEPOSITADO NO CONTRATO
      *--------------------------------------------------------------
           COMPUTE WRK-BASE-FGTS = WRK-VLR-SALDO + WRK-VLR-AVISO
                                 + WRK-VLR-COMISSAO + WRK-VLR-13.
           CALL "FOLHAENC" USING WRK-BASE-FGTS WRK-FGTS WRK-INSS-EMP
                                  WRK-TERCEIROS WRK-SW-ENC.
           IF NOT WRK-ENCARGOS-OK
              MOVE ZEROS TO WRK-FGTS WRK-INSS-EMP WRK-TERCEIROS
           END-IF.
           MOVE WRK-FGTS TO WRK-SALDO-FGTS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-COMPET
              ADD WRK-FGTS-VALOR(WRK-IDX) TO WRK-SALDO-FGTS
           END-PERFORM.
           MOVE ZEROS TO WRK-MULTA-FGTS.
           IF WRK-SEM-JUSTA-CAUSA
              COMPUTE WRK-MULTA-FGTS ROUNDED
                    = WRK-SALDO-FGTS * WRK-PCT-MULTA / 100
           END-IF.

       0300-IMPRIMIR-TERMO          SECTION.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "TERMO DE RESCISAO DO CONTRATO DE TRABALHO"
             TO WRK-REL-TITULO.
           MOVE "VERBAS RESCISORIAS E DESCONTOS" TO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-EMPRESA-NOME DELIMITED BY SIZE
                  " CNPJ "          DELIMITED BY SIZE
                  WRK-EMPRESA-CNPJ  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING "FUNCIONARIO " DELIMITED BY SIZE
                  REG-CODIGO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  REG-NOME       DELIMITED BY SIZE
                  " SETOR "      DELIMITED BY SIZE
                  REG-SETOR      DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ADMISSAO "            DELIMITED BY SIZE
                  REG-DATA-CONTRATACAO   DELIMITED BY SIZE
                  " DESLIGAMENTO "       DELIMITED BY SIZE
                  REG-DATA-DESLIGAMENTO  DELIMITED BY SIZE
                  " ANOS DE CASA "       DELIMITED BY SIZE
                  WRK-ANOS-CASA          DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE REG-SALARIO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "MOTIVO "        DELIMITED BY SIZE
                  WRK-TIPO-DESCR   DELIMITED BY SIZE
                  " SALARIO "      DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING "AVISO PREVIO " DELIMITED BY SIZE
                  WRK-AVISO-DESCR DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "VERBAS RESCISORIAS:" TO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE WRK-DIAS-SALDO TO WRK-DIAS-ED.
           MOVE SPACES TO WRK-ROTULO.
           STRING "  SALDO DE SALARIO " DELIMITED BY SIZE
                  WRK-DIAS-ED           DELIMITED BY SIZE
                  "D.."                 DELIMITED BY SIZE
                  INTO WRK-ROTULO.
           MOVE WRK-VLR-SALDO TO WRK-VALOR-ED.
           PERFORM 0320-LINHA-VALOR.

           IF WRK-VLR-AVISO GREATER ZEROS
              MOVE WRK-DIAS-AVISO TO WRK-DIAS-ED
              MOVE SPACES TO WRK-ROTULO
              STRING "  AVISO INDENIZADO " DELIMITED BY SIZE
                     WRK-DIAS-ED           DELIMITED BY SIZE
                     "D.."                 DELIMITED BY SIZE
                     INTO WRK-ROTULO
              MOVE WRK-VLR-AVISO TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.

           IF WRK-VLR-COMISSAO GREATER ZEROS
              MOVE "  COMISSAO DO MES.........." TO WRK-ROTULO
              MOVE WRK-VLR-COMISSAO TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.

           IF WRK-VLR-FER-VENC GREATER ZEROS
              MOVE WRK-DIAS-VENCIDAS TO WRK-DIAS-ED
              MOVE SPACES TO WRK-ROTULO
              STRING "  FERIAS VENCIDAS " DELIMITED BY SIZE
                     WRK-DIAS-ED          DELIMITED BY SIZE
                     "D..."               DELIMITED BY SIZE
                     INTO WRK-ROTULO
              MOVE WRK-VLR-FER-VENC TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
              MOVE "  1/3 FERIAS VENCIDAS......" TO WRK-ROTULO
              MOVE WRK-VLR-TERCO-VENC TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.

           IF WRK-VLR-FER-PROP GREATER ZEROS
              MOVE WRK-AVOS-FERIAS TO WRK-DIAS-ED
              MOVE SPACES TO WRK-ROTULO
              STRING "  FERIAS PROPORC. " DELIMITED BY SIZE
                     WRK-DIAS-ED          DELIMITED BY SIZE
                     "/12.."              DELIMITED BY SIZE
                     INTO WRK-ROTULO
              MOVE WRK-VLR-FER-PROP TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
              MOVE "  1/3 FERIAS PROPORCIONAIS." TO WRK-ROTULO
              MOVE WRK-VLR-TERCO-PROP TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.

           IF WRK-VLR-13 GREATER ZEROS
              MOVE WRK-AVOS-13 TO WRK-DIAS-ED
              MOVE SPACES TO WRK-ROTULO
              STRING "  13O PROPORCIONAL " DELIMITED BY SIZE
                     WRK-DIAS-ED           DELIMITED BY SIZE
                     "/12."                DELIMITED BY SIZE
                     INTO WRK-ROTULO
              MOVE WRK-VLR-13 TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.

           MOVE "TOTAL DAS VERBAS..........." TO WRK-ROTULO.
           MOVE WRK-PROVENTOS TO WRK-VALOR-ED.
           PERFORM 0320-LINHA-VALOR.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "DESCONTOS:" TO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE "  INSS SOBRE SALDO/AVISO..." TO WRK-ROTULO.
           MOVE WRK-INSS-SALDO TO WRK-VALOR-ED.
           PERFORM 0320-LINHA-VALOR.
           MOVE "  IRRF SOBRE SALDO/AVISO..." TO WRK-ROTULO.
           MOVE WRK-IRRF-SALDO TO WRK-VALOR-ED.
           PERFORM 0320-LINHA-VALOR.
           IF WRK-VLR-13 GREATER ZEROS
              MOVE "  INSS SOBRE O 13O........." TO WRK-ROTULO
              MOVE WRK-INSS-13 TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
              MOVE "  IRRF SOBRE O 13O........." TO WRK-ROTULO
              MOVE WRK-IRRF-13 TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.
           IF WRK-VLR-DESC-AVISO GREATER ZEROS
              MOVE "  AVISO NAO CUMPRIDO 30D..." TO WRK-ROTULO
              MOVE WRK-VLR-DESC-AVISO TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.

           IF WRK-ADIANT-DESC GREATER ZEROS
              MOVE "  ADIANTAMENTO QUINZENAL..." TO WRK-ROTULO
              MOVE WRK-ADIANT-DESC TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.
           IF WRK-CONSUMO-DESC GREATER ZEROS
              MOVE "  COMPRAS NA LOJA.........." TO WRK-ROTULO
              MOVE WRK-CONSUMO-DESC TO WRK-VALOR-ED
              PERFORM 0320-LINHA-VALOR
           END-IF.

           MOVE "TOTAL DOS DESCONTOS........" TO WRK-ROTULO.
           MOVE WRK-DESCONTOS TO WRK-VALOR-ED.
           PERFORM 0320-LINHA-VALOR.

           MOVE "LIQUIDO DA RESCISAO........" TO WRK-ROTULO.
           MOVE WRK-LIQUIDO-PAGAR TO WRK-VALOR-ED.
           PERFORM 0320-LINHA-VALOR.

      *-------- FGTS: DEPOSITO NA CONTA VINCULADA, FORA DO LIQUIDO
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "INFORMATIVO (DEPOSITOS NA CONTA VINCULADA DO FGTS):"
             TO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.
           MOVE "  FGTS DA RESCISAO........." TO WRK-ROTULO.
           MOVE WRK-FGTS TO WRK-VALOR-ED.
           PERFORM 0320-LINHA-VALOR.
           MOVE WRK-SALDO-FGTS TO WRK-SOMA-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "  DEPOSITOS DO CONTRATO... " DELIMITED BY SIZE
                  WRK-SOMA-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.
           IF WRK-SEM-JUSTA-CAUSA
              MOVE WRK-MULTA-FGTS TO WRK-SOMA-ED
              MOVE SPACES TO WRK-REL-LINHA
              STRING "  MULTA RESCISORIA " DELIMITED BY SIZE
                     WRK-PCT-MULTA         DELIMITED BY SIZE
                     "%..... "             DELIMITED BY SIZE
                     WRK-SOMA-ED           DELIMITED BY SIZE
                     INTO WRK-REL-LINHA
              PERFORM 0310-MANDAR-LINHA
           END-IF.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-CIDADE-EXEC DELIMITED BY SPACES
                  ", "            DELIMITED BY SIZE
                  WRK-AAAAMMDD(7:2) DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WRK-AAAAMMDD(5:2) DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WRK-AAAAMMDD(1:4) DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "______________________   ______________________"
             TO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE "      EMPREGADOR                EMPREGADO"
             TO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-LIQUIDO-PAGAR TO WRK-VALOR-ED.
           STRING "RESCISAO FUNCIONARIO " DELIMITED BY SIZE
                  REG-CODIGO               DELIMITED BY SIZE
                  " LIQUIDO "              DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0310-MANDAR-LINHA            SECTION.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.

       0320-LINHA-VALOR             SECTION.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-ROTULO   DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           PERFORM 0310-MANDAR-LINHA.

       0400-GRAVAR                  SECTION.
      *--------------------------------------------------------------
      *-------- REMESSA E HISTORICO SO COM A CONFIRMACAO DO OPERADOR
      *-------- E SE O FUNCIONARIO AINDA NAO TEM RESCISAO GRAVADA
      *--------------------------------------------------------------
           IF WRK-RESCISAO-GRAVADA
              DISPLAY "FUNCIONARIO " WRK-CODIGO " JA TEM RESCISAO "
                      "NO FOLHAHIS - TERMO SO PARA CONFERENCIA"
              GO TO 0400-GRAVAR-FIM
           END-IF.
           DISPLAY "GRAVAR REMESSA E HISTORICO DA RESCISAO (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF NOT WRK-CONFIRMOU
              DISPLAY "RESCISAO NAO GRAVADA - TERMO SO PARA "
                      "CONFERENCIA"
              GO TO 0400-GRAVAR-FIM
           END-IF.
           PERFORM 0410-GRAVAR-REMESSA.
           PERFORM 0420-GRAVAR-HISTORICO.
           DISPLAY "=========================================".
           DISPLAY "RESCISAO DO FUNCIONARIO " WRK-CODIGO " GRAVADA".
           DISPLAY "REMESSA: " WRK-REMRES-PATH.
           DISPLAY "CONFERIR ANTES DE SUBIR PARA O BANCO".
           DISPLAY "=========================================".

       0400-GRAVAR-FIM.
           EXIT.

       0410-GRAVAR-REMESSA          SECTION.
           MOVE SPACES TO WRK-REMRES-PATH.
           STRING WRK-PATH-DIR DELIMITED BY SPACES
                  "RESC_"      DELIMITED BY SIZE
                  WRK-AAAAMMDD DELIMITED BY SIZE
                  "_"          DELIMITED BY SIZE
                  WRK-CODIGO   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
                  INTO WRK-REMRES-PATH.
           OPEN OUTPUT REMRES.
           IF FS-REMRES NOT EQUAL 00
              MOVE "ERRO NO OPEN DA REMESSA       " TO WRK-MSG-ERRO
              MOVE "REMRES"   TO WRK-ERRLOG-ARQUIVO
              MOVE FS-REMRES  TO FS-ARQFUNC
              PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE SPACES           TO REG-REMRES.
           MOVE "H"              TO RRS-HDR-TIPO.
           MOVE WRK-EMPRESA-NOME TO RRS-HDR-EMPRESA.
           MOVE WRK-EMPRESA-CNPJ TO RRS-HDR-CNPJ.
           MOVE WRK-AAAAMMDD     TO RRS-HDR-DATA.
           WRITE REG-REMRES.

           MOVE SPACES            TO REG-REMRES.
           MOVE "D"               TO RRS-DET-TIPO.
           MOVE REG-CODIGO        TO RRS-DET-CODIGO.
           MOVE REG-NOME          TO RRS-DET-NOME.
           MOVE WRK-LIQUIDO-PAGAR TO RRS-DET-LIQUIDO.
           WRITE REG-REMRES.

           MOVE SPACES            TO REG-REMRES.
           MOVE "T"               TO RRS-TRL-TIPO.
           MOVE 1                 TO RRS-TRL-QTD.
           MOVE WRK-LIQUIDO-PAGAR TO RRS-TRL-SOMA.
           WRITE REG-REMRES.
           CLOSE REMRES.

       0420-GRAVAR-HISTORICO        SECTION.
      *--------------------------------------------------------------
      *-------- UMA LINHA NO FOLHAHIS NA COMPETENCIA DO DESLIGAMENTO,
      *-------- MARCADA COM FHI-ORIGEM "R" (O AVISO NAO CUMPRIDO
      *-------- DESCONTADO VAI EM FHI-FALTAS)
      *--------------------------------------------------------------
           OPEN EXTEND FOLHAHIS.
           IF FS-FOLHAHIS EQUAL 35
              OPEN OUTPUT FOLHAHIS
           END-IF.
           IF FS-FOLHAHIS NOT EQUAL 00
              DISPLAY "AVISO: HISTORICO FOLHAHIS.txt NAO ABRIU - "
                      "STATUS " FS-FOLHAHIS
              GO TO 0420-GRAVAR-FIM
           END-IF.
           MOVE SPACES             TO REG-FOLHAHIS.
           MOVE WRK-DESLIG-ANO     TO FHI-COMPETENCIA(1:4).
           MOVE WRK-DESLIG-MES     TO FHI-COMPETENCIA(5:2).
           MOVE REG-CODIGO         TO FHI-CODIGO.
           MOVE REG-SETOR          TO FHI-SETOR.
           MOVE WRK-PROVENTOS      TO FHI-BRUTO.
           COMPUTE FHI-INSS = WRK-INSS-SALDO + WRK-INSS-13.
           COMPUTE FHI-IRRF = WRK-IRRF-SALDO + WRK-IRRF-13.
           MOVE WRK-LIQUIDO-PAGAR  TO FHI-LIQUIDO.
           MOVE ZEROS              TO FHI-HE50 FHI-HE100
                                      FHI-BENEFICIO.
           MOVE WRK-CONSUMO-DESC   TO FHI-CONSUMO.
           MOVE WRK-VLR-COMISSAO   TO FHI-COMISSAO.
           MOVE WRK-VLR-DESC-AVISO TO FHI-FALTAS.
           MOVE WRK-FGTS           TO FHI-FGTS.
           MOVE WRK-INSS-EMP       TO FHI-INSS-EMP.
           MOVE WRK-TERCEIROS      TO FHI-TERCEIROS.
           MOVE "R"                TO FHI-ORIGEM.
           MOVE WRK-ADIANT-DESC    TO FHI-ADIANTAMENTO.
           MOVE WRK-DEDUCAO-DEP    TO FHI-DEDUCAO-DEP.
           WRITE REG-FOLHAHIS.
           CLOSE FOLHAHIS.

       0420-GRAVAR-FIM.
           EXIT.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ARQFUNC.
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
           MOVE "FERIAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FERIAS.
           MOVE "FOLHAHIS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FOLHAHIS.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
