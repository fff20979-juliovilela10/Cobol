      *           COMO ORFAO (CORRIGIR VIA SETEXC/FUNCMANT)
      * DATA: 02/09/2026
      * OBSERVAÇÕES: ATE 20 SETORES, COMO A TABELA DO BASE6
      * 15/10/2026 JV - O FOLHAVAR DEVOLVE TAMBEM AS COMPRAS DO
      *                 FUNCIONARIO NA LOJA; AQUI ELAS NAO ENTRAM -
      *                 SAO ACERTO DE CONTA DO FUNCIONARIO, NAO CUSTO
      *                 DA FOLHA, E O LIQUIDO DO SETOR SEGUE O DAS
      *                 TABELAS
      * 15/10/2026 JV - ENCARGOS DA EMPRESA (FOLHAENC: FGTS, INSS
      *                 PATRONAL E TERCEIROS) EM COLUNA PROPRIA POR
      *                 SETOR (E), COM TOTAL NO RODAPE; A DESCRICAO
      *                 DO SETOR NA LINHA CAI PARA 12 POSICOES
      * 15/10/2026 JV - IRRF COM A DEDUCAO DOS DEPENDENTES (MODULO
      *                 DEPCONT), IGUAL A FOLHA
      * 15/10/2026 JV - CUSTO DO SETOR COM A COMISSAO DO MES DOS
      *                 OPERADORES VINCULADOS (FOLHAVAR)
      * 15/10/2026 JV - O FOLHAVAR DEVOLVE TAMBEM A PARTE DO
      *                 FUNCIONARIO NO VT/VR; AQUI ELA NAO ENTRA -
      *                 E DESCONTO DO LIQUIDO, NAO CUSTO DA FOLHA
      * 15/10/2026 JV - STOP RUN VIRA GOBACK E O ERRO DE ABERTURA
      *                 DEVOLVE RETURN-CODE 16, PARA O PROGRAMA PODER
      *                 SER ENCADEADO PELO FECHAMENTO DO MES
      *                 (FECHAMES)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
              10 WRK-SET-BRUTO    PIC 9(08)V99.
              10 WRK-SET-DESCONTO PIC 9(08)V99.
              10 WRK-SET-LIQUIDO  PIC 9(08)V99.
              10 WRK-SET-ENCARGOS PIC 9(08)V99.

       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
       77  WRK-VLR-HE100  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-FALTAS PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BRUTO      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-CONSUMO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-COMISSAO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-BENEFICIO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-IRRF       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIQUIDO    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DESCONTO   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-CALC    PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP    PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.

      *-------------- ENCARGOS DA EMPRESA (MODULO FOLHAENC) ----------
       77  WRK-FGTS       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS-EMP   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TERCEIROS  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ENCARGOS   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SW-ENC     PIC X(01) VALUE "N".
           88 WRK-ENCARGOS-OK       VALUE "S".

      *-------------- CONFERENCIA DO SETOR (MODULO SETVAL) -----------
       77  WRK-SETOR-DESCR   PIC X(20) VALUE SPACES.
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-BRUTO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS PIC 9(09)V99 VALUE ZEROS.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
           PERFORM   0100-INICIALIZAR.
           PERFORM   0200-PROCESSAR.
           PERFORM   0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQFUNC.
           IF FS-ARQFUNC NOT EQUAL 00
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
      *-------- MESMA CONTA DA FOLHA: PARTE VARIAVEL E TABELAS
           CALL "FOLHAVAR" USING REG-CODIGO REG-SALARIO
                                  WRK-VLR-HE50 WRK-VLR-HE100
                                  WRK-VLR-FALTAS WRK-BRUTO
                                  WRK-VLR-CONSUMO
                                  WRK-VLR-COMISSAO
                                  WRK-VLR-BENEFICIO.
           CALL "DEPCONT" USING REG-CODIGO WRK-DATA-HOJE WRK-QTD-DEP.
           CALL "FOLHACAL" USING WRK-BRUTO WRK-INSS WRK-IRRF
                                  WRK-LIQUIDO WRK-SW-CALC
                                  WRK-QTD-DEP WRK-DEDUCAO-DEP.
           IF NOT WRK-CALCULO-OK
              MOVE WRK-BRUTO TO WRK-LIQUIDO
              MOVE ZEROS     TO WRK-INSS WRK-IRRF
           END-IF.
           COMPUTE WRK-DESCONTO = WRK-INSS + WRK-IRRF.
      *-------- ENCARGOS DA EMPRESA: CUSTO DO SETOR ALEM DO BRUTO
           CALL "FOLHAENC" USING WRK-BRUTO WRK-FGTS WRK-INSS-EMP
                                  WRK-TERCEIROS WRK-SW-ENC.
           COMPUTE WRK-ENCARGOS = WRK-FGTS + WRK-INSS-EMP
                                + WRK-TERCEIROS.
           ADD WRK-BRUTO   TO WRK-TOTAL-BRUTO.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD WRK-ENCARGOS TO WRK-TOTAL-ENCARGOS.

           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 ADD WRK-BRUTO    TO WRK-SET-BRUTO(WRK-IDX)
                 ADD WRK-DESCONTO TO WRK-SET-DESCONTO(WRK-IDX)
                 ADD WRK-LIQUIDO  TO WRK-SET-LIQUIDO(WRK-IDX)
                 ADD WRK-ENCARGOS TO WRK-SET-ENCARGOS(WRK-IDX)
              END-IF
           END-PERFORM.
           IF NOT WRK-SETOR-ACHADO
                   TO WRK-SET-DESCONTO(WRK-ACUM-SETORES)
                 MOVE WRK-LIQUIDO
                   TO WRK-SET-LIQUIDO(WRK-ACUM-SETORES)
                 MOVE WRK-ENCARGOS
                   TO WRK-SET-ENCARGOS(WRK-ACUM-SETORES)
              END-IF
           END-IF.

           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "CUSTO DA FOLHA POR CENTRO DE CUSTO"
             TO WRK-REL-TITULO.
           MOVE SPACES TO WRK-REL-COLUNAS.
           STRING "SETOR  DESCRICAO  FUNC  BRUTO  DESCONTOS  LIQUIDO"
                                              DELIMITED BY SIZE
                  "  ENCARGOS"                DELIMITED BY SIZE
                  INTO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                  WRK-TOTAL-LIQUIDO  DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ENCARGOS DA EMPRESA (FGTS, INSS, TERCEIROS) "
                                     DELIMITED BY SIZE
                  WRK-TOTAL-ENCARGOS DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-SET-NOME(WRK-IDX)     DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WRK-SETOR-DESCR(1:12)     DELIMITED BY SIZE
                  " F "                     DELIMITED BY SIZE
                  WRK-SET-CONT(WRK-IDX)     DELIMITED BY SIZE
                  " B "                     DELIMITED BY SIZE
                  WRK-SET-DESCONTO(WRK-IDX) DELIMITED BY SIZE
                  " L "                     DELIMITED BY SIZE
                  WRK-SET-LIQUIDO(WRK-IDX)  DELIMITED BY SIZE
                  " E "                     DELIMITED BY SIZE
                  WRK-SET-ENCARGOS(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                WRK-ERRLOG-ARQUIVO
                                FS-ARQFUNC.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
