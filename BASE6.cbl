      *==                   DESCONTO, LIQUIDO E PARCELAS VARIAVEIS);
      *==                   A CONSULTA E DO FOLHACON E O INFORME DE
      *==                   RENDIMENTOS ANUAL E DO FOLHAINF
      *==   15/10/2026 JV - COMPRAS DO FUNCIONARIO NA LOJA NO MES
      *==                   (FOLHAVAR, LIVRO CONSFUNC_AAAAMM.txt DO
      *==                   CAIXA) DESCONTADAS DO LIQUIDO DEPOIS DO
      *==                   FOLHACAL, LIMITADAS AO PROPRIO LIQUIDO;
      *==                   O DESCONTO VAI AO FIM DO CONTRACH E DO
      *==                   FOLHAHIS (CCH-CONSUMO / FHI-CONSUMO)
      *==   15/10/2026 JV - ENCARGOS DA EMPRESA POR FUNCIONARIO
      *==                   (MODULO FOLHAENC, ALIQUOTAS NO
      *==                   FOLHAPAR.txt): FGTS, INSS PATRONAL E
      *==                   TERCEIROS VAO AO FIM DO FOLHAHIS E AO
      *==                   TOTAL DO RELATORIO; CADA RODADA GERA A
      *==                   GUIA MENSAL DO FGTS (FGTS_AAAAMM.txt) COM
      *==                   COMPETENCIA, BASE E DEPOSITO POR
      *==                   FUNCIONARIO E TRAILER COM AS SOMAS
      *==   15/10/2026 JV - ADIANTAMENTO QUINZENAL DO MES (FOLHAADT,
      *==                   LIDO PELO MODULO ADTCONS) DESCONTADO DO
      *==                   LIQUIDO ANTES DAS COMPRAS NA LOJA,
      *==                   LIMITADO AO PROPRIO LIQUIDO; O DESCONTO
      *==                   VAI AO FIM DO CONTRACH E DO FOLHAHIS
      *==                   (CCH-/FHI-ADIANTAMENTO) PARA A
      *==                   CONFERENCIA DO ADTCONC
      *==   15/10/2026 JV - DEPENDENTES DO FUNCIONARIO (MODULO
      *==                   DEPCONT, CADASTRO DO DEPMANT) PASSADOS AO
      *==                   FOLHACAL PARA A DEDUCAO NA BASE DO IRRF;
      *==                   A DEDUCAO VAI AO FIM DO FOLHAHIS
      *==                   (FHI-DEDUCAO-DEP) PARA O INFORME ANUAL
      *==   15/10/2026 JV - COMISSAO DO MES DOS OPERADORES VINCULADOS
      *==                   (FOLHAVAR, COMISFOL DO COMISSAO) NO BRUTO;
      *==                   VAI AO FIM DO FOLHAHIS (FHI-COMISSAO)
      *==   15/10/2026 JV - PARTE DO FUNCIONARIO NO VALE-TRANSPORTE E
      *==                   NO VALE-REFEICAO (FOLHAVAR, BENEF DO
      *==                   BENEFMES) SAI DO LIQUIDO DEPOIS DAS
      *==                   COMPRAS NA LOJA, LIMITADA AO LIQUIDO;
      *==                   VAI AO FIM DO FOLHAHIS (FHI-BENEFICIO)
      *=====================================================


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHAHIS.

             SELECT FGTSGUIA ASSIGN TO WRK-FGTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FGTSGUIA.



       DATA DIVISION.
           05 CCH-HE100      PIC 9(06)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CCH-FALTAS     PIC 9(06)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CCH-CONSUMO    PIC 9(06)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 CCH-ADIANTAMENTO PIC 9(06)V99.

       FD FOLHAHIS.
       01  REG-FOLHAHIS.
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
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-ADIANTAMENTO PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-DEDUCAO-DEP PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-COMISSAO    PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FHI-BENEFICIO   PIC 9(06)V99.

      *-------- GUIA MENSAL DO FGTS: "D" POR FUNCIONARIO, "T" NO FIM
       FD FGTSGUIA.
       01  REG-FGTSGUIA.
           05 FGG-TIPO        PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FGG-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FGG-CODIGO      PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FGG-NOME        PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FGG-BASE        PIC 9(06)V99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 FGG-DEPOSITO    PIC 9(06)V99.
       01  REG-FGTSGUIA-TRL REDEFINES REG-FGTSGUIA.
           05 FGT-TIPO        PIC X(01).
           05 FILLER          PIC X(01).
           05 FGT-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01).
           05 FGT-QTD         PIC 9(06).
           05 FILLER          PIC X(01).
           05 FGT-BASE        PIC 9(11)V99.
           05 FILLER          PIC X(01).
           05 FGT-DEPOSITO    PIC 9(11)V99.

       WORKING-STORAGE SECTION.

       77 WRK-LIQUIDO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SW-CALC  PIC X(01) VALUE "N".
            88 WRK-CALCULO-OK       VALUE "S".
       77 WRK-QTD-DEP  PIC 9(02) VALUE ZEROS.
       77 WRK-DEDUCAO-DEP PIC 9(06)V99 VALUE ZEROS.

      *-------------- PARTE VARIAVEL (MODULO FOLHAVAR) ---------------
       77 WRK-VLR-HE50   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-HE100  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-FALTAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BRUTO      PIC 9(06)V99 VALUE ZEROS.
      *-------- COMPRAS NA LOJA DO MES E O QUE COUBE NO LIQUIDO
       77 WRK-VLR-CONSUMO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-COMISSAO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CONSUMO-DESC PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-BENEFICIO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BENEFICIO-DESC PIC 9(06)V99 VALUE ZEROS.
      *-------- ADIANTAMENTO DO DIA 20 E O QUE COUBE NO LIQUIDO
       77 WRK-VLR-ADIANT   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ADIANT-DESC  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-ADIANT PIC 9(09)V99 VALUE ZEROS.

      *-------------- ENCARGOS DA EMPRESA (MODULO FOLHAENC) ----------
       77 WRK-FGTS        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS-EMP    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SW-ENC      PIC X(01) VALUE "N".
            88 WRK-ENCARGOS-OK      VALUE "S".
       77 WRK-TOTAL-FGTS     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-BASE-FGTS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ACUM-GUIA      PIC 9(04) VALUE ZEROS.
       77 FS-FGTSGUIA PIC 9(02) VALUE ZEROS.
       01 WRK-FGTS-PATH   PIC X(60) VALUE SPACES.

       77 FS-ARQFUNC PIC 9(02).
       77 FS-FOLHAHIS PIC 9(02) VALUE ZEROS.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTRACH PIC X(60) VALUE SPACES.
       01  WRK-PATH-FOLHAHIS PIC X(60) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

                DISPLAY "AVISO: HISTORICO FOLHAHIS.txt NAO ABRIU - "
                        "STATUS " FS-FOLHAHIS
             END-IF.
             MOVE SPACES TO WRK-FGTS-PATH.
             STRING WRK-PATH-DIR DELIMITED BY SPACES
                    "FGTS_"      DELIMITED BY SIZE
                    WRK-AAAAMMDD(1:6) DELIMITED BY SIZE
                    ".txt"       DELIMITED BY SIZE
                    INTO WRK-FGTS-PATH.
             OPEN OUTPUT FGTSGUIA.
             IF FS-FGTSGUIA NOT EQUAL 00
                DISPLAY "AVISO: GUIA DO FGTS NAO ABRIU - "
                        "STATUS " FS-FGTSGUIA
             END-IF.


       0200-PROCESSAR.
      *-------- AJUSTADO, QUE VAI AO FOLHACAL
           CALL "FOLHAVAR" USING REG-CODIGO REG-SALARIO
                                  WRK-VLR-HE50 WRK-VLR-HE100
                                  WRK-VLR-FALTAS WRK-BRUTO
                                  WRK-VLR-CONSUMO
                                  WRK-VLR-COMISSAO
                                  WRK-VLR-BENEFICIO.
           CALL "DEPCONT" USING REG-CODIGO WRK-AAAAMMDD WRK-QTD-DEP.
           CALL "FOLHACAL" USING WRK-BRUTO WRK-INSS WRK-IRRF
                                  WRK-LIQUIDO WRK-SW-CALC
                                  WRK-QTD-DEP WRK-DEDUCAO-DEP.
           IF NOT WRK-CALCULO-OK
              MOVE WRK-BRUTO TO WRK-LIQUIDO
           END-IF.
      *-------- ADIANTAMENTO JA PAGO NO DIA 20 SAI PRIMEIRO, NUNCA
      *-------- ALEM DO LIQUIDO (O QUE SOBRAR APARECE NO ADTCONC)
           CALL "ADTCONS" USING WRK-AAAAMMDD(1:6) REG-CODIGO
                                 WRK-VLR-ADIANT.
           MOVE WRK-VLR-ADIANT TO WRK-ADIANT-DESC.
           IF WRK-ADIANT-DESC GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-ADIANT-DESC
              DISPLAY "AVISO: FUNC " REG-CODIGO " ADIANTAMENTO "
                      WRK-VLR-ADIANT " ACIMA DO LIQUIDO - "
                      "DESCONTADO " WRK-ADIANT-DESC
           END-IF.
           SUBTRACT WRK-ADIANT-DESC FROM WRK-LIQUIDO.
           ADD WRK-ADIANT-DESC TO WRK-TOTAL-ADIANT.
      *-------- COMPRAS NA LOJA SAEM DO LIQUIDO, NUNCA ALEM DELE
           MOVE WRK-VLR-CONSUMO TO WRK-CONSUMO-DESC.
           IF WRK-CONSUMO-DESC GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-CONSUMO-DESC
              DISPLAY "AVISO: FUNC " REG-CODIGO " COMPRAS NA LOJA "
                      WRK-VLR-CONSUMO " ACIMA DO LIQUIDO - "
                      "DESCONTADO " WRK-CONSUMO-DESC
           END-IF.
           SUBTRACT WRK-CONSUMO-DESC FROM WRK-LIQUIDO.
      *-------- VALE-TRANSPORTE E VALE-REFEICAO (PARTE DO FUNCIONARIO)
      *-------- TAMBEM SAEM DO LIQUIDO, NUNCA ALEM DELE
           MOVE WRK-VLR-BENEFICIO TO WRK-BENEFICIO-DESC.
           IF WRK-BENEFICIO-DESC GREATER WRK-LIQUIDO
              MOVE WRK-LIQUIDO TO WRK-BENEFICIO-DESC
              DISPLAY "AVISO: FUNC " REG-CODIGO " VT/VR "
                      WRK-VLR-BENEFICIO " ACIMA DO LIQUIDO - "
                      "DESCONTADO " WRK-BENEFICIO-DESC
           END-IF.
           SUBTRACT WRK-BENEFICIO-DESC FROM WRK-LIQUIDO.
      *-------- ENCARGOS DA EMPRESA SOBRE O BRUTO - NAO MEXEM NO
      *-------- LIQUIDO DO FUNCIONARIO
           CALL "FOLHAENC" USING WRK-BRUTO WRK-FGTS WRK-INSS-EMP
                                  WRK-TERCEIROS WRK-SW-ENC.
           ADD WRK-FGTS      TO WRK-TOTAL-FGTS.
           ADD WRK-FGTS WRK-INSS-EMP WRK-TERCEIROS
             TO WRK-TOTAL-ENCARGOS.
           IF WRK-VLR-HE50 GREATER ZEROS
              OR WRK-VLR-HE100 GREATER ZEROS
              OR WRK-VLR-FALTAS GREATER ZEROS
              DISPLAY "   DESCONTO FALTAS... " WRK-VLR-FALTAS
              DISPLAY "   BRUTO AJUSTADO.... " WRK-BRUTO
           END-IF.
           IF WRK-VLR-COMISSAO GREATER ZEROS
              DISPLAY "FUNC " REG-CODIGO " " REG-NOME
                      " COMISSAO......... " WRK-VLR-COMISSAO
           END-IF.
           IF WRK-CONSUMO-DESC GREATER ZEROS
              DISPLAY "FUNC " REG-CODIGO " " REG-NOME
                      " COMPRAS NA LOJA.. " WRK-CONSUMO-DESC
           END-IF.
           IF WRK-BENEFICIO-DESC GREATER ZEROS
              DISPLAY "FUNC " REG-CODIGO " " REG-NOME
                      " VT/VR............ " WRK-BENEFICIO-DESC
           END-IF.
           IF WRK-ADIANT-DESC GREATER ZEROS
              DISPLAY "FUNC " REG-CODIGO " " REG-NOME
                      " ADIANTAMENTO..... " WRK-ADIANT-DESC
           END-IF.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           MOVE REG-CODIGO  TO CCH-CODIGO.
           MOVE REG-NOME    TO CCH-NOME.
           MOVE WRK-VLR-HE50   TO CCH-HE50.
           MOVE WRK-VLR-HE100  TO CCH-HE100.
           MOVE WRK-VLR-FALTAS TO CCH-FALTAS.
           MOVE WRK-CONSUMO-DESC TO CCH-CONSUMO.
           MOVE WRK-ADIANT-DESC  TO CCH-ADIANTAMENTO.
           WRITE REG-CONTRACH.
      *-------- HISTORICO MENSAL: UM REGISTRO POR FUNCIONARIO POR
      *-------- COMPETENCIA NO FOLHAHIS.txt (RODADA REPETIDA GRAVA DE
              MOVE WRK-VLR-HE50       TO FHI-HE50
              MOVE WRK-VLR-HE100      TO FHI-HE100
              MOVE WRK-VLR-FALTAS     TO FHI-FALTAS
              MOVE WRK-CONSUMO-DESC   TO FHI-CONSUMO
              MOVE WRK-FGTS           TO FHI-FGTS
              MOVE WRK-INSS-EMP       TO FHI-INSS-EMP
              MOVE WRK-TERCEIROS      TO FHI-TERCEIROS
              MOVE WRK-ADIANT-DESC    TO FHI-ADIANTAMENTO
              MOVE WRK-DEDUCAO-DEP    TO FHI-DEDUCAO-DEP
              MOVE WRK-VLR-COMISSAO   TO FHI-COMISSAO
              MOVE WRK-BENEFICIO-DESC TO FHI-BENEFICIO
              WRITE REG-FOLHAHIS
           END-IF.
      *-------- GUIA DO FGTS: UMA LINHA POR FUNCIONARIO COM DEPOSITO
           IF FS-FGTSGUIA EQUAL 00 AND WRK-ENCARGOS-OK
              MOVE SPACES             TO REG-FGTSGUIA
              MOVE "D"                TO FGG-TIPO
              MOVE WRK-AAAAMMDD(1:6)  TO FGG-COMPETENCIA
              MOVE REG-CODIGO         TO FGG-CODIGO
              MOVE REG-NOME           TO FGG-NOME
              MOVE WRK-BRUTO          TO FGG-BASE
              MOVE WRK-FGTS           TO FGG-DEPOSITO
              WRITE REG-FGTSGUIA
              ADD 1         TO WRK-ACUM-GUIA
              ADD WRK-BRUTO TO WRK-TOTAL-BASE-FGTS
           END-IF.

       0300-FINALIZAR.
                  CLOSE ARQFUNC.
                  IF FS-FOLHAHIS EQUAL 00
                     CLOSE FOLHAHIS
                  END-IF.
                  IF FS-FGTSGUIA EQUAL 00
                     MOVE SPACES              TO REG-FGTSGUIA-TRL
                     MOVE "T"                 TO FGT-TIPO
                     MOVE WRK-AAAAMMDD(1:6)   TO FGT-COMPETENCIA
                     MOVE WRK-ACUM-GUIA       TO FGT-QTD
                     MOVE WRK-TOTAL-BASE-FGTS TO FGT-BASE
                     MOVE WRK-TOTAL-FGTS      TO FGT-DEPOSITO
                     WRITE REG-FGTSGUIA-TRL
                     CLOSE FGTSGUIA
                  END-IF.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "FOLHA DE PAGAMENTO POR SETOR" TO WRK-REL-TITULO.
           MOVE "SETOR  FUNCIONARIOS  BRUTO  LIQUIDO"
                  WRK-TOTAL-LIQUIDO     DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           MOVE "T" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ENCARGOS DA EMPRESA " DELIMITED BY SIZE
                  WRK-TOTAL-ENCARGOS     DELIMITED BY SIZE
                  " DOS QUAIS FGTS "     DELIMITED BY SIZE
                  WRK-TOTAL-FGTS         DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "ADIANTAMENTOS DESCONTADOS " DELIMITED BY SIZE
                  WRK-TOTAL-ADIANT             DELIMITED BY SIZE
                  INTO WRK-REL-LINHA.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "F" TO WRK-REL-OPERACAO.
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "ARQFUNC" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ARQFUNC.
