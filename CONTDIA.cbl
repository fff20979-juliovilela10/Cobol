      *                 CPCOPY), O DIARIO SOMA OS TITULOS COM
      *                 CP-DATA-ENTRADA DE HOJE - DEBITO ESTOQUE,
      *                 CREDITO FORNECEDORES, CONFORME O CONTAMAP
      * 15/10/2026 JV - INCLUIDO O EVENTO VENDAPIX (VENDAS RECEBIDAS
      *                 NO PIX, DET-PAG-PIX), SEPARADO DO VENDACAR:
      *                 O PIX CAI NA CONTA DO BANCO NO MESMO DIA, SEM
      *                 PASSAR PELA ADMINISTRADORA DE CARTAO
      * 15/10/2026 JV - INCLUIDOS OS EVENTOS DO VALE-PRESENTE:
      *                 VALEEMIS (VALE VENDIDO - A RECEITA PASSA PARA
      *                 VALES A RESGATAR) E VALERESG (VALE USADO COMO
      *                 PAGAMENTO - VALES A RESGATAR VOLTA A RECEITA).
      *                 VENDA PAGA COM VALE NAO ENTRA EM DINHEIRO,
      *                 CARTAO OU PIX; ESTORNO PAGO COM VALE VOLTA AO
      *                 SALDO DO VALE (VALEEMIS) E NAO AO ESTORNO
      * 15/10/2026 JV - COMPRA DE FUNCIONARIO DESCONTADA EM FOLHA
      *                 (DET-PAG-FOLHA, "F"): EVENTO VENDAFOL (RECEITA
      *                 CONTRA FUNCIONARIOS A RECEBER), LIQUIDO DOS
      *                 ESTORNOS PAGOS COM "F" NO DIA, SEM PASSAR POR
      *                 CAIXA. NO DIA DA REMESSA O EVENTO FOLHACON
      *                 LANCA O DESCONTO DAS COMPRAS (FOLHAVAR) CONTRA
      *                 FUNCIONARIOS A RECEBER E O FOLHALIQ PASSA A
      *                 SER O LIQUIDO JA DESCONTADO, IGUAL AO REMSAL
      * 15/10/2026 JV - INCLUIDOS OS EVENTOS DA PDD (PDDLOG.txt):
      *                 BAIXAPDD (PARCELAS BAIXADAS COMO PERDA NO DIA
      *                 PELO CRPDD, PELO VALOR ORIGINAL) E RECUPPDD
      *                 (PAGAMENTO DE PARCELA JA BAIXADA COMO PERDA,
      *                 NO CRBAIXA OU CRRETOR, PELO VALOR RECEBIDO),
      *                 QUE DEIXA DE ENTRAR NO RECEBTO
      * 15/10/2026 JV - NO DIA DA REMESSA, OS ENCARGOS DA EMPRESA
      *                 SOBRE A FOLHA (MODULO FOLHAENC) ENTRAM COMO
      *                 EVENTOS PROPRIOS: FOLHAFGT (FGTS), FOLHAPAT
      *                 (INSS PATRONAL) E FOLHATER (TERCEIROS/RAT);
      *                 TABELA DO CONTAMAP PASSA A 40 EVENTOS
      * 15/10/2026 JV - FOLHA DO DIA COM A DEDUCAO DOS DEPENDENTES
      *                 NO IRRF (MODULO DEPCONT), IGUAL A REMESSA
      * 15/10/2026 JV - COMISSAO DO MES (FOLHAVAR, COMISFOL DO
      *                 COMISSAO) ENTRA NO BRUTO DA FOLHA DO DIA
      * 15/10/2026 JV - NO DIA DA REMESSA, A PARTE DOS FUNCIONARIOS
      *                 NO VALE-TRANSPORTE E NO VALE-REFEICAO
      *                 (FOLHAVAR, BENEF DO BENEFMES) SAI DO
      *                 FOLHALIQ E ENTRA NO EVENTO FOLHABEN
      * 15/10/2026 JV - VENDA PAGA NA ENTREGA (DET-PAG-ENTREGA, "R") SAI
      *                 DO VENDADIN E VAI PARA O EVENTO VENDAENT
      *                 (ENTREGAS A RECEBER), LIQUIDO DOS ESTORNOS COM
      *                 "R"; O ACERTO DO ROMANEIO DO DIA (ROMITEM.txt,
      *                 ROMACERT) LANCA RECEBENT (DINHEIRO TRAZIDO
      *                 PELO MOTORISTA) E DEVOLENT (ESTORNO DA VENDA
      *                 DAS ORDENS DEVOLVIDAS)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT CONTAMAP ASSIGN TO WRK-PATH-CONTAMAP
             FILE STATUS IS FS-CONTAMAP.

           SELECT PDDLOG ASSIGN TO WRK-PATH-PDDLOG
             FILE STATUS IS FS-PDDLOG.

           SELECT ROMITEM ASSIGN TO WRK-PATH-ROMITEM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ROMITEM.

           SELECT JORNAL ASSIGN TO WRK-JORNAL-PATH
             FILE STATUS IS FS-JORNAL.

           05 FILLER         PIC X(01).
           05 MAP-CONTA-CRD  PIC 9(06).

       FD  PDDLOG.
       COPY "PDDCOPY.cpy".

       FD  ROMITEM.
       COPY "RITCOPY.cpy".

       FD  JORNAL.
       01  REG-JORNAL.
           05 JRN-DATA       PIC 9(08).
       77  FS-REMSAL    PIC 9(02) VALUE ZEROS.
       77  FS-ARQFUNC   PIC 9(02) VALUE ZEROS.
       77  FS-CONTAMAP  PIC 9(02) VALUE ZEROS.
       77  FS-PDDLOG    PIC 9(02) VALUE ZEROS.
       77  FS-ROMITEM   PIC 9(02) VALUE ZEROS.
       77  FS-JORNAL    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

      *-------------- MAPEAMENTO DE CONTAS (CONTAMAP.txt) ------------
       77  WRK-QTD-MAP       PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MAP.
           05 WRK-MAP-ENTRY OCCURS 40 TIMES.
              10 WRK-MAP-EVENTO    PIC X(08).
              10 WRK-MAP-CONTA-DEB PIC 9(06).
              10 WRK-MAP-CONTA-CRD PIC 9(06).
      *-------------- VALORES APURADOS POR EVENTO --------------------
       77  WRK-TOT-VENDADIN  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VENDACAR  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VENDAPIX  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VALEEMIS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VALERESG  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VENDAFOL  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ESTORNO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-RECEBTO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-RECEBMER  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHALIQ  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHAINS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHAIRF  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHACON  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHABEN  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHAFGT  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHAPAT  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHATER  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-BAIXAPDD  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-RECUPPDD  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VENDAENT  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-RECEBENT  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-DEVOLENT  PIC 9(11)V99 VALUE ZEROS.

      *-------------- RECUPERACOES DO DIA (PDDLOG.txt) ---------------
       77  WRK-QTD-RECUP     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RECUP.
           05 WRK-RECUP-ENTRY OCCURS 200 TIMES.
              10 WRK-RECUP-NF      PIC 9(06).
              10 WRK-RECUP-PARCELA PIC 9(02).
       77  WRK-IDX-RECUP     PIC 9(03) VALUE ZEROS.
       77  WRK-SW-RECUP      PIC X(01) VALUE "N".
           88 WRK-E-RECUPERACAO     VALUE "S".

       77  WRK-EVENTO        PIC X(08) VALUE SPACES.
       77  WRK-VALOR-EVENTO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LIQUIDO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-CALC  PIC X(01) VALUE "N".
           88 WRK-CALCULO-OK        VALUE "S".
       77  WRK-QTD-DEP      PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP  PIC 9(06)V99 VALUE ZEROS.
      *-------------- PARTE VARIAVEL (MODULO FOLHAVAR) ---------------
       77  WRK-VLR-HE50   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-HE100  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-FALTAS PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BRUTO      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-CONSUMO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-COMISSAO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VLR-BENEFICIO PIC 9(06)V99 VALUE ZEROS.
      *-------------- ENCARGOS DA EMPRESA (MODULO FOLHAENC) ----------
       77  WRK-FGTS       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS-EMP   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TERCEIROS  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SW-ENC     PIC X(01) VALUE "N".
           88 WRK-ENCARGOS-OK       VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LANCTOS  PIC 9(04) VALUE ZEROS.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-ARQFUNC  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTAMAP PIC X(60) VALUE SPACES.
       01  WRK-PATH-PDDLOG   PIC X(60) VALUE SPACES.
       01  WRK-PATH-ROMITEM  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-APURAR-VENDAS
           PERFORM   0290-APURAR-PERDAS
           PERFORM   0300-APURAR-BAIXAS
           PERFORM   0350-APURAR-COMPRAS
           PERFORM   0360-APURAR-ENTREGAS
           PERFORM   0400-APURAR-FOLHA
           PERFORM   0500-GERAR-JORNAL
           PERFORM   0600-FINALIZAR
              IF WRK-MAP-ACHADO
                 SUBTRACT 1 FROM WRK-IDX
              ELSE
                 IF WRK-QTD-MAP LESS 40
                    ADD 1 TO WRK-QTD-MAP
                    MOVE WRK-QTD-MAP TO WRK-IDX
                    MOVE MAP-EVENTO TO WRK-MAP-EVENTO(WRK-IDX)
           END-IF.
           READ VENDASDET
           PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
      *-------- VALE-PRESENTE: A EMISSAO E RECEBIDA NO MEIO DE
      *-------- PAGAMENTO DA LINHA E VIRA VALE A RESGATAR; O
      *-------- PAGAMENTO COM VALE SO BAIXA O VALE A RESGATAR
      *-------- COMPRA DE FUNCIONARIO: O ESTORNO PAGO COM "F" ABATE
      *-------- O QUE O FUNCIONARIO DEVE, NAO SAI DO CAIXA
      *-------- PAGO NA ENTREGA: NAO ENTRA NO CAIXA DA LOJA - VIRA
      *-------- ENTREGAS A RECEBER ATE O ACERTO DO ROMANEIO
              EVALUATE TRUE
                 WHEN DET-TIPO-ESTORNO AND DET-PAG-VALE
                    ADD DET-VALOR TO WRK-TOT-VALEEMIS
                 WHEN DET-TIPO-ESTORNO AND DET-PAG-FOLHA
                    SUBTRACT DET-VALOR FROM WRK-TOT-VENDAFOL
                 WHEN DET-TIPO-ESTORNO AND DET-PAG-ENTREGA
                    SUBTRACT DET-VALOR FROM WRK-TOT-VENDAENT
                 WHEN DET-TIPO-ESTORNO AND DET-PROD-VALE
                    ADD DET-VALOR TO WRK-TOT-ESTORNO
                    ADD DET-VALOR TO WRK-TOT-VALERESG
                 WHEN DET-TIPO-ESTORNO
                    ADD DET-VALOR TO WRK-TOT-ESTORNO
                 WHEN DET-PAG-VALE
                    ADD DET-VALOR TO WRK-TOT-VALERESG
                 WHEN DET-PAG-FOLHA
                    ADD DET-VALOR TO WRK-TOT-VENDAFOL
                 WHEN DET-PAG-CARTAO
                    ADD DET-VALOR TO WRK-TOT-VENDACAR
                 WHEN DET-PAG-PIX
                    ADD DET-VALOR TO WRK-TOT-VENDAPIX
                 WHEN DET-PAG-ENTREGA
                    ADD DET-VALOR TO WRK-TOT-VENDAENT
                 WHEN OTHER
                    ADD DET-VALOR TO WRK-TOT-VENDADIN
              END-EVALUATE
              IF DET-PROD-VALE AND NOT DET-TIPO-ESTORNO
                 ADD DET-VALOR TO WRK-TOT-VALEEMIS
              END-IF
              READ VENDASDET
           END-PERFORM.
           CLOSE VENDASDET.
           IF WRK-TOT-VENDAFOL LESS ZEROS
              DISPLAY "ESTORNOS PAGOS EM FOLHA MAIORES QUE AS "
                      "COMPRAS DO DIA - VENDAFOL NAO LANCADO"
              MOVE ZEROS TO WRK-TOT-VENDAFOL
           END-IF.
           IF WRK-TOT-VENDAENT LESS ZEROS
              DISPLAY "ESTORNOS PAGOS NA ENTREGA MAIORES QUE AS "
                      "VENDAS DO DIA - VENDAENT NAO LANCADO"
              MOVE ZEROS TO WRK-TOT-VENDAENT
           END-IF.

       0200-APURAR-FIM.
           EXIT.

       0290-APURAR-PERDAS           SECTION.
      *--------------------------------------------------------------
      *-------- BAIXAS POR PERDA (CRPDD) E RECUPERACOES (CRBAIXA/
      *-------- CRRETOR) DO DIA, DA TRILHA PDDLOG.txt; A PARCELA
      *-------- RECUPERADA FICA GUARDADA PARA NAO ENTRAR TAMBEM NO
      *-------- RECEBTO
      *--------------------------------------------------------------
           OPEN INPUT PDDLOG.
           IF FS-PDDLOG NOT EQUAL 00
              GO TO 0290-APURAR-FIM
           END-IF.
           READ PDDLOG
           PERFORM UNTIL FS-PDDLOG NOT EQUAL 00
              IF PDL-DATA EQUAL WRK-AAAAMMDD
                 EVALUATE TRUE
                    WHEN PDL-BAIXA
                       ADD PDL-VALOR TO WRK-TOT-BAIXAPDD
                    WHEN PDL-RECUPERACAO
                       ADD PDL-VALOR TO WRK-TOT-RECUPPDD
                       IF WRK-QTD-RECUP LESS 200
                          ADD 1 TO WRK-QTD-RECUP
                          MOVE PDL-NF
                            TO WRK-RECUP-NF(WRK-QTD-RECUP)
                          MOVE PDL-PARCELA
                            TO WRK-RECUP-PARCELA(WRK-QTD-RECUP)
                       ELSE
                          DISPLAY "*** MAIS DE 200 RECUPERACOES NO "
                                  "DIA - NF " PDL-NF " TAMBEM NO "
                                  "RECEBTO - CONFERIR ***"
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              READ PDDLOG
           END-PERFORM.
           CLOSE PDDLOG.

       0290-APURAR-FIM.
           EXIT.

       0300-APURAR-BAIXAS           SECTION.
      *-------- BAIXAS DO DIA PELO VALOR COBRADO (TITULO BAIXADO
      *-------- ANTES DO CR-VALOR-PAGO EXISTIR SAI PELO ORIGINAL)
           END-IF.
           READ CONTASREC
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              MOVE "N" TO WRK-SW-RECUP
              IF CR-LIQUIDADO
                 AND CR-DATA-PAGTO EQUAL WRK-AAAAMMDD
                 PERFORM VARYING WRK-IDX-RECUP FROM 1 BY 1
                         UNTIL WRK-IDX-RECUP GREATER WRK-QTD-RECUP
                            OR WRK-E-RECUPERACAO
                    IF WRK-RECUP-NF(WRK-IDX-RECUP) EQUAL CR-NF
                       AND WRK-RECUP-PARCELA(WRK-IDX-RECUP)
                           EQUAL CR-PARCELA
                       SET WRK-E-RECUPERACAO TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
              IF CR-LIQUIDADO
                 AND CR-DATA-PAGTO EQUAL WRK-AAAAMMDD
                 AND NOT WRK-E-RECUPERACAO
                 IF CR-VALOR-PAGO GREATER ZEROS
                    ADD CR-VALOR-PAGO TO WRK-TOT-RECEBTO
                 ELSE
       0350-APURAR-FIM.
           EXIT.

       0360-APURAR-ENTREGAS         SECTION.
      *--------------------------------------------------------------
      *-------- ACERTOS DE ROMANEIO DO DIA (ROMACERT): LINHAS DO
      *-------- ROMITEM.txt COM RESULTADO E DATA DE HOJE. ORDEM
      *-------- ENTREGUE LANCA O DINHEIRO QUE O MOTORISTA TROUXE
      *-------- (RECEBENT); DEVOLVIDA ESTORNA A VENDA PELO VALOR
      *-------- QUE SERIA COBRADO (DEVOLENT). DIFERENCA ENTRE
      *-------- COBRAR E RECEBIDO FICA EM ENTREGAS A RECEBER PARA O
      *-------- CONTADOR CONFERIR COM O ACERTO
      *--------------------------------------------------------------
           OPEN INPUT ROMITEM.
           IF FS-ROMITEM NOT EQUAL 00
              GO TO 0360-APURAR-FIM
           END-IF.
           READ ROMITEM
           PERFORM UNTIL FS-ROMITEM NOT EQUAL 00
              IF RIT-DATA EQUAL WRK-AAAAMMDD
                 EVALUATE TRUE
                    WHEN RIT-ENTREGUE
                       ADD RIT-VALOR-RECEBIDO TO WRK-TOT-RECEBENT
                    WHEN RIT-DEVOLVIDA
                       ADD RIT-VALOR-COBRAR TO WRK-TOT-DEVOLENT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              READ ROMITEM
           END-PERFORM.
           CLOSE ROMITEM.

       0360-APURAR-FIM.
           EXIT.

       0400-APURAR-FOLHA            SECTION.
      *--------------------------------------------------------------
      *-------- A FOLHA SO ENTRA NO DIARIO NO DIA EM QUE A REMESSA
                 CALL "FOLHAVAR" USING REG-CODIGO REG-SALARIO
                                        WRK-VLR-HE50 WRK-VLR-HE100
                                        WRK-VLR-FALTAS WRK-BRUTO
                                        WRK-VLR-CONSUMO
                                        WRK-VLR-COMISSAO
                                        WRK-VLR-BENEFICIO
                 CALL "DEPCONT" USING REG-CODIGO WRK-AAAAMMDD
                                      WRK-QTD-DEP
                 CALL "FOLHACAL" USING WRK-BRUTO WRK-INSS
                                        WRK-IRRF WRK-LIQUIDO
                                        WRK-SW-CALC
                                        WRK-QTD-DEP WRK-DEDUCAO-DEP
                 IF WRK-CALCULO-OK
                    ADD WRK-INSS    TO WRK-TOT-FOLHAINS
                    ADD WRK-IRRF    TO WRK-TOT-FOLHAIRF
                 ELSE
                    MOVE WRK-BRUTO  TO WRK-LIQUIDO
                 END-IF
      *-------- COMPRAS NA LOJA SAEM DO LIQUIDO, NUNCA ALEM DELE,
      *-------- COMO NA REMESSA
                 IF WRK-VLR-CONSUMO GREATER WRK-LIQUIDO
                    MOVE WRK-LIQUIDO TO WRK-VLR-CONSUMO
                 END-IF
                 SUBTRACT WRK-VLR-CONSUMO FROM WRK-LIQUIDO
      *-------- DEPOIS, A PARTE DO FUNCIONARIO NO VT/VR
                 IF WRK-VLR-BENEFICIO GREATER WRK-LIQUIDO
                    MOVE WRK-LIQUIDO TO WRK-VLR-BENEFICIO
                 END-IF
                 SUBTRACT WRK-VLR-BENEFICIO FROM WRK-LIQUIDO
                 ADD WRK-LIQUIDO     TO WRK-TOT-FOLHALIQ
                 ADD WRK-VLR-CONSUMO TO WRK-TOT-FOLHACON
                 ADD WRK-VLR-BENEFICIO TO WRK-TOT-FOLHABEN
      *-------- ENCARGOS DA EMPRESA SOBRE O MESMO BRUTO
                 CALL "FOLHAENC" USING WRK-BRUTO WRK-FGTS
                                        WRK-INSS-EMP WRK-TERCEIROS
                                        WRK-SW-ENC
                 IF WRK-ENCARGOS-OK
                    ADD WRK-FGTS      TO WRK-TOT-FOLHAFGT
                    ADD WRK-INSS-EMP  TO WRK-TOT-FOLHAPAT
                    ADD WRK-TERCEIROS TO WRK-TOT-FOLHATER
                 END-IF
              END-IF
              READ ARQFUNC
           MOVE "VENDACAR" TO WRK-EVENTO.
           MOVE WRK-TOT-VENDACAR TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "VENDAPIX" TO WRK-EVENTO.
           MOVE WRK-TOT-VENDAPIX TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "VALEEMIS" TO WRK-EVENTO.
           MOVE WRK-TOT-VALEEMIS TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "VALERESG" TO WRK-EVENTO.
           MOVE WRK-TOT-VALERESG TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "VENDAFOL" TO WRK-EVENTO.
           MOVE WRK-TOT-VENDAFOL TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "VENDAENT" TO WRK-EVENTO.
           MOVE WRK-TOT-VENDAENT TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "RECEBENT" TO WRK-EVENTO.
           MOVE WRK-TOT-RECEBENT TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "DEVOLENT" TO WRK-EVENTO.
           MOVE WRK-TOT-DEVOLENT TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "ESTORNO " TO WRK-EVENTO.
           MOVE WRK-TOT-ESTORNO TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "RECEBTO " TO WRK-EVENTO.
           MOVE WRK-TOT-RECEBTO TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "BAIXAPDD" TO WRK-EVENTO.
           MOVE WRK-TOT-BAIXAPDD TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "RECUPPDD" TO WRK-EVENTO.
           MOVE WRK-TOT-RECUPPDD TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "RECEBMER" TO WRK-EVENTO.
           MOVE WRK-TOT-RECEBMER TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "FOLHAIRF" TO WRK-EVENTO.
           MOVE WRK-TOT-FOLHAIRF TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "FOLHACON" TO WRK-EVENTO.
           MOVE WRK-TOT-FOLHACON TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "FOLHABEN" TO WRK-EVENTO.
           MOVE WRK-TOT-FOLHABEN TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "FOLHAFGT" TO WRK-EVENTO.
           MOVE WRK-TOT-FOLHAFGT TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "FOLHAPAT" TO WRK-EVENTO.
           MOVE WRK-TOT-FOLHAPAT TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.
           MOVE "FOLHATER" TO WRK-EVENTO.
           MOVE WRK-TOT-FOLHATER TO WRK-VALOR-EVENTO.
           PERFORM 0510-LANCAR-EVENTO.

       0510-LANCAR-EVENTO           SECTION.
      *-------- EVENTO SEM VALOR NO DIA NAO GERA LANCAMENTO
           MOVE "CONTAMAP.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTAMAP.
           MOVE "PDDLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PDDLOG.
           MOVE "ROMITEM.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ROMITEM.
