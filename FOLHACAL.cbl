      *                INSS <LIMITE 9(7)V99> <ALIQ 9(2)V99> <ZEROS>
      *                IRRF <LIMITE 9(7)V99> <ALIQ 9(2)V99>
      *                     <PARCELA A DEDUZIR 9(7)V99>
      *                DEPE <ZEROS> <ZEROS> <DEDUCAO POR DEPENDENTE>
      *              INSS E PROGRESSIVO POR FAIXA (COMO O OFICIAL); O
      *              IRRF USA A ALIQUOTA DA FAIXA DA BASE (BRUTO -
      *              INSS) MENOS A PARCELA A DEDUZIR. SEM O CARTAO,
      *              LNK-RESULTADO VOLTA "N" E NADA E CALCULADO
      * 15/10/2026 JV - DEDUCAO POR DEPENDENTE NO IRRF: O CHAMADOR
      *                 PASSA A QUANTIDADE (MODULO DEPCONT), O VALOR
      *                 POR DEPENDENTE VEM DO CARTAO DEPE E A DEDUCAO
      *                 APLICADA VOLTA EM LNK-DEDUCAO-DEP; SEM O
      *                 CARTAO A DEDUCAO FICA ZERADA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           88 WRK-FAIXA-ACHADA      VALUE "S".
       77  WRK-IRRF-CALC     PIC S9(07)V99 VALUE ZEROS.

      *-------------- DEDUCAO POR DEPENDENTE (CARTAO DEPE) -----------
       77  WRK-VLR-DEPENDENTE PIC 9(07)V99 VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-FOLHAPAR PIC X(60) VALUE SPACES.
       01  LNK-LIQUIDO   PIC 9(06)V99.
       77  LNK-RESULTADO PIC X(01).
           88 LNK-CALCULO-OK        VALUE "S".
       01  LNK-DEPENDENTES PIC 9(02).
       01  LNK-DEDUCAO-DEP PIC 9(06)V99.

       PROCEDURE DIVISION USING LNK-SALARIO LNK-INSS LNK-IRRF
                                 LNK-LIQUIDO LNK-RESULTADO
                                 LNK-DEPENDENTES LNK-DEDUCAO-DEP.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "N"   TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-INSS LNK-IRRF LNK-LIQUIDO
                         LNK-DEDUCAO-DEP.
           PERFORM 0100-CARREGAR-TABELAS.
           IF WRK-QTD-INSS EQUAL ZEROS OR WRK-QTD-IRRF EQUAL ZEROS
              DISPLAY "CARTAO FOLHAPAR.txt AUSENTE OU INCOMPLETO - "
           GOBACK.

       0100-CARREGAR-TABELAS         SECTION.
           MOVE ZEROS TO WRK-QTD-INSS WRK-QTD-IRRF
                         WRK-VLR-DEPENDENTE.
           OPEN INPUT FOLHAPAR.
           IF FS-FOLHAPAR EQUAL 00
              READ FOLHAPAR
                          MOVE PAR-PARCELA
                            TO WRK-IRRF-PARCELA(WRK-QTD-IRRF)
                       END-IF
                    WHEN "DEPE"
                       MOVE PAR-PARCELA TO WRK-VLR-DEPENDENTE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-PERFORM.

       0300-CALCULAR-IRRF            SECTION.
      *-------- BASE = BRUTO - INSS - DEDUCAO DOS DEPENDENTES; VALE
      *-------- A ALIQUOTA DA FAIXA DA BASE, MENOS A PARCELA A DEDUZIR
           COMPUTE LNK-DEDUCAO-DEP
                 = LNK-DEPENDENTES * WRK-VLR-DEPENDENTE.
           IF LNK-DEDUCAO-DEP GREATER LNK-SALARIO - LNK-INSS
              COMPUTE LNK-DEDUCAO-DEP = LNK-SALARIO - LNK-INSS
           END-IF.
           COMPUTE WRK-BASE-IRRF = LNK-SALARIO - LNK-INSS
                                 - LNK-DEDUCAO-DEP.
           MOVE "N" TO WRK-SW-FAIXA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-IRRF
