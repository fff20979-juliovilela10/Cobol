       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRFAT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: FATURAMENTO MENSAL DOS CONTRATOS DE COBRANCA
      *           RECORRENTE (CONTRATO.DAT, MANTIDO NO CTRMANT) - PARA
      *           CADA CONTRATO ATIVO COM FATURAMENTO VENCIDO NA
      *           COMPETENCIA ACRESCENTA AO ARQUIVO DE ENTRADA DO
      *           EXCBL23 (LINHASNF.txt) O CABECALHO "H" (CLIENTE, UF
      *           DO CADASTRO E CONDICAO DO CONTRATO) E UM DETALHE "D"
      *           POR ITEM COM O PRECO CONTRATADO, E NO FIM CHAMA O
      *           EXCBL23, PARA AS NOTAS PASSAREM PELA ANALISE DE
      *           CREDITO, PELO ICMS E PELO CONTAS A RECEBER COMO
      *           QUALQUER OUTRA. NO MES DE ANIVERSARIO APLICA O
      *           REAJUSTE ANUAL DO INDICE DO CONTRATO AOS PRECOS ANTES
      *           DE FATURAR, E LISTA OS CONTRATOS QUE VENCEM NOS
      *           PROXIMOS 60 DIAS (E OS JA VENCIDOS SEM PRORROGACAO)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: CARTAO INDREAJ.txt, UMA LINHA POR INDICE E ANO
      *              (A ULTIMA LINHA DO MESMO INDICE E ANO VALE):
      *                <INDICE X(6)> <ANO 9(4)> <PERCENTUAL 9(3)V99>
      *              O CONTRATO FATURA QUANDO O DIA DE FATURAMENTO DA
      *              COMPETENCIA CHEGOU (NO ULTIMO DIA DO MES FATURAM
      *              TAMBEM OS DIAS QUE O MES NAO TEM) E A DATA ESTA
      *              DENTRO DA VIGENCIA; COMPETENCIA JA FATURADA NAO
      *              FATURA DE NOVO (RODADA REPETIDA NAO DUPLICA). A
      *              NOTA SAI SEM NUMERO E E NUMERADA PELO EXCBL23 NA
      *              SERIE INFORMADA NELE; NOTA RECUSADA PELO CREDITO
      *              FICA NO LINHASNFREJ.txt COMO AS DEMAIS. INDICE
      *              SEM PERCENTUAL DO ANO NO CARTAO DEIXA O REAJUSTE
      *              PENDENTE PARA A PROXIMA RODADA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTRATO ASSIGN TO WRK-PATH-CONTRATO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTR-CHAVE
             FILE STATUS IS FS-CONTRATO.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT INDREAJ ASSIGN TO WRK-PATH-INDREAJ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-INDREAJ.

           SELECT LINHASNF ASSIGN TO WRK-PATH-LINHASNF
             FILE STATUS IS FS-LINHASNF.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO.
       COPY "CTRCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  INDREAJ.
       01  REG-INDREAJ.
           05 IND-INDICE     PIC X(06).
           05 FILLER         PIC X(01).
           05 IND-ANO        PIC 9(04).
           05 FILLER         PIC X(01).
           05 IND-PERCENTUAL PIC 9(03)V99.

       FD  LINHASNF.
       01  REG-LINHASNF              PIC X(15).
       01  REG-LINHASNF-CAB REDEFINES REG-LINHASNF.
           05 NF-TIPO      PIC X(01).
           05 NF-NUMERO    PIC 9(06).
           05 NF-CLIENTE   PIC 9(04).
           05 NF-UF        PIC X(02).
           05 NF-CONDPAG   PIC X(02).
       01  REG-LINHASNF-CABN REDEFINES REG-LINHASNF.
           05 FILLER       PIC X(13).
           05 NF-CONDPAG-N PIC 9(02).
       01  REG-LINHASNF-DETN REDEFINES REG-LINHASNF.
           05 LIN-TIPO     PIC X(01).
           05 LIN-QTD-N    PIC 9(05).
           05 LIN-PRECO-N  PIC 9(07)V99.


       WORKING-STORAGE            SECTION.
       77  FS-CONTRATO  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-INDREAJ   PIC 9(02) VALUE ZEROS.
       77  FS-LINHASNF  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CTRFAT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CONTRATO.DAT".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-AMANHA   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FAT      PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77  WRK-ANO           PIC 9(04) VALUE ZEROS.
       77  WRK-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE 1.
       77  WRK-DIAS-AVISO    PIC S9(04) VALUE 60.
       77  WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WRK-UF            PIC X(02) VALUE SPACES.
       77  WRK-PRECO         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-NOTA    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ITENS         PIC 9(03) VALUE ZEROS.
       77  WRK-PERCENTUAL    PIC 9(03)V99 VALUE ZEROS.

       77  WRK-SW-ULTIMO-DIA PIC X(01) VALUE "N".
           88 WRK-ULTIMO-DIA        VALUE "S".
       77  WRK-SW-REAJUSTE   PIC X(01) VALUE "N".
           88 WRK-REAJUSTA          VALUE "S".

      *-------------- CONTRATOS A FATURAR NA COMPETENCIA -------------
       77  WRK-QTD-FATURAR   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FATURAR.
           05 WRK-FAT-NUMERO PIC 9(06) OCCURS 500 TIMES.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.

      *-------------- PERCENTUAIS DO ANO POR INDICE (INDREAJ.txt) ----
       77  WRK-QTD-IND       PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-IND.
           05 WRK-IND-ENTRY OCCURS 20 TIMES.
              10 WRK-IND-INDICE     PIC X(06).
              10 WRK-IND-PERCENTUAL PIC 9(03)V99.
       77  WRK-IDX-IND       PIC 9(02) VALUE ZEROS.
       77  WRK-SW-IND        PIC X(01) VALUE "N".
           88 WRK-IND-ACHADO        VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-NOTAS     PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-REAJUSTES PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PENDENTES PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-RECUSADOS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-VENCER    PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-VENCIDOS  PIC 9(04) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED      PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-PRECO-ED      PIC Z.ZZZ.ZZ9,99.
       77  WRK-PERC-ED       PIC ZZ9,99.
       77  WRK-FIM-ED        PIC X(10) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTRATO PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-INDREAJ  PIC X(60) VALUE SPACES.
       01  WRK-PATH-LINHASNF PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-SELECIONAR
           PERFORM   0300-FATURAR
           PERFORM   0400-LISTAR-VENCIMENTOS
           PERFORM   0500-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
      *-------- HOJE E O ULTIMO DIA DO MES QUANDO AMANHA JA E OUTRO
      *-------- MES (MODULO DATAADD)
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-UM-DIA
                                 WRK-DATA-AMANHA.
           IF WRK-DATA-AMANHA(5:2) NOT EQUAL WRK-DATA-HOJE(5:2)
              SET WRK-ULTIMO-DIA TO TRUE
           END-IF.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-DIAS-AVISO
                                 WRK-DATA-LIMITE.
           OPEN I-O CONTRATO.
           IF FS-CONTRATO NOT EQUAL 00
              MOVE "CONTRATOS NAO ABRIU           " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "CADASTRO DE CLIENTES NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "CLIENTES.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIENTES TO FS-CONTRATO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM 0110-CARREGAR-INDICES.
           DISPLAY "=========================================".
           DISPLAY "FATURAMENTO DOS CONTRATOS - COMPETENCIA "
                   WRK-MES "/" WRK-ANO.
           DISPLAY "=========================================".

       0110-CARREGAR-INDICES        SECTION.
      *--------------------------------------------------------------
      *-------- SO INTERESSAM OS PERCENTUAIS DO ANO CORRENTE; A
      *-------- ULTIMA LINHA DO MESMO INDICE SOBREPOE A ANTERIOR. SEM
      *-------- CARTAO, NENHUM CONTRATO E REAJUSTADO NA RODADA
      *--------------------------------------------------------------
           OPEN INPUT INDREAJ.
           IF FS-INDREAJ NOT EQUAL 00
              DISPLAY "CARTAO DE INDICES (INDREAJ.txt) AUSENTE - "
                      "REAJUSTES FICAM PENDENTES"
              GO TO 0110-CARREGAR-FIM
           END-IF.
           READ INDREAJ
           PERFORM UNTIL FS-INDREAJ NOT EQUAL 00
              IF IND-ANO EQUAL WRK-ANO AND IND-PERCENTUAL NUMERIC
                 MOVE IND-INDICE TO CTR-INDICE
                 PERFORM 0115-BUSCAR-INDICE
                 IF NOT WRK-IND-ACHADO AND WRK-QTD-IND LESS 20
                    ADD 1 TO WRK-QTD-IND
                    MOVE WRK-QTD-IND TO WRK-IDX-IND
                    MOVE IND-INDICE TO WRK-IND-INDICE(WRK-IDX-IND)
                    SET WRK-IND-ACHADO TO TRUE
                 END-IF
                 IF WRK-IND-ACHADO
                    MOVE IND-PERCENTUAL
                      TO WRK-IND-PERCENTUAL(WRK-IDX-IND)
                 END-IF
              END-IF
              READ INDREAJ
           END-PERFORM.
           CLOSE INDREAJ.

       0110-CARREGAR-FIM.
           EXIT.

       0115-BUSCAR-INDICE           SECTION.
      *-------- PROCURA CTR-INDICE NA TABELA; ACHADO, WRK-IDX-IND
      *-------- APONTA A ENTRADA
           MOVE "N" TO WRK-SW-IND.
           MOVE 1   TO WRK-IDX-IND.
           PERFORM UNTIL WRK-IDX-IND GREATER WRK-QTD-IND
                      OR WRK-IND-ACHADO
              IF WRK-IND-INDICE(WRK-IDX-IND) EQUAL CTR-INDICE
                 SET WRK-IND-ACHADO TO TRUE
              ELSE
                 ADD 1 TO WRK-IDX-IND
              END-IF
           END-PERFORM.

       0200-SELECIONAR              SECTION.
      *--------------------------------------------------------------
      *-------- PRIMEIRA PASSADA: GUARDA OS NUMEROS DOS CONTRATOS
      *-------- COM FATURAMENTO VENCIDO NA COMPETENCIA. A DATA DE
      *-------- FATURAMENTO E O DIA DO CONTRATO NO MES CORRENTE; NO
      *-------- ULTIMO DIA DO MES, DIA QUE O MES NAO TEM VIRA HOJE
      *--------------------------------------------------------------
           MOVE ZEROS TO CTR-CHAVE.
           START CONTRATO KEY NOT LESS CTR-CHAVE
             INVALID KEY
                DISPLAY "NENHUM CONTRATO CADASTRADO"
                GO TO 0200-SELECIONAR-FIM
           END-START.
           READ CONTRATO NEXT
           PERFORM UNTIL FS-CONTRATO NOT EQUAL 00
              IF CTR-LINHA EQUAL ZEROS AND CTR-ATIVO
                 AND CTR-ULT-FAT LESS WRK-COMPETENCIA
                 COMPUTE WRK-DATA-FAT = WRK-COMPETENCIA * 100
                                       + CTR-DIA-FAT
                 IF WRK-ULTIMO-DIA
                    AND WRK-DATA-FAT GREATER WRK-DATA-HOJE
                    MOVE WRK-DATA-HOJE TO WRK-DATA-FAT
                 END-IF
                 IF WRK-DATA-FAT NOT GREATER WRK-DATA-HOJE
                    AND WRK-DATA-FAT NOT LESS CTR-INICIO
                    AND WRK-DATA-FAT NOT GREATER CTR-FIM
                    PERFORM 0210-GUARDAR-CONTRATO
                 END-IF
              END-IF
              READ CONTRATO NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-CONTRATO.

       0200-SELECIONAR-FIM.
           EXIT.

       0210-GUARDAR-CONTRATO        SECTION.
           IF WRK-QTD-FATURAR EQUAL 500
              DISPLAY "CONTRATO " CTR-NUMERO " FICA PARA A PROXIMA "
                      "RODADA - LIMITE DE 500 NOTAS POR RODADA"
              GO TO 0210-GUARDAR-FIM
           END-IF.
           ADD 1 TO WRK-QTD-FATURAR.
           MOVE CTR-NUMERO TO WRK-FAT-NUMERO(WRK-QTD-FATURAR).

       0210-GUARDAR-FIM.
           EXIT.

       0300-FATURAR                 SECTION.
           IF WRK-QTD-FATURAR EQUAL ZEROS
              DISPLAY "NENHUM CONTRATO A FATURAR NA COMPETENCIA"
              GO TO 0300-FATURAR-FIM
           END-IF.
           OPEN EXTEND LINHASNF.
           IF FS-LINHASNF EQUAL 35
              OPEN OUTPUT LINHASNF
           END-IF.
           IF FS-LINHASNF NOT EQUAL 00
              MOVE "ERRO NO OPEN LINHASNF         " TO WRK-MSG-ERRO
              MOVE "LINHASNF.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-LINHASNF TO FS-CONTRATO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FATURAR
              MOVE WRK-FAT-NUMERO(WRK-IDX) TO WRK-NUMERO
              PERFORM 0310-FATURAR-CONTRATO
           END-PERFORM.
           CLOSE LINHASNF.

       0300-FATURAR-FIM.
           EXIT.

       0310-FATURAR-CONTRATO        SECTION.
      *--------------------------------------------------------------
      *-------- UMA NOTA POR CONTRATO: CABECALHO "H" SEM NUMERO (O
      *-------- EXCBL23 NUMERA NA SERIE DO LOTE) E UM "D" POR ITEM.
      *-------- O REAJUSTE, QUANDO DEVIDO, E GRAVADO NOS ITENS ANTES
      *-------- DE FATURAR, E A NOTA JA SAI COM O PRECO NOVO
      *--------------------------------------------------------------
           MOVE WRK-NUMERO TO CTR-NUMERO.
           MOVE ZEROS      TO CTR-LINHA.
           READ CONTRATO
             INVALID KEY
                MOVE "CABECALHO DO CONTRATO SUMIU   " TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-READ.
      *-------- A UF DA NOTA (ALIQUOTA DE ICMS) VEM DO CADASTRO
           MOVE CTR-CLIENTE TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE "E" TO REG-SITUACAO
           END-READ.
           IF REG-SIT-EXCLUIDO
              DISPLAY "CONTRATO " WRK-NUMERO " - CLIENTE "
                      CTR-CLIENTE " NAO ENCONTRADO - NAO FATURADO"
              ADD 1 TO WRK-ACUM-RECUSADOS
              GO TO 0310-FATURAR-FIM
           END-IF.
           MOVE REG-UF TO WRK-UF.
           PERFORM 0320-VERIFICAR-REAJUSTE.
           MOVE SPACES       TO REG-LINHASNF.
           MOVE "H"          TO NF-TIPO.
           MOVE ZEROS        TO NF-NUMERO.
           MOVE CTR-CLIENTE  TO NF-CLIENTE.
           MOVE WRK-UF       TO NF-UF.
           MOVE CTR-CONDPAG  TO NF-CONDPAG-N.
           WRITE REG-LINHASNF.
           MOVE ZEROS TO WRK-ITENS WRK-VALOR-NOTA.
           READ CONTRATO NEXT
           PERFORM UNTIL FS-CONTRATO NOT EQUAL 00
                      OR CTR-NUMERO NOT EQUAL WRK-NUMERO
              IF WRK-REAJUSTA
                 PERFORM 0330-REAJUSTAR-ITEM
              END-IF
              MOVE SPACES    TO REG-LINHASNF
              MOVE "D"       TO LIN-TIPO
              MOVE CTR-QTD   TO LIN-QTD-N
              MOVE CTR-PRECO TO LIN-PRECO-N
              WRITE REG-LINHASNF
              COMPUTE WRK-VALOR = CTR-QTD * CTR-PRECO
              ADD WRK-VALOR TO WRK-VALOR-NOTA
              ADD 1 TO WRK-ITENS
              READ CONTRATO NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-CONTRATO.
           PERFORM 0340-MARCAR-FATURADO.
           ADD 1 TO WRK-ACUM-NOTAS.
           ADD WRK-VALOR-NOTA TO WRK-ACUM-VALOR.
           MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.
           DISPLAY "CONTRATO " WRK-NUMERO " CLIENTE " CTR-CLIENTE
                   " " WRK-ITENS " ITENS - VALOR " WRK-VALOR-ED.

       0310-FATURAR-FIM.
           EXIT.

       0320-VERIFICAR-REAJUSTE      SECTION.
      *--------------------------------------------------------------
      *-------- REAJUSTE DEVIDO: CONTRATO COM INDICE, MES DE
      *-------- ANIVERSARIO JA ALCANCADO NO ANO E AINDA NAO
      *-------- REAJUSTADO NESTE ANO. SEM O PERCENTUAL DO ANO NO
      *-------- CARTAO, FATURA PELO PRECO ATUAL E O REAJUSTE FICA
      *-------- PENDENTE
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-REAJUSTE.
           IF CTR-INDICE EQUAL SPACES
              OR CTR-ULT-REAJ NOT LESS WRK-ANO
              OR WRK-MES LESS CTR-MES-ANIV
              GO TO 0320-VERIFICAR-FIM
           END-IF.
           PERFORM 0115-BUSCAR-INDICE.
           IF NOT WRK-IND-ACHADO
              DISPLAY "CONTRATO " WRK-NUMERO " - SEM PERCENTUAL DO "
                      CTR-INDICE " DE " WRK-ANO " NO INDREAJ.txt - "
                      "REAJUSTE PENDENTE"
              ADD 1 TO WRK-ACUM-PENDENTES
              GO TO 0320-VERIFICAR-FIM
           END-IF.
           MOVE WRK-IND-PERCENTUAL(WRK-IDX-IND) TO WRK-PERCENTUAL.
           SET WRK-REAJUSTA TO TRUE.
           ADD 1 TO WRK-ACUM-REAJUSTES.
           MOVE WRK-PERCENTUAL TO WRK-PERC-ED.
           DISPLAY "CONTRATO " WRK-NUMERO " - REAJUSTE ANUAL DE "
                   WRK-PERC-ED "% PELO " CTR-INDICE.

       0320-VERIFICAR-FIM.
           EXIT.

       0330-REAJUSTAR-ITEM          SECTION.
           COMPUTE WRK-PRECO ROUNDED =
                   CTR-PRECO * (100 + WRK-PERCENTUAL) / 100
             ON SIZE ERROR
                DISPLAY "CONTRATO " WRK-NUMERO " ITEM " CTR-LINHA
                        " - PRECO REAJUSTADO ACIMA DO LIMITE - "
                        "MANTIDO"
                GO TO 0330-REAJUSTAR-FIM
           END-COMPUTE.
           MOVE CTR-PRECO TO WRK-PRECO-ED.
           DISPLAY "   ITEM " CTR-LINHA " " CTR-DESCRICAO " DE "
                   WRK-PRECO-ED WITH NO ADVANCING.
           MOVE WRK-PRECO TO CTR-PRECO WRK-PRECO-ED.
           DISPLAY " PARA " WRK-PRECO-ED.
           REWRITE REG-CONTRATO
             INVALID KEY
                MOVE "ERRO NA REGRAVACAO DO CONTRATO" TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-REWRITE.

       0330-REAJUSTAR-FIM.
           EXIT.

       0340-MARCAR-FATURADO         SECTION.
      *-------- RELE O CABECALHO (A LEITURA DOS ITENS MOVEU O
      *-------- REGISTRO CORRENTE) E GRAVA A COMPETENCIA E O REAJUSTE
           MOVE WRK-NUMERO TO CTR-NUMERO.
           MOVE ZEROS      TO CTR-LINHA.
           READ CONTRATO
             INVALID KEY
                MOVE "CABECALHO DO CONTRATO SUMIU   " TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-READ.
           MOVE WRK-COMPETENCIA TO CTR-ULT-FAT.
           IF WRK-REAJUSTA
              MOVE WRK-ANO TO CTR-ULT-REAJ
           END-IF.
           REWRITE REG-CONTRATO
             INVALID KEY
                MOVE "ERRO NA REGRAVACAO DO CONTRATO" TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-REWRITE.

       0400-LISTAR-VENCIMENTOS      SECTION.
      *--------------------------------------------------------------
      *-------- SEGUNDA PASSADA: CONTRATOS ATIVOS COM O FIM DA
      *-------- VIGENCIA NOS PROXIMOS 60 DIAS, PARA RENOVACAO, E OS
      *-------- JA VENCIDOS QUE NINGUEM PRORROGOU NEM ENCERROU
      *--------------------------------------------------------------
           DISPLAY "-----------------------------------------".
           DISPLAY "CONTRATOS A VENCER ATE " WRK-DATA-LIMITE(7:2) "/"
                   WRK-DATA-LIMITE(5:2) "/" WRK-DATA-LIMITE(1:4).
           DISPLAY "-----------------------------------------".
           MOVE ZEROS TO CTR-CHAVE.
           START CONTRATO KEY NOT LESS CTR-CHAVE
             INVALID KEY
                GO TO 0400-LISTAR-FIM
           END-START.
           READ CONTRATO NEXT
           PERFORM UNTIL FS-CONTRATO NOT EQUAL 00
              IF CTR-LINHA EQUAL ZEROS AND CTR-ATIVO
                 AND CTR-FIM NOT GREATER WRK-DATA-LIMITE
                 PERFORM 0410-LISTAR-CONTRATO
              END-IF
              READ CONTRATO NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-CONTRATO.

       0400-LISTAR-FIM.
           EXIT.

       0410-LISTAR-CONTRATO         SECTION.
           MOVE "(CLIENTE NAO CADASTRADO)" TO REG-NOME.
           MOVE CTR-CLIENTE TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE "(CLIENTE NAO CADASTRADO)" TO REG-NOME
           END-READ.
           MOVE SPACES TO WRK-FIM-ED.
           STRING CTR-FIM(7:2) "/" CTR-FIM(5:2) "/" CTR-FIM(1:4)
                  DELIMITED BY SIZE INTO WRK-FIM-ED.
           IF CTR-FIM LESS WRK-DATA-HOJE
              ADD 1 TO WRK-ACUM-VENCIDOS
              DISPLAY "CONTRATO " CTR-NUMERO " CLIENTE " CTR-CLIENTE
                      " " REG-NOME " VENCIDO EM " WRK-FIM-ED
                      " - PRORROGAR OU ENCERRAR NO CTRMANT"
           ELSE
              ADD 1 TO WRK-ACUM-VENCER
              DISPLAY "CONTRATO " CTR-NUMERO " CLIENTE " CTR-CLIENTE
                      " " REG-NOME " VENCE EM " WRK-FIM-ED
           END-IF.

       0500-FINALIZAR               SECTION.
           CLOSE CONTRATO CLIENTES.
           DISPLAY "=========================================".
           DISPLAY "NOTAS GERADAS..........: " WRK-ACUM-NOTAS.
           MOVE WRK-ACUM-VALOR TO WRK-TOTAL-ED.
           DISPLAY "VALOR FATURADO.........: " WRK-TOTAL-ED.
           DISPLAY "CONTRATOS REAJUSTADOS..: " WRK-ACUM-REAJUSTES.
           DISPLAY "REAJUSTES PENDENTES....: " WRK-ACUM-PENDENTES.
           DISPLAY "CONTRATOS NAO FATURADOS: " WRK-ACUM-RECUSADOS.
           DISPLAY "A VENCER EM 60 DIAS....: " WRK-ACUM-VENCER.
           DISPLAY "VENCIDOS SEM RENOVACAO.: " WRK-ACUM-VENCIDOS.
           DISPLAY "=========================================".
      *-------- AS NOTAS DOS CONTRATOS SEGUEM PELO EXCBL23 (CREDITO,
      *-------- ICMS, CONTAS A RECEBER) JUNTO COM O QUE MAIS ESTIVER
      *-------- PENDENTE NO LINHASNF.txt; FALHA DO EXCBL23 VOLTA NO
      *-------- RETURN-CODE DESTA RODADA
           IF WRK-ACUM-NOTAS GREATER ZEROS
              DISPLAY "EMITINDO AS NOTAS DOS CONTRATOS (EXCBL23)"
              MOVE ZEROS TO RETURN-CODE
              CALL "EXCBL23"
              IF RETURN-CODE NOT EQUAL ZEROS
                 DISPLAY "*** EMISSAO DAS NOTAS (EXCBL23) TERMINOU "
                         "COM RETURN-CODE " RETURN-CODE " - CONFERIR "
                         "O LINHASNF.txt E O LOG DE ERROS ***"
              END-IF
           END-IF.
           DISPLAY "FIM DO FATURAMENTO DOS CONTRATOS".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CONTRATO.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "CONTRATO.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTRATO.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "INDREAJ.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-INDREAJ.
           MOVE "LINHASNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LINHASNF.
