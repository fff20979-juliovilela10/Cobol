      *                 (DATA, NF, CLIENTE, UF, BASE, ALIQUOTA, ICMS,
      *                 SITUACAO), QUE ALIMENTA O LIVRO DE APURACAO
      *                 MENSAL (ICMSLIV)
      * 15/10/2026 JV - CADA NOTA PASSA A TRAZER O DESTINATARIO DO
      *                 CLIENTES.DAT LOGO ABAIXO DO CABECALHO: NOME E,
      *                 PARA PESSOA JURIDICA, CNPJ FORMATADO E
      *                 INSCRICAO ESTADUAL (PESSOA FISICA SAI COM O
      *                 CPF). SEM O CADASTRO A NOTA SEGUE SEM ESSAS
      *                 LINHAS, COM AVISO
      * 15/10/2026 JV - CADA PARCELA LANCADA NO CONTAS A RECEBER SOMA
      *                 NA EXPOSICAO DE CREDITO DO CLIENTE (MODULO
      *                 CREXPATU, CREXPOS.DAT), QUE O CREDCHK LE
      * 15/10/2026 JV - A NUMERACAO DA NOTA PASSA A SER CONTROLADA
      *                 POR SERIE (MODULO NFNUMERA, NFSEQ.txt): O
      *                 LOTE RODA NUMA SERIE (PADRAO 001), CABECALHO
      *                 SEM NUMERO RECEBE O PROXIMO DA SEQUENCIA E
      *                 NUMERO JA EMITIDO OU INUTILIZADO (NFINUT)
      *                 RECUSA A NOTA COM AS SUAS LINHAS (MOTIVOS
      *                 05/06/07). O NOTASLOG GANHA A SERIE (COPY
      *                 NFLCOPY)
      * 15/10/2026 JV - NOVO REGISTRO "F" (TRANSPORTADORA E PESO) NA
      *                 NOTA: O FRETE SAI DA COTACAO DO EXCBL16 NO
      *                 FRETELOG OU E COTADO NA HORA PELO TABFRETE,
      *                 ENTRA NA BASE DO ICMS, NO TOTAL E NAS
      *                 PARCELAS DO CONTAS A RECEBER E FICA NO
      *                 NFFRETE.txt (COPY NFFCOPY) PARA O ICMSLIV E
      *                 O FRETAUD; MOTIVO 08 = FRETE INVALIDO
      * 15/10/2026 JV - NO FIM DO LOTE O LINHASNF.txt E COPIADO PARA O
      *                 LINHASNF_AAAAMMDD.txt E ESVAZIADO: AS NOTAS
      *                 ACRESCENTADAS PELO ORCCONV E PELO CTRFAT NAO
      *                 SAEM DE NOVO NA RODADA SEGUINTE. COPIA COM
      *                 DIFERENCA MANTEM A ENTRADA E DEVOLVE RC 16
      * 15/10/2026 JV - STOP RUN VIRA GOBACK, PARA O PROGRAMA PODER
      *                 SER CHAMADO PELO CTRFAT; ERRO DE ARQUIVO DEVOLVE
      *                 RETURN-CODE 16
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT LINHASNF ASSIGN TO WRK-PATH-LINHASNF
             FILE STATUS IS FS-LINHASNF.

      *-------- LOTE JA PROCESSADO, GUARDADO COM A DATA NO NOME
           SELECT LINHASPROC ASSIGN TO WRK-PATH-LINHASPROC
             FILE STATUS IS FS-LINHASPROC.

           SELECT LINHASCALC ASSIGN TO
                     WRK-PATH-LINHASNFCALC
             FILE STATUS IS FS-LINHASCALC.
           SELECT NOTASLOG ASSIGN TO WRK-PATH-NOTASLOG
             FILE STATUS IS FS-NOTASLOG.

           SELECT FRETELOG ASSIGN TO WRK-PATH-FRETELOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-FRETELOG.

           SELECT TABFRETE ASSIGN TO WRK-PATH-TABFRETE
             FILE STATUS IS FS-TABFRETE.

           SELECT NFFRETE ASSIGN TO WRK-PATH-NFFRETE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-NFFRETE.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  LINHASNF.
           05 FILLER       PIC X(01).
           05 LIN-QTD-N    PIC 9(05).
           05 LIN-PRECO-N  PIC 9(07)V99.
       01  REG-LINHASNF-FRT REDEFINES REG-LINHASNF.
           05 FRT-TIPO     PIC X(01).
           05 FRT-TRANSP   PIC X(04).
           05 FRT-PESO     PIC X(07).
           05 FILLER       PIC X(03).
       01  REG-LINHASNF-FRTN REDEFINES REG-LINHASNF.
           05 FILLER       PIC X(01).
           05 FRT-TRANSP-N PIC 9(04).
           05 FRT-PESO-N   PIC 9(05)V99.
           05 FILLER       PIC X(03).

       FD  LINHASCALC.
       01  REG-LINHASCALC            PIC X(60).

       FD  LINHASPROC.
       01  REG-LINHASPROC            PIC X(15).

       FD  LINHASREJ.
       01  REG-LINHASREJ.
           05 REJ-MOTIVO   PIC X(02).
           05 ICM-VIGENCIA   PIC 9(08).

       FD  NOTASLOG.
       COPY "NFLCOPY.cpy".

       FD  FRETELOG.
       01  REG-FRETELOG.
           05 LOG-DATA     PIC 9(08).
           05 FILLER       PIC X(01).
           05 LOG-PRODUTO  PIC X(30).
           05 FILLER       PIC X(01).
           05 LOG-ESTADO   PIC X(02).
           05 FILLER       PIC X(01).
           05 LOG-VALOR    PIC 9(08)V99.
           05 FILLER       PIC X(01).
           05 LOG-FRETE    PIC 9(08)V99.
           05 FILLER       PIC X(01).
           05 LOG-TRANSP   PIC 9(04).

       FD  TABFRETE.
       01  REG-TABFRETE.
           05 TFR-UF         PIC X(02).
           05 FILLER         PIC X(01).
           05 TFR-PERC       PIC 9(02).
           05 FILLER         PIC X(01).
           05 TFR-VIGENCIA   PIC 9(08).

       FD  NFFRETE.
       COPY "NFFCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-LINHASNF     PIC 9(02) VALUE ZEROS.
       77  FS-LINHASCALC   PIC 9(02) VALUE ZEROS.
       77  FS-LINHASREJ    PIC 9(02) VALUE ZEROS.
       77  FS-LINHASPROC   PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC    PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.


      *-------- MOTIVOS DE REJEICAO: 01 QTD INVALIDA OU ZERADA,
      *-------- 02 PRECO INVALIDO OU ZERADO, 03 TIPO DE REGISTRO
      *-------- INVALIDO, 04 DETALHE SEM CABECALHO DE NOTA, 05 NOTA
      *-------- COM NUMERO JA EMITIDO NA SERIE, 06 NOTA COM NUMERO
      *-------- INUTILIZADO, 07 SEQUENCIA DE NUMERACAO SEM CONTROLE
      *-------- (NFSEQ NAO GRAVOU), 08 REGISTRO DE FRETE INVALIDO
      *-------- (TRANSPORTADORA FORA DO CADASTRO, PESO NAO NUMERICO
      *-------- OU SEGUNDO FRETE NA MESMA NOTA) - NOTA RECUSADA LEVA
      *-------- AS SUAS LINHAS DE DETALHE COM O MESMO MOTIVO DO
      *-------- CABECALHO
       77  WRK-REJ-MOTIVO  PIC X(02) VALUE SPACES.
       77  WRK-ACUM-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PROCESSADAS PIC 9(05) VALUE ZEROS.
       77  WRK-NF-ALIQUOTA   PIC 9(02) VALUE ZEROS.
       77  WRK-NF-ICMS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NF-CONDPAG    PIC 9(02) VALUE ZEROS.
       77  WRK-NF-FRETE      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-NF-TOTAL      PIC 9(09)V99 VALUE ZEROS.

      *-------------- FRETE DA NOTA (REGISTRO "F") -------------------
      *-------- VALOR DA COTACAO DO EXCBL16 NO FRETELOG (MESMA
      *-------- TRANSPORTADORA, UF E VALOR DAS MERCADORIAS, NOS
      *-------- ULTIMOS 30 DIAS); SEM COTACAO, COTA NA HORA COM AS
      *-------- REGRAS DO EXCBL16 (TABFRETE, SOBRETAXA DE PESO E
      *-------- FRETE GRATIS) E GRAVA A COTACAO NO FRETELOG
       77  FS-FRETELOG       PIC 9(02) VALUE ZEROS.
       77  FS-TABFRETE       PIC 9(02) VALUE ZEROS.
       77  FS-NFFRETE        PIC 9(02) VALUE ZEROS.
       77  WRK-SW-FRETE      PIC X(01) VALUE "N".
           88 WRK-NOTA-COM-FRETE    VALUE "S".
       77  WRK-NF-TRANSP     PIC 9(04) VALUE ZEROS.
       77  WRK-NF-TRANSP-NOME PIC X(20) VALUE SPACES.
       77  WRK-SW-TRANSP     PIC X(01) VALUE "N".
           88 WRK-TRANSP-OK         VALUE "S".
       77  WRK-NF-PESO       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-FRT-ORIGEM    PIC X(01) VALUE SPACES.
       77  WRK-FRT-COT-DATA  PIC 9(08) VALUE ZEROS.
       77  WRK-FRT-COT-PRODUTO PIC X(30) VALUE SPACES.
       77  WRK-SW-COTACAO    PIC X(01) VALUE "N".
           88 WRK-COTACAO-ACHADA    VALUE "S".
       77  WRK-FRT-JANELA    PIC S9(04) VALUE -30.
       77  WRK-FRT-DATA-JANELA PIC 9(08) VALUE ZEROS.
       77  WRK-FRT-UM-ANO    PIC S9(04) VALUE -365.
       77  WRK-FRT-DATA-VENCIDA PIC 9(08) VALUE ZEROS.
       77  WRK-FRT-PERC      PIC 9(02) VALUE ZEROS.
       77  WRK-FRT-SOBRETAXA PIC 9(08)V99 VALUE ZEROS.
      *-------- LIMITE PROMOCIONAL - ESPELHA O EXCBL16
       77  WRK-LIMITE-FRETE-GRATIS PIC 9(08)V99 VALUE 5000,00.
       77  WRK-ACUM-FRT-UFS  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-FRETE.
           05 TABELA-FRETE-R OCCURS 27 TIMES
                             INDEXED BY WRK-IDX-FRT.
              10 FRT-TAB-UF     PIC X(02).
              10 FRT-TAB-PERC   PIC 9(02).
              10 FRT-TAB-VIG    PIC 9(08).
       77  WRK-SW-FRT-UF     PIC X(01) VALUE "N".
           88 WRK-FRT-UF-ACHADA     VALUE "S".

      *-------------- NUMERACAO CONTROLADA (MODULO NFNUMERA) ---------
       77  WRK-NF-SERIE      PIC 9(03) VALUE 1.
       77  WRK-NUM-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-NUM-RESPOSTA  PIC X(01) VALUE SPACES.
       77  WRK-SW-RECUSADA   PIC X(01) VALUE "N".
           88 WRK-NOTA-RECUSADA     VALUE "S".
       77  WRK-MOTIVO-RECUSA PIC X(02) VALUE SPACES.
       77  WRK-ACUM-RECUSADAS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-NUMERADAS PIC 9(04) VALUE ZEROS.

      *-------------- CONDICOES DE PAGAMENTO (CONDPAG.txt) -----------
       77  FS-CONDPAG        PIC 9(02) VALUE ZEROS.
       77  WRK-SW-UF-ACHADA  PIC X(01) VALUE "N".
           88 WRK-UF-ACHADA            VALUE "S".

      *-------------- EXPOSICAO DE CREDITO (MODULO CREXPATU) ---------
       77  WRK-EXP-OPERACAO  PIC X(01) VALUE "I".

      *-------------- LIMITE DE CREDITO (MODULO CREDCHK) -------------
       77  FS-CREDLOG        PIC 9(02) VALUE ZEROS.
       77  WRK-CRED-LIMITE   PIC 9(09)V99 VALUE ZEROS.

       77  WRK-ESTENDIDO     PIC 9(09)V99  VALUE ZEROS.
       77  WRK-ACUM-LIDOS    PIC 9(05)     VALUE ZEROS.
       77  WRK-ACUM-GUARDADOS PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-NOTAS    PIC 9(04)     VALUE ZEROS.
       77  WRK-ACUM-TOTAL    PIC 9(09)V99  VALUE ZEROS.
       77  WRK-ACUM-ICMS     PIC 9(09)V99  VALUE ZEROS.
       77  WRK-ACUM-FRETE    PIC 9(09)V99  VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTD-ED        PIC ZZZZ9.
       77  WRK-PRECO-ED      PIC ZZ.ZZ9,99.

      *-------------- DESTINATARIO DA NOTA (CLIENTES.DAT) ------------
       77  FS-CLIENTES       PIC 9(02) VALUE ZEROS.
       77  WRK-SW-CLIENTES   PIC X(01) VALUE "N".
           88 WRK-CLIENTES-ABERTO   VALUE "S".
       77  WRK-MASC-OPER     PIC X(01) VALUE SPACES.
       01  WRK-MASC-ENTRADA  PIC X(30) VALUE SPACES.
       01  WRK-MASC-SAIDA    PIC X(30) VALUE SPACES.

      *-------------------- LINHA DO CALC --------------------
       01  WRK-LINHA-CALC    PIC X(60) VALUE SPACES.

       01  WRK-PATH-LINHASNF PIC X(60) VALUE SPACES.
       01  WRK-PATH-LINHASNFCALC PIC X(60) VALUE SPACES.
       01  WRK-PATH-LINHASNFREJ PIC X(60) VALUE SPACES.
       01  WRK-PATH-LINHASPROC PIC X(60) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONDPAG  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CREDLOG  PIC X(60) VALUE SPACES.
       01  WRK-PATH-TABICMS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-NOTASLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-FRETELOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-TABFRETE PIC X(60) VALUE SPACES.
       01  WRK-PATH-NFFRETE  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR             SECTION.
           OPEN INPUT LINHASNF.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *-------- SERIE DAS NOTAS DO LOTE; A NUMERACAO E CONTROLADA
      *-------- POR SERIE NO NFSEQ.txt (MODULO NFNUMERA)
           DISPLAY "SERIE DAS NOTAS DO LOTE (0 = 001): "
             ACCEPT WRK-NF-SERIE.
           IF WRK-NF-SERIE EQUAL ZEROS
              MOVE 1 TO WRK-NF-SERIE
           END-IF.
           OPEN I-O CONTASREC.
           IF FS-CONTASREC EQUAL 35
              OPEN OUTPUT CONTASREC
           END-IF.
           PERFORM 0130-CARREGAR-CONDPAG.
           PERFORM 0140-CARREGAR-ICMS.
           PERFORM 0160-CARREGAR-FRETE.
      *-------- CADASTRO PARA O DESTINATARIO; SEM ELE A NOTA SAI
      *-------- SO COM O ID DO CLIENTE, COMO ANTES
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
              SET WRK-CLIENTES-ABERTO TO TRUE
           ELSE
              DISPLAY "CLIENTES.DAT NAO ABRIU (FS " FS-CLIENTES
                      ") - NOTAS SEM DADOS DO DESTINATARIO"
           END-IF.

       0130-CARREGAR-CONDPAG        SECTION.
      *--------------------------------------------------------------
              END-IF
           END-IF.

       0160-CARREGAR-FRETE          SECTION.
      *--------------------------------------------------------------
      *-------- TAXAS DO TABFRETE.txt PARA A COTACAO NA HORA, COM A
      *-------- MESMA REGRA DE VIGENCIA DO EXCBL16. SEM A TABELA, SO
      *-------- VALE O FRETE JA COTADO NO FRETELOG
      *--------------------------------------------------------------
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-FRT-JANELA
                                 WRK-FRT-DATA-JANELA.
           CALL "DATAADD" USING WRK-DATA-HOJE WRK-FRT-UM-ANO
                                 WRK-FRT-DATA-VENCIDA.
           OPEN INPUT TABFRETE.
           IF FS-TABFRETE NOT EQUAL 00
              DISPLAY "TABELA DE FRETE (TABFRETE.txt) AUSENTE - "
                      "FRETE SO PELA COTACAO DO FRETELOG"
              GO TO 0160-CARREGAR-FIM
           END-IF.
           READ TABFRETE
           PERFORM UNTIL FS-TABFRETE NOT EQUAL 00
              IF TFR-VIGENCIA LESS OR EQUAL WRK-DATA-HOJE
                 PERFORM 0170-EFETIVAR-TAXA-FRETE
              END-IF
              READ TABFRETE
           END-PERFORM.
           CLOSE TABFRETE.

       0160-CARREGAR-FIM.
           EXIT.

       0170-EFETIVAR-TAXA-FRETE     SECTION.
           MOVE "N" TO WRK-SW-FRT-UF.
           SET WRK-IDX-FRT TO 1.
           SEARCH TABELA-FRETE-R
              AT END
                 CONTINUE
              WHEN FRT-TAB-UF(WRK-IDX-FRT) EQUAL TFR-UF
                 SET WRK-FRT-UF-ACHADA TO TRUE
                 IF TFR-VIGENCIA GREATER OR EQUAL
                    FRT-TAB-VIG(WRK-IDX-FRT)
                    MOVE TFR-PERC     TO FRT-TAB-PERC(WRK-IDX-FRT)
                    MOVE TFR-VIGENCIA TO FRT-TAB-VIG(WRK-IDX-FRT)
                 END-IF
           END-SEARCH.
           IF NOT WRK-FRT-UF-ACHADA
              IF WRK-ACUM-FRT-UFS LESS 27
                 ADD 1 TO WRK-ACUM-FRT-UFS
                 SET WRK-IDX-FRT TO WRK-ACUM-FRT-UFS
                 MOVE TFR-UF       TO FRT-TAB-UF(WRK-IDX-FRT)
                 MOVE TFR-PERC     TO FRT-TAB-PERC(WRK-IDX-FRT)
                 MOVE TFR-VIGENCIA TO FRT-TAB-VIG(WRK-IDX-FRT)
              END-IF
           END-IF.

       0200-PROCESSAR               SECTION.
           READ LINHASNF
             IF FS-LINHASNF EQUAL 0
                         PERFORM 0210-ABRIR-NOTA
                      WHEN "D"
                         PERFORM 0220-CALCULAR-LINHA
                      WHEN "F"
                         PERFORM 0225-REGISTRO-FRETE
                      WHEN OTHER
                         MOVE "03" TO WRK-REJ-MOTIVO
                         PERFORM 0250-REJEITAR-LINHA
           IF WRK-NOTA-ABERTA
              PERFORM 0240-FECHAR-NOTA
           END-IF.
           PERFORM 0205-NUMERAR-NOTA.
           IF WRK-NOTA-RECUSADA
              GO TO 0210-ABRIR-FIM
           END-IF.
           SET WRK-NOTA-ABERTA TO TRUE.
           MOVE NF-CLIENTE TO WRK-NF-CLIENTE.
           MOVE NF-UF      TO WRK-NF-UF.
      *-------- CONDICAO DE PAGAMENTO DO CABECALHO; EM BRANCO OU
              MOVE ZEROS TO WRK-NF-CONDPAG
           END-IF.
           MOVE ZEROS TO WRK-NF-SUBTOTAL WRK-NF-LINHAS.
           MOVE "N"   TO WRK-SW-FRETE.
           MOVE ZEROS TO WRK-NF-FRETE WRK-NF-TRANSP WRK-NF-PESO.
           ADD 1 TO WRK-ACUM-NOTAS.
           MOVE SPACES TO WRK-LINHA-CALC.
           STRING "NF "          DELIMITED BY SIZE
                  WRK-NF-NUMERO  DELIMITED BY SIZE
                  " SERIE "      DELIMITED BY SIZE
                  WRK-NF-SERIE   DELIMITED BY SIZE
                  " CLIENTE "    DELIMITED BY SIZE
                  WRK-NF-CLIENTE DELIMITED BY SIZE
                  " UF "         DELIMITED BY SIZE
                  WRK-NF-UF      DELIMITED BY SIZE
                  INTO WRK-LINHA-CALC.
           WRITE REG-LINHASCALC FROM WRK-LINHA-CALC.
           IF WRK-CLIENTES-ABERTO
              PERFORM 0215-DESTINATARIO
           END-IF.

       0210-ABRIR-FIM.
           EXIT.

       0205-NUMERAR-NOTA            SECTION.
      *--------------------------------------------------------------
      *-------- CABECALHO SEM NUMERO (ZEROS OU EM BRANCO) RECEBE O
      *-------- PROXIMO DA SERIE; NUMERO JA INFORMADO (RESERVADO NO
      *-------- ORCCONV OU VINDO DO OUTRO SISTEMA) E CONFERIDO: JA
      *-------- EMITIDO OU INUTILIZADO RECUSA A NOTA INTEIRA, E
      *-------- NUMERO A FRENTE DA SEQUENCIA A FAZ AVANCAR (O PULO
      *-------- APARECE COMO LACUNA NO NFNUMREL)
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-RECUSADA.
           IF NF-NUMERO NOT NUMERIC OR NF-NUMERO EQUAL ZEROS
              MOVE "P" TO WRK-NUM-OPERACAO
              CALL "NFNUMERA" USING WRK-NUM-OPERACAO WRK-NF-SERIE
                                     WRK-NF-NUMERO
                                     WRK-ERRLOG-PROGRAMA
                                     WRK-NUM-RESPOSTA
              IF WRK-NUM-RESPOSTA EQUAL "S"
                 ADD 1 TO WRK-ACUM-NUMERADAS
                 DISPLAY "NOTA NUMERADA " WRK-NF-NUMERO
                         " NA SERIE " WRK-NF-SERIE
              ELSE
                 MOVE "07" TO WRK-MOTIVO-RECUSA
                 SET WRK-NOTA-RECUSADA TO TRUE
              END-IF
           ELSE
              MOVE NF-NUMERO TO WRK-NF-NUMERO
              MOVE "C" TO WRK-NUM-OPERACAO
              CALL "NFNUMERA" USING WRK-NUM-OPERACAO WRK-NF-SERIE
                                     WRK-NF-NUMERO
                                     WRK-ERRLOG-PROGRAMA
                                     WRK-NUM-RESPOSTA
              EVALUATE WRK-NUM-RESPOSTA
                 WHEN "D"
                    MOVE "05" TO WRK-MOTIVO-RECUSA
                    SET WRK-NOTA-RECUSADA TO TRUE
                 WHEN "I"
                    MOVE "06" TO WRK-MOTIVO-RECUSA
                    SET WRK-NOTA-RECUSADA TO TRUE
                 WHEN OTHER
                    MOVE "A" TO WRK-NUM-OPERACAO
                    CALL "NFNUMERA" USING WRK-NUM-OPERACAO
                                           WRK-NF-SERIE
                                           WRK-NF-NUMERO
                                           WRK-ERRLOG-PROGRAMA
                                           WRK-NUM-RESPOSTA
              END-EVALUATE
           END-IF.
           IF WRK-NOTA-RECUSADA
              ADD 1 TO WRK-ACUM-RECUSADAS
              DISPLAY "*** NF " NF-NUMERO " SERIE " WRK-NF-SERIE
                      " RECUSADA - MOTIVO " WRK-MOTIVO-RECUSA " ***"
              MOVE WRK-MOTIVO-RECUSA TO WRK-REJ-MOTIVO
              PERFORM 0250-REJEITAR-LINHA
           END-IF.

       0215-DESTINATARIO            SECTION.
      *--------------------------------------------------------------
      *-------- NOME E DOCUMENTO DO DESTINATARIO: EMPRESA SAI COM
      *-------- CNPJ FORMATADO (MASCARA "J") E INSCRICAO ESTADUAL,
      *-------- PESSOA FISICA COM O CPF - DOCUMENTO FISCAL, SEM A
      *-------- MASCARA LGPD DAS LISTAGENS
      *--------------------------------------------------------------
           MOVE WRK-NF-CLIENTE TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE SPACES TO WRK-LINHA-CALC
                STRING "   DESTINATARIO NAO CADASTRADO"
                                       DELIMITED BY SIZE
                       INTO WRK-LINHA-CALC
                WRITE REG-LINHASCALC FROM WRK-LINHA-CALC
                GO TO 0215-DESTINATARIO-FIM
           END-READ.
           MOVE SPACES TO WRK-LINHA-CALC.
           STRING "   DESTINATARIO " DELIMITED BY SIZE
                  REG-NOME           DELIMITED BY SIZE
                  INTO WRK-LINHA-CALC.
           WRITE REG-LINHASCALC FROM WRK-LINHA-CALC.
           MOVE SPACES TO WRK-LINHA-CALC.
           IF REG-PESSOA-JURIDICA
              MOVE "J" TO WRK-MASC-OPER
              MOVE REG-CNPJ TO WRK-MASC-ENTRADA
              CALL "MASCARA" USING WRK-MASC-OPER WRK-MASC-ENTRADA
                                    WRK-MASC-SAIDA
              STRING "   CNPJ "          DELIMITED BY SIZE
                     WRK-MASC-SAIDA(1:18) DELIMITED BY SIZE
                     " IE "              DELIMITED BY SIZE
                     REG-INSC-ESTADUAL   DELIMITED BY SIZE
                     INTO WRK-LINHA-CALC
           ELSE
              STRING "   CPF "           DELIMITED BY SIZE
                     REG-CPF             DELIMITED BY SIZE
                     INTO WRK-LINHA-CALC
           END-IF.
           WRITE REG-LINHASCALC FROM WRK-LINHA-CALC.

       0215-DESTINATARIO-FIM.
           EXIT.

       0220-CALCULAR-LINHA          SECTION.
      *--------------------------------------------------------------
      *-------- ZERADO - UMA LINHA RUIM NAO PODE CUSTAR O LOTE
      *--------------------------------------------------------------
           IF NOT WRK-NOTA-ABERTA
              IF WRK-NOTA-RECUSADA
                 MOVE WRK-MOTIVO-RECUSA TO WRK-REJ-MOTIVO
              ELSE
                 MOVE "04" TO WRK-REJ-MOTIVO
              END-IF
              PERFORM 0250-REJEITAR-LINHA
              GO TO 0220-CALCULAR-FIM
           END-IF.
       0220-CALCULAR-FIM.
           EXIT.

       0225-REGISTRO-FRETE          SECTION.
      *--------------------------------------------------------------
      *-------- REGISTRO "F": TRANSPORTADORA (CADASTRO TRANSP.txt,
      *-------- CONFERIDA NO TRANVAL) E PESO DA ENCOMENDA EM KG. O
      *-------- VALOR DO FRETE SO E APURADO NO FECHAMENTO, QUANDO O
      *-------- VALOR DAS MERCADORIAS JA ESTA SOMADO
      *--------------------------------------------------------------
           IF NOT WRK-NOTA-ABERTA
              IF WRK-NOTA-RECUSADA
                 MOVE WRK-MOTIVO-RECUSA TO WRK-REJ-MOTIVO
              ELSE
                 MOVE "04" TO WRK-REJ-MOTIVO
              END-IF
              PERFORM 0250-REJEITAR-LINHA
              GO TO 0225-REGISTRO-FIM
           END-IF.
           IF WRK-NOTA-COM-FRETE
              OR FRT-TRANSP NOT NUMERIC
              OR FRT-PESO NOT NUMERIC
              MOVE "08" TO WRK-REJ-MOTIVO
              PERFORM 0250-REJEITAR-LINHA
              GO TO 0225-REGISTRO-FIM
           END-IF.
           MOVE FRT-TRANSP-N TO WRK-NF-TRANSP.
           CALL "TRANVAL" USING WRK-NF-TRANSP WRK-NF-TRANSP-NOME
                                 WRK-SW-TRANSP.
           IF NOT WRK-TRANSP-OK
              DISPLAY "TRANSPORTADORA " WRK-NF-TRANSP " NAO "
                      "CADASTRADA OU DESATIVADA (TRANMANT) - NF "
                      WRK-NF-NUMERO " SEGUE SEM FRETE"
              MOVE ZEROS TO WRK-NF-TRANSP
              MOVE "08" TO WRK-REJ-MOTIVO
              PERFORM 0250-REJEITAR-LINHA
              GO TO 0225-REGISTRO-FIM
           END-IF.
           SET WRK-NOTA-COM-FRETE TO TRUE.
           MOVE FRT-PESO-N TO WRK-NF-PESO.

       0225-REGISTRO-FIM.
           EXIT.

       0250-REJEITAR-LINHA          SECTION.
           ADD 1 TO WRK-ACUM-REJEITADAS.
           MOVE WRK-REJ-MOTIVO TO REJ-MOTIVO.
           EXIT.

       0240-FECHAR-NOTA             SECTION.
      *-------- SUBTOTAL DA NOTA, FRETE E ICMS PELA ALIQUOTA DA UF;
      *-------- O FRETE COBRADO DO CLIENTE ENTRA NA BASE DO ICMS, NO
      *-------- TOTAL DA NOTA E NAS PARCELAS DO CONTAS A RECEBER
           PERFORM 0230-ALIQUOTA-DA-UF.
           MOVE ZEROS TO WRK-NF-FRETE.
           IF WRK-NOTA-COM-FRETE
              PERFORM 0235-APURAR-FRETE
           END-IF.
           COMPUTE WRK-NF-TOTAL = WRK-NF-SUBTOTAL + WRK-NF-FRETE.
           ADD WRK-NF-FRETE TO WRK-ACUM-TOTAL WRK-ACUM-FRETE.
           COMPUTE WRK-NF-ICMS ROUNDED
                 = WRK-NF-TOTAL * WRK-NF-ALIQUOTA / 100.
           ADD WRK-NF-ICMS TO WRK-ACUM-ICMS.

           MOVE WRK-NF-SUBTOTAL TO WRK-VALOR-ED.
                  WRK-VALOR-ED           DELIMITED BY SIZE
                  INTO WRK-LINHA-CALC.
           WRITE REG-LINHASCALC FROM WRK-LINHA-CALC.
           IF WRK-NOTA-COM-FRETE
              MOVE WRK-NF-FRETE TO WRK-VALOR-ED
              MOVE SPACES TO WRK-LINHA-CALC
              STRING "   FRETE "           DELIMITED BY SIZE
                     WRK-NF-TRANSP-NOME    DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     WRK-VALOR-ED          DELIMITED BY SIZE
                     INTO WRK-LINHA-CALC
              WRITE REG-LINHASCALC FROM WRK-LINHA-CALC
              MOVE WRK-NF-TOTAL TO WRK-VALOR-ED
              MOVE SPACES TO WRK-LINHA-CALC
              STRING "   TOTAL DA NOTA "   DELIMITED BY SIZE
                     WRK-VALOR-ED          DELIMITED BY SIZE
                     INTO WRK-LINHA-CALC
              WRITE REG-LINHASCALC FROM WRK-LINHA-CALC
           END-IF.

           MOVE WRK-NF-ICMS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-CALC.
           MOVE WRK-NF-SUBTOTAL TO WRK-VALOR-ED.
           DISPLAY "NF " WRK-NF-NUMERO " LINHAS " WRK-NF-LINHAS
                   " SUBTOTAL " WRK-VALOR-ED.
           IF WRK-NOTA-COM-FRETE
              MOVE WRK-NF-FRETE TO WRK-VALOR-ED
              DISPLAY "NF " WRK-NF-NUMERO " FRETE " WRK-VALOR-ED
                      " TRANSP " WRK-NF-TRANSP
                      " ORIGEM " WRK-FRT-ORIGEM
           END-IF.
           PERFORM 0280-CONFERIR-CREDITO.
           IF WRK-PODE-LANCAR
              PERFORM 0260-LANCAR-RECEBER
           END-IF.
           PERFORM 0295-GRAVAR-NOTASLOG.
           IF WRK-NOTA-COM-FRETE
              PERFORM 0297-GRAVAR-NFFRETE
           END-IF.
           MOVE "N" TO WRK-SW-NOTA.

       0295-GRAVAR-NOTASLOG         SECTION.
           MOVE WRK-NF-NUMERO   TO NL-NF.
           MOVE WRK-NF-CLIENTE  TO NL-CLIENTE.
           MOVE WRK-NF-UF       TO NL-UF.
           MOVE WRK-NF-TOTAL    TO NL-BASE.
           MOVE WRK-NF-ALIQUOTA TO NL-ALIQ.
           MOVE WRK-NF-ICMS     TO NL-ICMS.
           MOVE WRK-NF-SERIE    TO NL-SERIE.
           IF WRK-PODE-LANCAR
              MOVE "N" TO NL-SITUACAO
           ELSE
           WRITE REG-NOTASLOG.
           CLOSE NOTASLOG.

       0297-GRAVAR-NFFRETE          SECTION.
      *-------- FRETE FATURADO NA NOTA, COM A CHAVE DA COTACAO PARA
      *-------- A AUDITORIA (FRETAUD) CASAR COM A FATURA DA
      *-------- TRANSPORTADORA CONFERIDA NO FRETCONF
           OPEN EXTEND NFFRETE.
           IF FS-NFFRETE EQUAL 35
              OPEN OUTPUT NFFRETE
           END-IF.
           MOVE SPACES              TO REG-NFFRETE.
           MOVE WRK-DATA-HOJE       TO NFF-DATA.
           MOVE WRK-NF-SERIE        TO NFF-SERIE.
           MOVE WRK-NF-NUMERO       TO NFF-NF.
           MOVE WRK-NF-CLIENTE      TO NFF-CLIENTE.
           MOVE WRK-NF-UF           TO NFF-UF.
           MOVE WRK-NF-TRANSP       TO NFF-TRANSP.
           MOVE WRK-NF-SUBTOTAL     TO NFF-VALOR.
           MOVE WRK-NF-FRETE        TO NFF-FRETE.
           MOVE WRK-FRT-ORIGEM      TO NFF-ORIGEM.
           MOVE WRK-FRT-COT-DATA    TO NFF-COT-DATA.
           MOVE WRK-FRT-COT-PRODUTO TO NFF-COT-PRODUTO.
           WRITE REG-NFFRETE.
           CLOSE NFFRETE.

       0235-APURAR-FRETE            SECTION.
      *--------------------------------------------------------------
      *-------- PRIMEIRO PROCURA A COTACAO DO EXCBL16 NO FRETELOG;
      *-------- SEM ELA, COTA NA HORA PELO TABFRETE COM AS MESMAS
      *-------- REGRAS E GRAVA A COTACAO NO FRETELOG, COM O PRODUTO
      *-------- "NF nnnnnn SERIE sss", PARA O FRETCONF CONFERIR A
      *-------- FATURA DA TRANSPORTADORA
      *--------------------------------------------------------------
           PERFORM 0236-BUSCAR-COTACAO.
           IF WRK-COTACAO-ACHADA
              MOVE "C" TO WRK-FRT-ORIGEM
              GO TO 0235-APURAR-FIM
           END-IF.
           MOVE "T"           TO WRK-FRT-ORIGEM.
           MOVE WRK-DATA-HOJE TO WRK-FRT-COT-DATA.
           MOVE SPACES        TO WRK-FRT-COT-PRODUTO.
           STRING "NF "         DELIMITED BY SIZE
                  WRK-NF-NUMERO DELIMITED BY SIZE
                  " SERIE "     DELIMITED BY SIZE
                  WRK-NF-SERIE  DELIMITED BY SIZE
                  INTO WRK-FRT-COT-PRODUTO.
           MOVE ZEROS TO WRK-NF-FRETE.
           IF WRK-NF-SUBTOTAL GREATER WRK-LIMITE-FRETE-GRATIS
              DISPLAY "NF " WRK-NF-NUMERO " COM FRETE GRATIS - "
                      "VALOR ACIMA DO LIMITE PROMOCIONAL"
              PERFORM 0238-GRAVAR-FRETELOG
              GO TO 0235-APURAR-FIM
           END-IF.
           PERFORM 0237-TAXA-FRETE-UF.
           IF NOT WRK-FRT-UF-ACHADA
              DISPLAY "NF " WRK-NF-NUMERO " SEM COTACAO NO FRETELOG "
                      "E SEM TAXA VIGENTE PARA " WRK-NF-UF
                      " - SAI SEM FRETE, CONFERIR"
              GO TO 0235-APURAR-FIM
           END-IF.
           COMPUTE WRK-NF-FRETE = WRK-NF-SUBTOTAL * WRK-FRT-PERC / 100.
           EVALUATE TRUE
              WHEN WRK-NF-PESO LESS OR EQUAL 5
                 MOVE ZEROS TO WRK-FRT-SOBRETAXA
              WHEN WRK-NF-PESO LESS OR EQUAL 20
                 MOVE 10,00 TO WRK-FRT-SOBRETAXA
              WHEN WRK-NF-PESO LESS OR EQUAL 50
                 MOVE 25,00 TO WRK-FRT-SOBRETAXA
              WHEN OTHER
                 MOVE 50,00 TO WRK-FRT-SOBRETAXA
           END-EVALUATE.
           ADD WRK-FRT-SOBRETAXA TO WRK-NF-FRETE.
           PERFORM 0238-GRAVAR-FRETELOG.

       0235-APURAR-FIM.
           EXIT.

       0236-BUSCAR-COTACAO          SECTION.
      *-------- VALE A ULTIMA COTACAO DOS ULTIMOS 30 DIAS COM A MESMA
      *-------- TRANSPORTADORA, A MESMA UF E O VALOR DO PEDIDO IGUAL
      *-------- AO DAS MERCADORIAS DA NOTA
           MOVE "N" TO WRK-SW-COTACAO.
           OPEN INPUT FRETELOG.
           IF FS-FRETELOG NOT EQUAL 00
              GO TO 0236-BUSCAR-FIM
           END-IF.
           READ FRETELOG
           PERFORM UNTIL FS-FRETELOG NOT EQUAL 00
              IF LOG-TRANSP EQUAL WRK-NF-TRANSP
                 AND LOG-ESTADO EQUAL WRK-NF-UF
                 AND LOG-VALOR EQUAL WRK-NF-SUBTOTAL
                 AND LOG-DATA NOT LESS WRK-FRT-DATA-JANELA
                 SET WRK-COTACAO-ACHADA TO TRUE
                 MOVE LOG-FRETE   TO WRK-NF-FRETE
                 MOVE LOG-DATA    TO WRK-FRT-COT-DATA
                 MOVE LOG-PRODUTO TO WRK-FRT-COT-PRODUTO
              END-IF
              READ FRETELOG
           END-PERFORM.
           CLOSE FRETELOG.

       0236-BUSCAR-FIM.
           EXIT.

       0237-TAXA-FRETE-UF           SECTION.
      *-------- TAXA PARADA HA MAIS DE UM ANO = TABELA VENCIDA,
      *-------- COMO NO EXCBL16
           MOVE "N" TO WRK-SW-FRT-UF.
           MOVE ZEROS TO WRK-FRT-PERC.
           IF WRK-ACUM-FRT-UFS EQUAL ZEROS
              GO TO 0237-TAXA-FIM
           END-IF.
           SET WRK-IDX-FRT TO 1.
           SEARCH TABELA-FRETE-R
              AT END
                 CONTINUE
              WHEN FRT-TAB-UF(WRK-IDX-FRT) EQUAL WRK-NF-UF
                 IF FRT-TAB-VIG(WRK-IDX-FRT)
                    NOT LESS WRK-FRT-DATA-VENCIDA
                    SET WRK-FRT-UF-ACHADA TO TRUE
                    MOVE FRT-TAB-PERC(WRK-IDX-FRT) TO WRK-FRT-PERC
                 END-IF
           END-SEARCH.

       0237-TAXA-FIM.
           EXIT.

       0238-GRAVAR-FRETELOG         SECTION.
           OPEN EXTEND FRETELOG.
           IF FS-FRETELOG EQUAL 35
              OPEN OUTPUT FRETELOG
           END-IF.
           MOVE SPACES              TO REG-FRETELOG.
           MOVE WRK-FRT-COT-DATA    TO LOG-DATA.
           MOVE WRK-FRT-COT-PRODUTO TO LOG-PRODUTO.
           MOVE WRK-NF-UF           TO LOG-ESTADO.
           MOVE WRK-NF-SUBTOTAL     TO LOG-VALOR.
           MOVE WRK-NF-FRETE        TO LOG-FRETE.
           MOVE WRK-NF-TRANSP       TO LOG-TRANSP.
           WRITE REG-FRETELOG.
           CLOSE FRETELOG.

       0280-CONFERIR-CREDITO        SECTION.
      *--------------------------------------------------------------
      *-------- LIMITE DE CREDITO DO CLIENTE (MODULO CREDCHK): NOTA
      *-------- CREDLOG.txt, QUE O CREDREL RESUME NO DIA
      *--------------------------------------------------------------
           MOVE "S" TO WRK-SW-LANCAR.
           CALL "CREDCHK" USING WRK-NF-CLIENTE WRK-NF-TOTAL
                                 WRK-CRED-LIMITE WRK-CRED-ABERTO
                                 WRK-SW-CREDITO.
           IF WRK-CREDITO-OK
           MOVE "EXCBL23"        TO CRL-PROGRAMA.
           MOVE WRK-NF-CLIENTE   TO CRL-CLIENTE.
           MOVE WRK-NF-NUMERO    TO CRL-DOCUMENTO.
           MOVE WRK-NF-TOTAL     TO CRL-VALOR.
           MOVE WRK-CRED-ACAO    TO CRL-ACAO.
           MOVE WRK-CRED-OPERADOR TO CRL-OPERADOR.
           WRITE REG-CREDLOG.
              MOVE 1 TO WRK-PARC-TOTAL
           END-IF.
      *-------- VALOR DE CADA PARCELA (A ULTIMA FECHA A CONTA)
           DIVIDE WRK-NF-TOTAL BY WRK-PARC-TOTAL
                  GIVING WRK-PARC-VALOR.
           COMPUTE WRK-PARC-ULTIMA = WRK-NF-TOTAL
                 - (WRK-PARC-VALOR * (WRK-PARC-TOTAL - 1)).

           PERFORM VARYING WRK-PARC-NUM FROM 1 BY 1
                DISPLAY "NF " WRK-NF-NUMERO " PARCELA "
                        WRK-PARC-NUM " LANCADA COM VENCIMENTO "
                        WRK-PARC-VENCTO
                MOVE "I" TO WRK-EXP-OPERACAO
                CALL "CREXPATU" USING WRK-EXP-OPERACAO CR-CLIENTE
                                       CR-VALOR CR-DATA-VENCTO
           END-WRITE.

       0300-FINALIZAR               SECTION.
           DISPLAY "LINHAS REJEITADAS........... "
                   WRK-ACUM-REJEITADAS.
           DISPLAY "NOTAS PROCESSADAS........... " WRK-ACUM-NOTAS.
           DISPLAY "NOTAS NUMERADAS NO LOTE..... "
                   WRK-ACUM-NUMERADAS.
           DISPLAY "NOTAS RECUSADAS (NUMERACAO). "
                   WRK-ACUM-RECUSADAS.
           DISPLAY "VALOR TOTAL DAS NOTAS....... " WRK-VALOR-ED.
           MOVE WRK-ACUM-FRETE TO WRK-VALOR-ED.
           DISPLAY "FRETE FATURADO NAS NOTAS.... " WRK-VALOR-ED.
           MOVE WRK-ACUM-ICMS TO WRK-VALOR-ED.
           DISPLAY "ICMS TOTAL.................. " WRK-VALOR-ED.
           DISPLAY "=========================================".
           CLOSE LINHASCALC.
           CLOSE LINHASREJ.
           CLOSE CONTASREC.
           IF WRK-CLIENTES-ABERTO
              CLOSE CLIENTES
           END-IF.
           PERFORM 0310-GUARDAR-LOTE.
           DISPLAY "FIM DE PROGRAMA".

       0310-GUARDAR-LOTE            SECTION.
      *--------------------------------------------------------------
      *-------- O LINHASNF.txt RECEBE NOTAS DE VARIAS ORIGENS (ORCCONV,
      *-------- CTRFAT): LOTE PROCESSADO VAI PARA O LINHASNF_AAAAMMDD
      *-------- (ACRESCENTADO, VARIOS LOTES NO DIA) E A ENTRADA FICA
      *-------- VAZIA, PARA A PROXIMA RODADA NAO EMITIR DE NOVO AS
      *-------- MESMAS NOTAS. COPIA COM DIFERENCA NAO ESVAZIA NADA
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-PATH-LINHASPROC.
           STRING WRK-PATH-DIR   DELIMITED BY SPACES
                  "LINHASNF_"    DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                  INTO WRK-PATH-LINHASPROC.
           OPEN INPUT LINHASNF.
           IF FS-LINHASNF NOT EQUAL 00
              GO TO 0310-GUARDAR-FIM
           END-IF.
           OPEN EXTEND LINHASPROC.
           IF FS-LINHASPROC EQUAL 35
              OPEN OUTPUT LINHASPROC
           END-IF.
           IF FS-LINHASPROC NOT EQUAL 00
              CLOSE LINHASNF
              DISPLAY "LOTE NAO GUARDADO (FS " FS-LINHASPROC
                      ") - LINHASNF.txt MANTIDO; NAO RODE DE NOVO "
                      "SEM TIRAR AS NOTAS JA EMITIDAS"
              MOVE 16 TO RETURN-CODE
              GO TO 0310-GUARDAR-FIM
           END-IF.
           READ LINHASNF
           PERFORM UNTIL FS-LINHASNF NOT EQUAL 00
              MOVE REG-LINHASNF TO REG-LINHASPROC
              WRITE REG-LINHASPROC
              IF FS-LINHASPROC EQUAL 00
                 ADD 1 TO WRK-ACUM-GUARDADOS
              END-IF
              READ LINHASNF
           END-PERFORM.
           CLOSE LINHASNF.
           CLOSE LINHASPROC.
           IF WRK-ACUM-GUARDADOS NOT EQUAL WRK-ACUM-LIDOS
              DISPLAY "LOTE GUARDADO COM DIFERENCA (" WRK-ACUM-GUARDADOS
                      " DE " WRK-ACUM-LIDOS ") - LINHASNF.txt MANTIDO"
              MOVE 16 TO RETURN-CODE
              GO TO 0310-GUARDAR-FIM
           END-IF.
           OPEN OUTPUT LINHASNF.
           CLOSE LINHASNF.
           DISPLAY "LOTE GUARDADO EM LINHASNF_" WRK-DATA-HOJE
                   ".txt - LINHASNF.txt ESVAZIADO".

       0310-GUARDAR-FIM.
           EXIT.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                WRK-ERRLOG-STATUS.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
           MOVE "LINHASNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LINHASNF.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "LINHASNFCALC.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LINHASNFCALC.
           MOVE "NOTASLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NOTASLOG.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "FRETELOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-FRETELOG.
           MOVE "TABFRETE.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-TABFRETE.
           MOVE "NFFRETE.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-NFFRETE.
