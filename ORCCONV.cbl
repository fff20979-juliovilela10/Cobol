       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCCONV.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONVERSAO DE ORCAMENTO ACEITO EM NOTA FISCAL - DADO
      *           O NUMERO DE UM ORCAMENTO ABERTO E DENTRO DA VALIDADE
      *           (ORCAMENT.DAT, EMITIDO NO ORCMANT), ACRESCENTA AO
      *           ARQUIVO DE ENTRADA DO EXCBL23 (LINHASNF.txt) O
      *           CABECALHO "H" (NOTA, CLIENTE, UF DO CADASTRO E
      *           CONDICAO DE PAGAMENTO DO ORCAMENTO) E UM DETALHE "D"
      *           POR ITEM COM A QUANTIDADE E O PRECO ORCADOS, E MARCA
      *           O ORCAMENTO COMO CONVERTIDO - A NOTA SAI PELO PRECO
      *           COMBINADO COM O CLIENTE, SEM REDIGITACAO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O NUMERO DA NOTA SUGERIDO E O MAIOR DO LOG DE
      *              EMISSAO (NOTASLOG.txt) OU DO PROPRIO LINHASNF
      *              AINDA NAO PROCESSADO, MAIS UM; O OPERADOR PODE
      *              INFORMAR OUTRO. ORCAMENTO VENCIDO, CANCELADO OU JA
      *              CONVERTIDO E RECUSADO. A VENDA NO CAIXA PELO
      *              ORCAMENTO E O TIPO "O" DO EXCBL18
      * 15/10/2026 JV - O NUMERO DA NOTA DEIXA DE SER SUGERIDO PELO
      *                 MAIOR DO LOG: PEDE A SERIE E RESERVA O
      *                 PROXIMO DA SEQUENCIA CONTROLADA (MODULO
      *                 NFNUMERA); NUMERO INFORMADO JA EMITIDO OU
      *                 INUTILIZADO RECUSA A CONVERSAO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT ORCAMENT ASSIGN TO WRK-PATH-ORCAMENT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ORC-CHAVE
             FILE STATUS IS FS-ORCAMENT.

           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT LINHASNF ASSIGN TO WRK-PATH-LINHASNF
             FILE STATUS IS FS-LINHASNF.


       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENT.
       COPY "ORCCOPY.cpy".

       FD  CLIENTES.
       COPY "CLICOPY.cpy".

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
       77  FS-ORCAMENT  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-LINHASNF  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "ORCCONV".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "ORCAMENT.DAT".

       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WRK-NF            PIC 9(06) VALUE ZEROS.
       77  WRK-UF            PIC X(02) VALUE SPACES.
       77  WRK-ITENS         PIC 9(03) VALUE ZEROS.
       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA          VALUE "S".

      *-------------- NUMERACAO CONTROLADA (MODULO NFNUMERA) ---------
       77  WRK-SERIE         PIC 9(03) VALUE ZEROS.
       77  WRK-NUM-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-NUM-RESPOSTA  PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-CONVERTIDOS PIC 9(04) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALID-ED      PIC X(10) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-ORCAMENT PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-LINHASNF PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL NOT WRK-CONTINUA
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ORCAMENT.
           IF FS-ORCAMENT NOT EQUAL 00
              MOVE "ORCAMENTOS NAO ABRIU          " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "CADASTRO DE CLIENTES NAO ABRIU" TO WRK-MSG-ERRO
              MOVE "CLIENTES.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CLIENTES TO FS-ORCAMENT
              PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "CONVERSAO DE ORCAMENTO EM NOTA FISCAL".
           DISPLAY "=========================================".

       0200-PROCESSAR               SECTION.
           DISPLAY "NUMERO DO ORCAMENTO (0 = SAIR): "
             ACCEPT WRK-NUMERO.
           IF WRK-NUMERO EQUAL ZEROS
              MOVE "N" TO WRK-SW-CONTINUA
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           MOVE WRK-NUMERO TO ORC-NUMERO.
           MOVE ZEROS      TO ORC-LINHA.
           READ ORCAMENT
             INVALID KEY
                DISPLAY "ORCAMENTO " WRK-NUMERO " NAO ENCONTRADO"
                GO TO 0200-PROCESSAR-FIM
           END-READ.
           IF NOT ORC-ABERTO
              DISPLAY "ORCAMENTO " WRK-NUMERO " NAO ESTA ABERTO - "
                      "SITUACAO " ORC-SITUACAO
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           IF ORC-VALIDADE LESS WRK-DATA-HOJE
              MOVE SPACES TO WRK-VALID-ED
              STRING ORC-VALIDADE(7:2) "/" ORC-VALIDADE(5:2) "/"
                     ORC-VALIDADE(1:4)
                     DELIMITED BY SIZE INTO WRK-VALID-ED
              DISPLAY "ORCAMENTO " WRK-NUMERO " VENCIDO EM "
                      WRK-VALID-ED " - FAZER NOVO ORCAMENTO NO ORCMANT"
              GO TO 0200-PROCESSAR-FIM
           END-IF.
      *-------- A UF DA NOTA (ALIQUOTA DE ICMS) VEM DO CADASTRO
           MOVE ORC-CLIENTE TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE "E" TO REG-SITUACAO
           END-READ.
           IF REG-SIT-EXCLUIDO
              DISPLAY "CLIENTE " ORC-CLIENTE " NAO ENCONTRADO - "
                      "ORCAMENTO NAO CONVERTIDO"
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           MOVE REG-UF TO WRK-UF.
           MOVE ORC-TOTAL TO WRK-VALOR-ED.
           DISPLAY "CLIENTE " ORC-CLIENTE " " REG-NOME
                   " TOTAL " WRK-VALOR-ED.
           PERFORM 0110-RESERVAR-NOTA.
           IF WRK-NUM-RESPOSTA NOT EQUAL "S"
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           PERFORM 0210-GERAR-LINHAS.
           PERFORM 0220-MARCAR-CONVERTIDO.

       0200-PROCESSAR-FIM.
           EXIT.

       0110-RESERVAR-NOTA           SECTION.
      *--------------------------------------------------------------
      *-------- O NUMERO DA NOTA SAI DA SEQUENCIA CONTROLADA DA SERIE
      *-------- (MODULO NFNUMERA) E JA FICA RESERVADO PARA O EXCBL23;
      *-------- NUMERO INFORMADO PELO OPERADOR E CONFERIDO CONTRA O
      *-------- LOG DE EMISSAO E AS INUTILIZACOES
      *--------------------------------------------------------------
           DISPLAY "SERIE DA NOTA (0 = 001): "
             ACCEPT WRK-SERIE.
           IF WRK-SERIE EQUAL ZEROS
              MOVE 1 TO WRK-SERIE
           END-IF.
           DISPLAY "NUMERO DA NOTA (0 = PROXIMO DA SERIE): "
             ACCEPT WRK-NF.
           IF WRK-NF EQUAL ZEROS
              MOVE "P" TO WRK-NUM-OPERACAO
              CALL "NFNUMERA" USING WRK-NUM-OPERACAO WRK-SERIE WRK-NF
                                     WRK-ERRLOG-PROGRAMA
                                     WRK-NUM-RESPOSTA
              IF WRK-NUM-RESPOSTA NOT EQUAL "S"
                 DISPLAY "CONTROLE DE NUMERACAO INDISPONIVEL - "
                         "ORCAMENTO NAO CONVERTIDO"
              END-IF
              GO TO 0110-RESERVAR-FIM
           END-IF.
           MOVE "C" TO WRK-NUM-OPERACAO.
           CALL "NFNUMERA" USING WRK-NUM-OPERACAO WRK-SERIE WRK-NF
                                  WRK-ERRLOG-PROGRAMA
                                  WRK-NUM-RESPOSTA.
           EVALUATE WRK-NUM-RESPOSTA
              WHEN "D"
                 DISPLAY "NF " WRK-NF " JA EMITIDA NA SERIE "
                         WRK-SERIE " - ORCAMENTO NAO CONVERTIDO"
              WHEN "I"
                 DISPLAY "NF " WRK-NF " INUTILIZADA NA SERIE "
                         WRK-SERIE " - ORCAMENTO NAO CONVERTIDO"
              WHEN OTHER
                 MOVE "A" TO WRK-NUM-OPERACAO
                 CALL "NFNUMERA" USING WRK-NUM-OPERACAO WRK-SERIE
                                        WRK-NF WRK-ERRLOG-PROGRAMA
                                        WRK-NUM-RESPOSTA
           END-EVALUATE.

       0110-RESERVAR-FIM.
           EXIT.

       0210-GERAR-LINHAS            SECTION.
      *--------------------------------------------------------------
      *-------- CABECALHO "H" E UM DETALHE "D" POR ITEM, NO LAYOUT
      *-------- DE ENTRADA DO EXCBL23, NO FIM DO LINHASNF.txt
      *--------------------------------------------------------------
           OPEN EXTEND LINHASNF.
           IF FS-LINHASNF EQUAL 35
              OPEN OUTPUT LINHASNF
           END-IF.
           IF FS-LINHASNF NOT EQUAL 00
              MOVE "ERRO NO OPEN LINHASNF        " TO WRK-MSG-ERRO
              MOVE "LINHASNF.txt" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-LINHASNF TO FS-ORCAMENT
              PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES       TO REG-LINHASNF.
           MOVE "H"          TO NF-TIPO.
           MOVE WRK-NF       TO NF-NUMERO.
           MOVE ORC-CLIENTE  TO NF-CLIENTE.
           MOVE WRK-UF       TO NF-UF.
           MOVE ORC-CONDPAG  TO NF-CONDPAG-N.
           WRITE REG-LINHASNF.
           MOVE ZEROS TO WRK-ITENS.
           READ ORCAMENT NEXT
           PERFORM UNTIL FS-ORCAMENT NOT EQUAL 00
                      OR ORC-NUMERO NOT EQUAL WRK-NUMERO
              MOVE SPACES    TO REG-LINHASNF
              MOVE "D"       TO LIN-TIPO
              MOVE ORC-QTD   TO LIN-QTD-N
              MOVE ORC-PRECO TO LIN-PRECO-N
              WRITE REG-LINHASNF
              ADD 1 TO WRK-ITENS
              READ ORCAMENT NEXT
           END-PERFORM.
           MOVE ZEROS TO FS-ORCAMENT.
           CLOSE LINHASNF.

       0220-MARCAR-CONVERTIDO       SECTION.
      *-------- RELE O CABECALHO (A LEITURA DOS ITENS MOVEU O
      *-------- REGISTRO CORRENTE) E GRAVA O DESTINO E A NOTA
           MOVE WRK-NUMERO TO ORC-NUMERO.
           MOVE ZEROS      TO ORC-LINHA.
           READ ORCAMENT
             INVALID KEY
                MOVE "CABECALHO DO ORCAMENTO SUMIU  " TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-READ.
           SET ORC-CONVERTIDO TO TRUE.
           SET ORC-DEST-NOTA  TO TRUE.
           MOVE WRK-DATA-HOJE TO ORC-DATA-CONV.
           MOVE WRK-NF        TO ORC-DOCUMENTO.
           REWRITE REG-ORCAMENT
             INVALID KEY
                MOVE "ERRO NA REGRAVACAO DO ORCAM.  " TO WRK-MSG-ERRO
                PERFORM 9000-TRATA-ERRO
           END-REWRITE.
           ADD 1 TO WRK-ACUM-CONVERTIDOS.
           DISPLAY "ORCAMENTO " WRK-NUMERO " CONVERTIDO NA NOTA "
                   WRK-NF " (" WRK-ITENS " ITENS) - RODAR O EXCBL23 "
                   "NA SERIE " WRK-SERIE.

       0300-FINALIZAR               SECTION.
           CLOSE ORCAMENT CLIENTES.
           DISPLAY "ORCAMENTOS CONVERTIDOS: " WRK-ACUM-CONVERTIDOS.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-ORCAMENT.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "ORCAMENT.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ORCAMENT.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "LINHASNF.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LINHASNF.
