       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDREL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: ATENDIMENTO AO TITULAR DE DADOS (LGPD) - A PARTIR DO
      *           ID OU DO CPF DO CLIENTE, JUNTA NUM RELATORIO SO TUDO
      *           O QUE O SISTEMA GUARDA SOBRE ELE: CADASTRO
      *           (CLIENTES.DAT), TRILHA DE AUDITORIA (AUDITCLI.txt),
      *           CONTATOS (CONTATOS.txt), VENDAS DO PERIODO
      *           (VENDASDET_AAAAMMDD), TITULOS (CONTASREC.DAT),
      *           PONTOS (PONTOS.DAT), RESUMO DE COMPRAS (CLIRESUM.DAT)
      *           E ENTREGAS (ENTREGAS.txt). EM SEGUIDA OFERECE, SO
      *           AO SUPERVISOR, A ANONIMIZACAO DO CADASTRO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: A ANONIMIZACAO APAGA NOME, TELEFONE, E-MAIL, CPF
      *              E ENDERECO DO CLIENTES.DAT E GRAVA A OPERACAO "N"
      *              NA TRILHA (MODULO AUDITCLI) SEM A IMAGEM DE ANTES,
      *              PARA A TRILHA NAO GUARDAR O QUE FOI APAGADO. OS
      *              REGISTROS FISCAIS (NOTAS E TITULOS) FICAM COMO
      *              ESTAO, PELO PRAZO LEGAL. CLIENTE COM TITULO EM
      *              ABERTO NAO E ANONIMIZADO. CPF REPETIDO EM MAIS DE
      *              UM ID (CADASTRO DUPLICADO) TRAZ TODOS OS IDS
      * 15/10/2026 JV - TRILHA E CONTATOS INCLUEM OS ARQUIVOS ANUAIS
      *                 GRAVADOS PELO LOGARQ ANTES DO LOG VIVO
      *                 (MODULO LOGSEL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT AUDITCLI ASSIGN TO WRK-PATH-AUDITCLI
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-AUDITCLI.

           SELECT CONTATOS ASSIGN TO WRK-PATH-CONTATOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONTATOS.

           SELECT VENDASDET ASSIGN TO WRK-VENDASDET-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-VENDASDET.

           SELECT CONTASREC ASSIGN TO WRK-PATH-CONTASREC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CR-CHAVE
             FILE STATUS IS FS-CONTASREC.

           SELECT PONTOS ASSIGN TO WRK-PATH-PONTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PTS-CLIENTE
             FILE STATUS IS FS-PONTOS.

           SELECT CLIRESUM ASSIGN TO WRK-PATH-CLIRESUM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RES-CLIENTE
             FILE STATUS IS FS-CLIRESUM.

           SELECT ENTREGAS ASSIGN TO WRK-PATH-ENTREGAS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ENTREGAS.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       COPY "CLICOPY.cpy".

       FD  AUDITCLI.
       COPY "AUDCOPY.cpy".

       FD  CONTATOS.
       01  REG-CONTATOS.
           05 CTT-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 CTT-HORA       PIC 9(06).
           05 FILLER         PIC X(01).
           05 CTT-CLIENTE    PIC 9(04).
           05 FILLER         PIC X(01).
           05 CTT-TIPO       PIC X(01).
           05 FILLER         PIC X(01).
           05 CTT-OPERADOR   PIC X(08).
           05 FILLER         PIC X(01).
           05 CTT-NOTA       PIC X(40).

       FD  VENDASDET.
       COPY "VENDCOPY.cpy".

       FD  CONTASREC.
       COPY "CRCOPY.cpy".

       FD  PONTOS.
       01  REG-PONTOS.
           05 PTS-CLIENTE    PIC 9(04).
           05 PTS-SALDO      PIC S9(09).

       FD  CLIRESUM.
       COPY "RESCOPY.cpy".

       FD  ENTREGAS.
       COPY "ENTCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-AUDITCLI  PIC 9(02) VALUE ZEROS.
       77  FS-CONTATOS  PIC 9(02) VALUE ZEROS.
       77  FS-VENDASDET PIC 9(02) VALUE ZEROS.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-PONTOS    PIC 9(02) VALUE ZEROS.
       77  FS-CLIRESUM  PIC 9(02) VALUE ZEROS.
       77  FS-ENTREGAS  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "LGPDREL".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "CLIENTES.DAT".

      *-------------- SIGN-ON (MODULO OPSIGNON) ----------------------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-SUPERVISOR  VALUE "S".
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK          VALUE "S".

      *-------------- IDENTIFICACAO DO TITULAR -----------------------
       77  WRK-TIPO-BUSCA    PIC X(01) VALUE SPACES.
           88 WRK-BUSCA-ID           VALUE "I" "i".
           88 WRK-BUSCA-CPF          VALUE "C" "c".
           88 WRK-BUSCA-VALIDA       VALUE "I" "i" "C" "c".
       77  WRK-ID-BUSCA      PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-BUSCA     PIC 9(11) VALUE ZEROS.
       77  WRK-SW-FIM-CPF    PIC X(01) VALUE "N".
           88 WRK-FIM-CPF            VALUE "S".

      *-------- IDS DO TITULAR (MAIS DE UM QUANDO O CPF ESTA DUPLICADO)
       77  WRK-QTD-IDS       PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-IDS.
           05 WRK-TIT-ID     PIC 9(04) OCCURS 20 TIMES.
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-ID-ATUAL      PIC 9(04) VALUE ZEROS.

      *-------------- PERIODO DAS VENDAS -----------------------------
       77  WRK-DATA-INI      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATUAL    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-UM-DIA        PIC S9(04) VALUE +1.
       01  WRK-VENDASDET-PATH PIC X(60) VALUE SPACES.

      *-------------- ANONIMIZACAO -----------------------------------
       77  WRK-CONFIRMA      PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO        VALUE "S" "s".
       77  WRK-TIT-ABERTOS   PIC 9(04) VALUE ZEROS.

      *-------------------- ACUMULADORES (POR ID) --------------------
       77  WRK-QTD-ITENS     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ANONIM   PIC 9(02) VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED      PIC -ZZZ.ZZZ.ZZ9.
       77  WRK-GASTO-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-DATA-ED       PIC X(10) VALUE SPACES.

      *-------------- MASCARA DE DOCUMENTO (MODULO MASCARA) ----------
       77  WRK-MASC-OPERACAO PIC X(01) VALUE SPACES.
       01  WRK-MASC-ENTRADA  PIC X(30) VALUE SPACES.
       01  WRK-MASC-SAIDA    PIC X(30) VALUE SPACES.

      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.

      *-------------- RELATORIO PAGINADO (MODULO RELPRINT) -----------
       77  WRK-REL-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-REL-TITULO    PIC X(40) VALUE SPACES.
       77  WRK-REL-COLUNAS   PIC X(70) VALUE SPACES.
       01  WRK-REL-LINHA     PIC X(80) VALUE SPACES.

      *-------- HISTORICO JA ARQUIVADO PELO LOGARQ (MODULO LOGSEL) ---
       77  WRK-LOG-NOME      PIC X(12) VALUE SPACES.
       77  WRK-ANO-LOG       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".
       77  WRK-SW-ULTIMO     PIC X(01) VALUE "N".
           88 WRK-ULTIMO-ARQUIVO     VALUE "S".
       77  WRK-POS-ANO       PIC 9(02) VALUE ZEROS.
       01  WRK-PATH-ANUAL    PIC X(60) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME   PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR       PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIENTES  PIC X(60) VALUE SPACES.
       01  WRK-PATH-AUDITCLI  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTATOS  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-PONTOS    PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIRESUM  PIC X(60) VALUE SPACES.
       01  WRK-PATH-ENTREGAS  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
      *-------- O RELATORIO EXPOE DADO PESSOAL: SO COM SIGN-ON, PARA
      *-------- FICAR REGISTRADO QUEM GEROU E QUEM ANONIMIZOU
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "SIGN-ON NAO CONFIRMADO - PROGRAMA ENCERRADO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
              MOVE "ARQUIVO NAO FOI ABERTO " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "DADOS DO TITULAR (LGPD)".
           DISPLAY "=========================================".
           PERFORM UNTIL WRK-BUSCA-VALIDA
              DISPLAY "LOCALIZAR POR (I)D OU (C)PF: "
                ACCEPT WRK-TIPO-BUSCA
           END-PERFORM.
           IF WRK-BUSCA-ID
              DISPLAY "ID DO CLIENTE: "
                ACCEPT WRK-ID-BUSCA
           ELSE
              DISPLAY "CPF DO CLIENTE (11 DIGITOS): "
                ACCEPT WRK-CPF-BUSCA
           END-IF.
           DISPLAY "VENDAS A PARTIR DE (AAAAMMDD): "
             ACCEPT WRK-DATA-INI.
           DISPLAY "VENDAS ATE         (AAAAMMDD): "
             ACCEPT WRK-DATA-FIM.
           PERFORM 0150-LOCALIZAR-TITULAR.

       0150-LOCALIZAR-TITULAR       SECTION.
      *--------------------------------------------------------------
      *-------- MONTA A LISTA DE IDS DO TITULAR: PELO ID, UM SO; PELO
      *-------- CPF, TODOS OS CADASTROS COM AQUELE CPF (A CHAVE
      *-------- ALTERNATIVA ACEITA DUPLICADOS)
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-IDS.
           IF WRK-BUSCA-ID
              MOVE WRK-ID-BUSCA TO REG-ID
              READ CLIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO WRK-QTD-IDS
                   MOVE REG-ID TO WRK-TIT-ID (1)
              END-READ
           ELSE
              IF WRK-CPF-BUSCA NOT EQUAL ZEROS
                 MOVE WRK-CPF-BUSCA TO REG-CPF
                 MOVE "N" TO WRK-SW-FIM-CPF
                 START CLIENTES KEY IS EQUAL REG-CPF
                   INVALID KEY
                      SET WRK-FIM-CPF TO TRUE
                 END-START
                 PERFORM UNTIL WRK-FIM-CPF
                    READ CLIENTES NEXT RECORD
                      AT END
                         SET WRK-FIM-CPF TO TRUE
                      NOT AT END
                         IF REG-CPF NOT EQUAL WRK-CPF-BUSCA
                            OR WRK-QTD-IDS NOT LESS 20
                            SET WRK-FIM-CPF TO TRUE
                         ELSE
                            ADD 1 TO WRK-QTD-IDS
                            MOVE REG-ID TO WRK-TIT-ID (WRK-QTD-IDS)
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.

       0200-PROCESSAR               SECTION.
           IF WRK-QTD-IDS EQUAL ZEROS
              DISPLAY "CLIENTE NAO ENCONTRADO NO CADASTRO"
              GO TO 0200-PROCESSAR-FIM
           END-IF.
           MOVE "I" TO WRK-REL-OPERACAO.
           MOVE "DADOS DO TITULAR - LGPD" TO WRK-REL-TITULO.
           MOVE "ORIGEM / CONTEUDO" TO WRK-REL-COLUNAS.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE "D" TO WRK-REL-OPERACAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-IDS
              MOVE WRK-TIT-ID (WRK-IDX) TO WRK-ID-ATUAL
              IF WRK-IDX GREATER 1
                 MOVE "P" TO WRK-REL-OPERACAO
                 CALL "RELPRINT" USING WRK-REL-OPERACAO
                                        WRK-REL-TITULO
                                        WRK-REL-COLUNAS WRK-REL-LINHA
                 MOVE "D" TO WRK-REL-OPERACAO
              END-IF
              PERFORM 0210-LISTAR-CADASTRO
              PERFORM 0220-LISTAR-AUDITORIA
              PERFORM 0230-LISTAR-CONTATOS
              PERFORM 0240-LISTAR-VENDAS
              PERFORM 0250-LISTAR-TITULOS
              PERFORM 0260-LISTAR-PONTOS
              PERFORM 0270-LISTAR-RESUMO
              PERFORM 0280-LISTAR-ENTREGAS
           END-PERFORM.
           MOVE "F" TO WRK-REL-OPERACAO.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           PERFORM 0400-ANONIMIZAR.

       0200-PROCESSAR-FIM.
           EXIT.

       0210-LISTAR-CADASTRO         SECTION.
           MOVE WRK-ID-ATUAL TO REG-ID.
           READ CLIENTES
             INVALID KEY
                MOVE SPACES TO REG-CLIENTES
           END-READ.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "CADASTRO (CLIENTES.DAT) - ID " WRK-ID-ATUAL
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "   NOME " REG-NOME "  TELEFONE " REG-TELEFONE
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "   CPF " REG-CPF "  E-MAIL " REG-EMAIL
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "   END. " REG-LOGRADOURO " " REG-NUMERO
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "        " REG-CIDADE " " REG-UF " CEP " REG-CEP
                  "  SITUACAO " REG-SITUACAO
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           IF REG-PESSOA-JURIDICA
              MOVE "J" TO WRK-MASC-OPERACAO
              MOVE SPACES TO WRK-MASC-ENTRADA
              MOVE REG-CNPJ TO WRK-MASC-ENTRADA(1:14)
              CALL "MASCARA" USING WRK-MASC-OPERACAO WRK-MASC-ENTRADA
                                    WRK-MASC-SAIDA
              MOVE SPACES TO WRK-REL-LINHA
              STRING "   PESSOA JURIDICA CNPJ " WRK-MASC-SAIDA(1:18)
                     " IE " REG-INSC-ESTADUAL
                     DELIMITED BY SIZE INTO WRK-REL-LINHA
              PERFORM 0900-IMPRIMIR
           END-IF.

       0220-LISTAR-AUDITORIA        SECTION.
      *--------------------------------------------------------------
      *-------- MOVIMENTOS DA TRILHA EM QUE O ID APARECE NA IMAGEM DE
      *-------- ANTES OU NA DE DEPOIS (A IMAGEM COMPLETA JA ESTA NO
      *-------- CADASTRO; AQUI VAI QUANDO, QUEM E O QUE FOI FEITO)
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE "TRILHA DE AUDITORIA (AUDITCLI.txt)" TO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
      *-------- PRIMEIRO OS ARQUIVOS ANUAIS, DEPOIS O LOG VIVO
           MOVE "AUDITCLI.txt" TO WRK-LOG-NOME.
           MOVE 1   TO WRK-ANO-LOG.
           MOVE "N" TO WRK-SW-ULTIMO.
           PERFORM UNTIL WRK-ULTIMO-ARQUIVO
              CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                   WRK-PATH-AUDITCLI WRK-SW-ARQUIVADO
              PERFORM 0221-LER-AUDITORIA
              IF WRK-ANO-ARQUIVADO
                 MOVE WRK-PATH-AUDITCLI TO WRK-PATH-ANUAL
                 PERFORM 0960-PROXIMO-ANO
              ELSE
                 SET WRK-ULTIMO-ARQUIVO TO TRUE
              END-IF
           END-PERFORM.
           PERFORM 0920-TOTAL-ITENS.

       0221-LER-AUDITORIA           SECTION.
           OPEN INPUT AUDITCLI.
           IF FS-AUDITCLI NOT EQUAL 00
              PERFORM 0910-SEM-ARQUIVO
              GO TO 0221-LER-AUDITORIA-FIM
           END-IF.
           READ AUDITCLI.
           PERFORM UNTIL FS-AUDITCLI NOT EQUAL 00
              IF AUD-ANTES(1:4) EQUAL WRK-ID-ATUAL
                 OR AUD-DEPOIS(1:4) EQUAL WRK-ID-ATUAL
                 ADD 1 TO WRK-QTD-ITENS
                 PERFORM 0950-EDITAR-DATA-AUD
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "   " WRK-DATA-ED " " AUD-HORA
                        " OPERACAO " AUD-OPERACAO
                        " POR " AUD-OPERADOR
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
                 PERFORM 0900-IMPRIMIR
              END-IF
              READ AUDITCLI
           END-PERFORM.
           CLOSE AUDITCLI.

       0221-LER-AUDITORIA-FIM.
           EXIT.

       0230-LISTAR-CONTATOS         SECTION.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE "CONTATOS (CONTATOS.txt)" TO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
      *-------- PRIMEIRO OS ARQUIVOS ANUAIS, DEPOIS O LOG VIVO
           MOVE "CONTATOS.txt" TO WRK-LOG-NOME.
           MOVE 1   TO WRK-ANO-LOG.
           MOVE "N" TO WRK-SW-ULTIMO.
           PERFORM UNTIL WRK-ULTIMO-ARQUIVO
              CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-LOG
                                   WRK-PATH-CONTATOS WRK-SW-ARQUIVADO
              PERFORM 0231-LER-CONTATOS
              IF WRK-ANO-ARQUIVADO
                 MOVE WRK-PATH-CONTATOS TO WRK-PATH-ANUAL
                 PERFORM 0960-PROXIMO-ANO
              ELSE
                 SET WRK-ULTIMO-ARQUIVO TO TRUE
              END-IF
           END-PERFORM.
           PERFORM 0920-TOTAL-ITENS.

       0231-LER-CONTATOS            SECTION.
           OPEN INPUT CONTATOS.
           IF FS-CONTATOS NOT EQUAL 00
              PERFORM 0910-SEM-ARQUIVO
              GO TO 0231-LER-CONTATOS-FIM
           END-IF.
           READ CONTATOS.
           PERFORM UNTIL FS-CONTATOS NOT EQUAL 00
              IF CTT-CLIENTE EQUAL WRK-ID-ATUAL
                 ADD 1 TO WRK-QTD-ITENS
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "   " CTT-DATA " " CTT-TIPO " "
                        CTT-OPERADOR " " CTT-NOTA
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
                 PERFORM 0900-IMPRIMIR
              END-IF
              READ CONTATOS
           END-PERFORM.
           CLOSE CONTATOS.

       0231-LER-CONTATOS-FIM.
           EXIT.

       0240-LISTAR-VENDAS           SECTION.
      *--------------------------------------------------------------
      *-------- UM ARQUIVO POR DIA DO PERIODO; DIA SEM ARQUIVO (LOJA
      *-------- FECHADA) E SIMPLESMENTE PULADO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "VENDAS (VENDASDET) DE " WRK-DATA-INI
                  " A " WRK-DATA-FIM
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           MOVE WRK-DATA-INI TO WRK-DATA-ATUAL.
           PERFORM UNTIL WRK-DATA-ATUAL GREATER WRK-DATA-FIM
              MOVE SPACES TO WRK-VENDASDET-PATH
              STRING WRK-PATH-DIR    DELIMITED BY SPACES
                     "VENDASDET_"    DELIMITED BY SIZE
                     WRK-DATA-ATUAL  DELIMITED BY SIZE
                     ".txt"          DELIMITED BY SIZE
                     INTO WRK-VENDASDET-PATH
              PERFORM 0245-LISTAR-VENDAS-DIA
              CALL "DATAADD" USING WRK-DATA-ATUAL WRK-UM-DIA
                                    WRK-DATA-PROX
              MOVE WRK-DATA-PROX TO WRK-DATA-ATUAL
           END-PERFORM.
           PERFORM 0920-TOTAL-ITENS.

       0245-LISTAR-VENDAS-DIA       SECTION.
           OPEN INPUT VENDASDET.
           IF FS-VENDASDET EQUAL 00
              READ VENDASDET
              PERFORM UNTIL FS-VENDASDET NOT EQUAL 00
                 IF DET-CLIENTE EQUAL WRK-ID-ATUAL
                    ADD 1 TO WRK-QTD-ITENS
                    MOVE DET-VALOR TO WRK-VALOR-ED
                    MOVE SPACES TO WRK-REL-LINHA
                    STRING "   " WRK-DATA-ATUAL " " DET-HORA " "
                           DET-TIPO " " DET-PRODUTO " "
                           WRK-VALOR-ED " " DET-PAGAMENTO
                           DELIMITED BY SIZE INTO WRK-REL-LINHA
                    PERFORM 0900-IMPRIMIR
                 END-IF
                 READ VENDASDET
              END-PERFORM
              CLOSE VENDASDET
           END-IF.

       0250-LISTAR-TITULOS          SECTION.
      *--------------------------------------------------------------
      *-------- TITULOS DO CLIENTE; CONTA OS EM ABERTO, QUE IMPEDEM A
      *-------- ANONIMIZACAO
      *--------------------------------------------------------------
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE "TITULOS A RECEBER (CONTASREC.DAT)" TO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
              PERFORM 0910-SEM-ARQUIVO
              GO TO 0250-LISTAR-TITULOS-FIM
           END-IF.
           READ CONTASREC.
           PERFORM UNTIL FS-CONTASREC NOT EQUAL 00
              IF CR-CLIENTE EQUAL WRK-ID-ATUAL
                 ADD 1 TO WRK-QTD-ITENS
                 IF CR-ABERTO
                    ADD 1 TO WRK-TIT-ABERTOS
                 END-IF
                 MOVE CR-VALOR TO WRK-VALOR-ED
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "   NF " CR-NF "/" CR-PARCELA
                        " VENCTO " CR-DATA-VENCTO " "
                        WRK-VALOR-ED " SITUACAO " CR-SITUACAO
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
                 PERFORM 0900-IMPRIMIR
              END-IF
              READ CONTASREC
           END-PERFORM.
           CLOSE CONTASREC.
           PERFORM 0920-TOTAL-ITENS.

       0250-LISTAR-TITULOS-FIM.
           EXIT.

       0260-LISTAR-PONTOS           SECTION.
           MOVE "PONTOS DE FIDELIDADE (PONTOS.DAT)" TO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           OPEN INPUT PONTOS.
           IF FS-PONTOS NOT EQUAL 00
              PERFORM 0910-SEM-ARQUIVO
              GO TO 0260-LISTAR-PONTOS-FIM
           END-IF.
           MOVE WRK-ID-ATUAL TO PTS-CLIENTE.
           READ PONTOS
             INVALID KEY
                MOVE "   SEM SALDO DE PONTOS" TO WRK-REL-LINHA
             NOT INVALID KEY
                MOVE PTS-SALDO TO WRK-SALDO-ED
                MOVE SPACES TO WRK-REL-LINHA
                STRING "   SALDO " WRK-SALDO-ED
                       DELIMITED BY SIZE INTO WRK-REL-LINHA
           END-READ.
           PERFORM 0900-IMPRIMIR.
           CLOSE PONTOS.

       0260-LISTAR-PONTOS-FIM.
           EXIT.

       0270-LISTAR-RESUMO           SECTION.
           MOVE "RESUMO DE COMPRAS (CLIRESUM.DAT)" TO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           OPEN INPUT CLIRESUM.
           IF FS-CLIRESUM NOT EQUAL 00
              PERFORM 0910-SEM-ARQUIVO
              GO TO 0270-LISTAR-RESUMO-FIM
           END-IF.
           MOVE WRK-ID-ATUAL TO RES-CLIENTE.
           READ CLIRESUM
             INVALID KEY
                MOVE "   SEM RESUMO DE COMPRAS" TO WRK-REL-LINHA
                PERFORM 0900-IMPRIMIR
             NOT INVALID KEY
                MOVE RES-TOTAL-GASTO TO WRK-GASTO-ED
                MOVE SPACES TO WRK-REL-LINHA
                STRING "   ULTIMA COMPRA " RES-ULT-COMPRA
                       " COMPRAS " RES-QTD-COMPRAS
                       " GASTO " WRK-GASTO-ED
                       DELIMITED BY SIZE INTO WRK-REL-LINHA
                PERFORM 0900-IMPRIMIR
                MOVE SPACES TO WRK-REL-LINHA
                STRING "   DINHEIRO " RES-QTD-DINHEIRO
                       " CARTAO " RES-QTD-CARTAO
                       " PIX " RES-QTD-PIX
                       DELIMITED BY SIZE INTO WRK-REL-LINHA
                PERFORM 0900-IMPRIMIR
           END-READ.
           CLOSE CLIRESUM.

       0270-LISTAR-RESUMO-FIM.
           EXIT.

       0280-LISTAR-ENTREGAS         SECTION.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE "ENTREGAS (ENTREGAS.txt)" TO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 00
              PERFORM 0910-SEM-ARQUIVO
              GO TO 0280-LISTAR-ENTREGAS-FIM
           END-IF.
           READ ENTREGAS.
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
              IF ENT-CLIENTE EQUAL WRK-ID-ATUAL
                 ADD 1 TO WRK-QTD-ITENS
                 MOVE SPACES TO WRK-REL-LINHA
                 STRING "   " ENT-NUMERO " " ENT-DATA " "
                        ENT-STATUS " " ENT-LOGRADOURO " "
                        ENT-NUM-END " " ENT-UF
                        DELIMITED BY SIZE INTO WRK-REL-LINHA
                 PERFORM 0900-IMPRIMIR
              END-IF
              READ ENTREGAS
           END-PERFORM.
           CLOSE ENTREGAS.
           PERFORM 0920-TOTAL-ITENS.

       0280-LISTAR-ENTREGAS-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           CLOSE CLIENTES.
           DISPLAY "=========================================".
           DISPLAY "CADASTROS DO TITULAR.... " WRK-QTD-IDS.
           DISPLAY "CADASTROS ANONIMIZADOS.. " WRK-ACUM-ANONIM.
           DISPLAY "=========================================".
           DISPLAY "FIM DO ATENDIMENTO AO TITULAR".

       0400-ANONIMIZAR              SECTION.
      *--------------------------------------------------------------
      *-------- SO SUPERVISOR, COM CONFIRMACAO, E SEM TITULO EM
      *-------- ABERTO EM NENHUM DOS IDS DO TITULAR (A COBRANCA
      *-------- PRECISA DO NOME E DO ENDERECO ATE A LIQUIDACAO)
      *--------------------------------------------------------------
           IF NOT WRK-PERFIL-SUPERVISOR
              GO TO 0400-ANONIMIZAR-FIM
           END-IF.
           DISPLAY "ANONIMIZAR O CADASTRO DO TITULAR (S/N)? "
             ACCEPT WRK-CONFIRMA.
           IF NOT WRK-CONFIRMADO
              GO TO 0400-ANONIMIZAR-FIM
           END-IF.
           IF WRK-TIT-ABERTOS GREATER ZEROS
              DISPLAY "ANONIMIZACAO RECUSADA - " WRK-TIT-ABERTOS
                      " TITULO(S) EM ABERTO"
              MOVE 4 TO RETURN-CODE
              GO TO 0400-ANONIMIZAR-FIM
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-IDS
              MOVE WRK-TIT-ID (WRK-IDX) TO WRK-ID-ATUAL
              PERFORM 0410-ANONIMIZAR-ID
           END-PERFORM.

       0400-ANONIMIZAR-FIM.
           EXIT.

       0410-ANONIMIZAR-ID           SECTION.
           MOVE WRK-ID-ATUAL TO REG-ID.
           READ CLIENTES
             INVALID KEY
                DISPLAY "ID " WRK-ID-ATUAL " NAO ENCONTRADO"
                GO TO 0410-ANONIMIZAR-ID-FIM
           END-READ.
           IF REG-NOME-ANONIMIZADO
              DISPLAY "ID " WRK-ID-ATUAL " JA ANONIMIZADO"
              GO TO 0410-ANONIMIZAR-ID-FIM
           END-IF.
      *-------- A IMAGEM DE ANTES VAI SO COM O ID: A TRILHA NAO PODE
      *-------- GUARDAR O DADO QUE ACABOU DE SER APAGADO
           MOVE SPACES TO WRK-AUD-ANTES.
           MOVE REG-ID TO WRK-AUD-ANTES(1:4).
           SET REG-NOME-ANONIMIZADO TO TRUE.
           MOVE SPACES TO REG-TELEFONE REG-EMAIL.
           MOVE ZEROS  TO REG-CPF.
           MOVE SPACES TO REG-LOGRADOURO REG-NUMERO REG-CIDADE
                          REG-UF.
           MOVE ZEROS  TO REG-CEP.
           REWRITE REG-CLIENTES
             INVALID KEY
                DISPLAY "ERRO AO ANONIMIZAR O ID " WRK-ID-ATUAL
                        " - STATUS " FS-CLIENTES
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-ANONIM
                DISPLAY "ANONIMIZADO ID " WRK-ID-ATUAL
                MOVE REG-CLIENTES TO WRK-AUD-DEPOIS
                MOVE "N" TO WRK-AUD-OPERACAO
                CALL "AUDITCLI" USING WRK-AUD-OPERACAO WRK-AUD-ANTES
                                       WRK-AUD-DEPOIS WRK-OPERADOR
           END-REWRITE.

       0410-ANONIMIZAR-ID-FIM.
           EXIT.

       0900-IMPRIMIR                SECTION.
           CALL "RELPRINT" USING WRK-REL-OPERACAO WRK-REL-TITULO
                                  WRK-REL-COLUNAS WRK-REL-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.

       0910-SEM-ARQUIVO             SECTION.
           MOVE "   (ARQUIVO NAO DISPONIVEL)" TO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.

       0920-TOTAL-ITENS             SECTION.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING "   REGISTROS ENCONTRADOS: " WRK-QTD-ITENS
                  DELIMITED BY SIZE INTO WRK-REL-LINHA.
           PERFORM 0900-IMPRIMIR.

       0950-EDITAR-DATA-AUD         SECTION.
           MOVE SPACES TO WRK-DATA-ED.
           STRING AUD-DATA(7:2) "/" AUD-DATA(5:2) "/" AUD-DATA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-ED.

       0960-PROXIMO-ANO             SECTION.
      *-------- O ARQUIVO ANUAL SE CHAMA <LOG>_AAAA.txt: A PROXIMA
      *-------- PROCURA COMECA NO ANO SEGUINTE AO DO ARQUIVO LIDO
           MOVE ZEROS TO WRK-POS-ANO.
           INSPECT WRK-PATH-ANUAL TALLYING WRK-POS-ANO
                   FOR CHARACTERS BEFORE INITIAL ".txt".
           SUBTRACT 3 FROM WRK-POS-ANO.
           MOVE WRK-PATH-ANUAL(WRK-POS-ANO:4) TO WRK-ANO-LOG.
           ADD 1 TO WRK-ANO-LOG.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-CLIENTES.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "CLIENTES.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIENTES.
           MOVE "AUDITCLI.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-AUDITCLI.
           MOVE "CONTATOS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTATOS.
           MOVE "CONTASREC.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASREC.
           MOVE "PONTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PONTOS.
           MOVE "CLIRESUM.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIRESUM.
           MOVE "ENTREGAS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-ENTREGAS.
