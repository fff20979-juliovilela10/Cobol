       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DA COMPOSICAO DOS KITS (KITS.DAT, LAYOUT
      *           KITCOPY) - CESTA BASICA E COMBOS VENDIDOS A PRECO
      *           UNICO: LISTAR A COMPOSICAO, INCLUIR OU ALTERAR A
      *           QUANTIDADE DE UM COMPONENTE E EXCLUIR COMPONENTE.
      *           O KIT E O COMPONENTE TEM DE ESTAR NO CADASTRO DE
      *           PRODUTOS (PRODMANT); A VENDA DO KIT NO CAIXA
      *           (EXCBL18) BAIXA O ESTOQUE DE CADA COMPONENTE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: KIT DENTRO DE KIT NAO E ACEITO - O COMPONENTE
      *              NAO PODE TER COMPOSICAO E O KIT NAO PODE SER
      *              COMPONENTE DE OUTRO. ATE 20 COMPONENTES POR KIT
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-PATH-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT KITS ASSIGN TO WRK-PATH-KITS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KIT-CHAVE
             FILE STATUS IS FS-KITS.


       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
       COPY "PRODCOPY.cpy".

       FD  KITS.
       COPY "KITCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-KITS      PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "KITMANT".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "KITS.DAT".

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-LISTAR       VALUE 1.
           88 WRK-OPC-GRAVAR       VALUE 2.
           88 WRK-OPC-EXCLUIR      VALUE 3.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-KIT           PIC 9(04) VALUE ZEROS.
       77  WRK-COMPONENTE    PIC 9(04) VALUE ZEROS.
       77  WRK-QTD           PIC 9(03) VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(20) VALUE SPACES.

       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-ACHOU             VALUE "S".

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-COMP     PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-PRODUTOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-KITS     PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           PERFORM   0300-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 00
              MOVE "CADASTRO DE PRODUTOS AUSENTE  " TO WRK-MSG-ERRO
              MOVE "PRODUTOS.DAT" TO WRK-ERRLOG-ARQUIVO
              MOVE FS-PRODUTOS TO FS-KITS
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- ABRE EM I-O; SE O ARQUIVO AINDA NAO EXISTIR, CRIA
      *-------- VAZIO E REABRE
           OPEN I-O KITS.
           IF FS-KITS EQUAL 35
              OPEN OUTPUT KITS
              CLOSE KITS
              OPEN I-O KITS
           END-IF.
           IF FS-KITS NOT EQUAL 00
              MOVE "ARQUIVO DE KITS NAO ABRIU     " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "COMPOSICAO DE KITS (CESTAS E COMBOS)".
           DISPLAY "1 - LISTAR COMPOSICAO DOS KITS".
           DISPLAY "2 - INCLUIR/ALTERAR COMPONENTE".
           DISPLAY "3 - EXCLUIR COMPONENTE".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-LISTAR
                 PERFORM 0210-LISTAR
              WHEN WRK-OPC-GRAVAR
                 PERFORM 0220-GRAVAR-COMPONENTE
              WHEN WRK-OPC-EXCLUIR
                 PERFORM 0230-EXCLUIR-COMPONENTE
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-LISTAR                  SECTION.
           MOVE ZEROS TO WRK-ACUM-LIDOS.
           MOVE ZEROS TO WRK-KIT.
           MOVE ZEROS TO KIT-CHAVE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
             INVALID KEY
                CONTINUE
           END-START.
           READ KITS NEXT RECORD
           PERFORM UNTIL FS-KITS NOT EQUAL 00
              IF KIT-CODIGO NOT EQUAL WRK-KIT
                 MOVE KIT-CODIGO TO WRK-KIT
                 MOVE WRK-KIT TO WRK-COMPONENTE
                 PERFORM 0240-DESCREVER
                 DISPLAY "KIT " KIT-CODIGO " " WRK-DESCRICAO
              END-IF
              ADD 1 TO WRK-ACUM-LIDOS
              MOVE KIT-COMPONENTE TO WRK-COMPONENTE
              PERFORM 0240-DESCREVER
              DISPLAY "   " KIT-QTD " X " KIT-COMPONENTE " "
                      WRK-DESCRICAO
              READ KITS NEXT RECORD
           END-PERFORM.
           DISPLAY "TOTAL DE COMPONENTES: " WRK-ACUM-LIDOS.
           MOVE ZEROS TO FS-KITS.

       0220-GRAVAR-COMPONENTE       SECTION.
           DISPLAY "CODIGO DO KIT........: "
             ACCEPT WRK-KIT.
           MOVE WRK-KIT TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                DISPLAY "KIT " WRK-KIT " NAO CADASTRADO NO PRODMANT"
                GO TO 0220-GRAVAR-FIM
             NOT INVALID KEY
                DISPLAY "KIT: " PROD-DESCRICAO
           END-READ.
           DISPLAY "CODIGO DO COMPONENTE.: "
             ACCEPT WRK-COMPONENTE.
           IF WRK-COMPONENTE EQUAL WRK-KIT
              DISPLAY "O KIT NAO PODE SER COMPONENTE DELE MESMO"
              GO TO 0220-GRAVAR-FIM
           END-IF.
           MOVE WRK-COMPONENTE TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                DISPLAY "COMPONENTE " WRK-COMPONENTE " NAO "
                        "CADASTRADO NO PRODMANT"
                GO TO 0220-GRAVAR-FIM
             NOT INVALID KEY
                DISPLAY "COMPONENTE: " PROD-DESCRICAO
           END-READ.
      *-------- KIT DENTRO DE KIT NAO: O COMPONENTE NAO PODE TER
      *-------- COMPOSICAO E O KIT NAO PODE SER COMPONENTE DE OUTRO
           PERFORM 0250-CONFERIR-ANINHAMENTO.
           IF WRK-ACHOU
              GO TO 0220-GRAVAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-QTD.
           DISPLAY "QUANTIDADE POR KIT...: "
             ACCEPT WRK-QTD.
           IF WRK-QTD EQUAL ZEROS
              DISPLAY "QUANTIDADE ZERADA - USE A EXCLUSAO"
              GO TO 0220-GRAVAR-FIM
           END-IF.
           MOVE WRK-KIT        TO KIT-CODIGO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           READ KITS
             INVALID KEY
                PERFORM 0260-CONTAR-COMPONENTES
                IF WRK-ACUM-COMP NOT LESS 20
                   DISPLAY "KIT " WRK-KIT " JA TEM 20 COMPONENTES "
                           "- NAO GRAVADO"
                   GO TO 0220-GRAVAR-FIM
                END-IF
                MOVE WRK-KIT        TO KIT-CODIGO
                MOVE WRK-COMPONENTE TO KIT-COMPONENTE
                MOVE WRK-QTD        TO KIT-QTD
                WRITE REG-KITS
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O COMPONENTE"
                  NOT INVALID KEY
                     DISPLAY "COMPONENTE " WRK-COMPONENTE
                             " INCLUIDO NO KIT " WRK-KIT
                END-WRITE
             NOT INVALID KEY
                MOVE WRK-QTD TO KIT-QTD
                REWRITE REG-KITS
                  INVALID KEY
                     DISPLAY "ERRO AO ALTERAR O COMPONENTE"
                  NOT INVALID KEY
                     DISPLAY "COMPONENTE " WRK-COMPONENTE
                             " ALTERADO NO KIT " WRK-KIT
                END-REWRITE
           END-READ.

       0220-GRAVAR-FIM.
           EXIT.

       0230-EXCLUIR-COMPONENTE      SECTION.
           DISPLAY "CODIGO DO KIT........: "
             ACCEPT WRK-KIT.
           DISPLAY "CODIGO DO COMPONENTE.: "
             ACCEPT WRK-COMPONENTE.
           MOVE WRK-KIT        TO KIT-CODIGO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           DELETE KITS
             INVALID KEY
                DISPLAY "COMPONENTE " WRK-COMPONENTE " NAO ESTA NO "
                        "KIT " WRK-KIT
             NOT INVALID KEY
                DISPLAY "COMPONENTE " WRK-COMPONENTE " EXCLUIDO DO "
                        "KIT " WRK-KIT
           END-DELETE.

       0240-DESCREVER               SECTION.
           MOVE "(SEM DESCRICAO)     " TO WRK-DESCRICAO.
           MOVE WRK-COMPONENTE TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE PROD-DESCRICAO TO WRK-DESCRICAO
           END-READ.

       0250-CONFERIR-ANINHAMENTO    SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE ZEROS TO KIT-CHAVE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
             INVALID KEY
                GO TO 0250-CONFERIR-FIM
           END-START.
           READ KITS NEXT RECORD
           PERFORM UNTIL FS-KITS NOT EQUAL 00
                      OR WRK-ACHOU
              EVALUATE TRUE
                 WHEN KIT-CODIGO EQUAL WRK-COMPONENTE
                    SET WRK-ACHOU TO TRUE
                    DISPLAY "COMPONENTE " WRK-COMPONENTE " E UM KIT "
                            "- KIT DENTRO DE KIT NAO E ACEITO"
                 WHEN KIT-COMPONENTE EQUAL WRK-KIT
                    SET WRK-ACHOU TO TRUE
                    DISPLAY "PRODUTO " WRK-KIT " JA E COMPONENTE DO "
                            "KIT " KIT-CODIGO " - NAO PODE SER KIT"
              END-EVALUATE
              READ KITS NEXT RECORD
           END-PERFORM.
           MOVE ZEROS TO FS-KITS.

       0250-CONFERIR-FIM.
           EXIT.

       0260-CONTAR-COMPONENTES      SECTION.
           MOVE ZEROS TO WRK-ACUM-COMP.
           MOVE WRK-KIT TO KIT-CODIGO.
           MOVE ZEROS   TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
             INVALID KEY
                GO TO 0260-CONTAR-FIM
           END-START.
           READ KITS NEXT RECORD
           PERFORM UNTIL FS-KITS NOT EQUAL 00
                      OR KIT-CODIGO NOT EQUAL WRK-KIT
              ADD 1 TO WRK-ACUM-COMP
              READ KITS NEXT RECORD
           END-PERFORM.
           MOVE ZEROS TO FS-KITS.

       0260-CONTAR-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE PRODUTOS.
           CLOSE KITS.

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-KITS.
           DISPLAY WRK-MSG-ERRO.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "PRODUTOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PRODUTOS.
           MOVE "KITS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-KITS.
