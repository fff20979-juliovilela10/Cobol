       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRETOR.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: PROCESSAMENTO DO RETORNO BANCARIO DA REMESSA DE
      *           PAGAMENTO A FORNECEDORES, NO MOLDE DO FOLHARET: LE A
      *           RESPOSTA DO BANCO (RETPAG.txt) A UMA REMESSA
      *           REMPAG_AAAAMMDD DO CPREMES, CASA CADA LINHA COM O
      *           DETALHE REMETIDO, LIQUIDA NO CONTASPAG O TITULO QUE O
      *           BANCO CONFIRMOU (COMO O CPBAIXA FARIA NA MAO: "L",
      *           DATA E VALOR PAGOS), REGISTRA CONFIRMADO OU
      *           REJEITADO NO PAGSTAT.txt E LISTA OS REJEITADOS COM O
      *           MOTIVO DO BANCO - O TITULO REJEITADO CONTINUA EM
      *           ABERTO E VOLTA PARA A PROXIMA REMESSA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LAYOUT DO RETORNO (UM POR DETALHE REMETIDO):
      *                "D" + FORNECEDOR (4) + NOTA (9) + VALOR PAGO
      *                      (11, 2 DECIMAIS) + STATUS (1: "C"
      *                      CONFIRMADO / "R" REJEITADO) + MOTIVO (2)
      *                      + DATA DO PAGAMENTO (8)
      *              MOTIVOS DO BANCO: 01 CONTA ENCERRADA, 02 DIGITO
      *              INVALIDO, 03 CONTA BLOQUEADA, 04 AGENCIA
      *              INEXISTENTE, 05 SALDO INSUFICIENTE; OUTROS SAEM
      *              COMO "MOTIVO NAO CATALOGADO". SO RODA COM O MES
      *              ABERTO NO CONTROLE DE PERIODO (PERCHK), COMO O
      *              CPBAIXA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT CONTASPAG ASSIGN TO WRK-PATH-CONTASPAG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CP-CHAVE
             FILE STATUS IS FS-CONTASPAG.

           SELECT REMPAG ASSIGN TO WRK-REMPAG-PATH
             FILE STATUS IS FS-REMPAG.

           SELECT RETPAG ASSIGN TO WRK-PATH-RETPAG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RETPAG.

           SELECT PAGSTAT ASSIGN TO WRK-PATH-PAGSTAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PAGSTAT.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG.
       COPY "CPCOPY.cpy".

       FD  REMPAG.
       01  REG-REMPAG                PIC X(80).
       01  REG-REMPAG-DET REDEFINES REG-REMPAG.
           05 REM-DET-TIPO    PIC X(01).
           05 REM-DET-FORNEC  PIC 9(04).
           05 REM-DET-NOTA    PIC 9(09).
           05 REM-DET-CNPJ    PIC 9(14).
           05 REM-DET-BANCO   PIC 9(03).
           05 REM-DET-AGENCIA PIC 9(05).
           05 REM-DET-CONTA   PIC 9(12).
           05 REM-DET-DV      PIC X(01).
           05 REM-DET-VALOR   PIC 9(09)V99.
           05 REM-DET-VENCTO  PIC 9(08).
           05 FILLER          PIC X(12).

       FD  RETPAG.
       01  REG-RETPAG.
           05 RET-TIPO       PIC X(01).
           05 RET-FORNEC     PIC 9(04).
           05 RET-NOTA       PIC 9(09).
           05 RET-VALOR      PIC 9(09)V99.
           05 RET-STATUS     PIC X(01).
           05 RET-MOTIVO     PIC X(02).
           05 RET-DATA-PAGTO PIC 9(08).

       FD  PAGSTAT.
       COPY "PAGCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASPAG PIC 9(02) VALUE ZEROS.
       77  FS-REMPAG    PIC 9(02) VALUE ZEROS.
       77  FS-RETPAG    PIC 9(02) VALUE ZEROS.
       77  FS-PAGSTAT   PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CPRETOR".
       77  WRK-ERRLOG-ARQUIVO  PIC X(12) VALUE "RETPAG.txt".

       77  WRK-DATA-REMESSA  PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-REMPAG-PATH   PIC X(60) VALUE SPACES.

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
           88 WRK-PERIODO-ABERTO    VALUE "S".

      *-------------- DETALHES REMETIDOS CARREGADOS ------------------
       77  WRK-ACUM-DETALHES PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DETALHES.
           05 WRK-DET-ENTRY OCCURS 500 TIMES.
              10 WRK-DET-FORNEC  PIC 9(04).
              10 WRK-DET-NOTA    PIC 9(09).
              10 WRK-DET-VALOR   PIC 9(09)V99.
              10 WRK-DET-STATUS  PIC X(01).
                 88 WRK-DET-SEM-RETORNO  VALUE " ".
                 88 WRK-DET-CONFIRMADO   VALUE "C".
                 88 WRK-DET-REJEITADO    VALUE "R".
              10 WRK-DET-MOTIVO  PIC X(02).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 WRK-DETALHE-ACHADO    VALUE "S".
       77  WRK-MOTIVO-DESCR  PIC X(22) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-RETORNOS   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CONFIRMA   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-LIQUIDADOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REJEITA    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ORFAOS     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEMRET     PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-PAGA       PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SOMA-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DIR      PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTASPAG PIC X(60) VALUE SPACES.
       01  WRK-PATH-RETPAG   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PAGSTAT  PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
       77  WRK-CIDADE-EXEC PIC X(20) VALUE "LONDRINA".


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-CARREGAR-REMESSA
           PERFORM   0300-PROCESSAR-RETORNO
           PERFORM   0400-RELATORIO-REJEICOES
           PERFORM   0600-FINALIZAR

           STOP RUN.

       0100-INICIALIZAR             SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *-------- MES FECHADO NO CONTROLE DE PERIODO NAO RECEBE
      *-------- BAIXA, COMO NA BAIXA MANUAL (CPBAIXA)
           CALL "PERCHK" USING WRK-DATA-HOJE WRK-SW-PERIODO.
           IF NOT WRK-PERIODO-ABERTO
              DISPLAY "MES DE " WRK-DATA-HOJE " FECHADO NO "
                      "CONTROLE DE PERIODO - BAIXAS NAO PERMITIDAS"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "DATA DA REMESSA A CONFERIR (AAAAMMDD): "
             ACCEPT WRK-DATA-REMESSA.
           MOVE SPACES TO WRK-REMPAG-PATH.
           STRING WRK-PATH-DIR     DELIMITED BY SPACES
                  "REMPAG_"        DELIMITED BY SIZE
                  WRK-DATA-REMESSA DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WRK-REMPAG-PATH.
           CALL "DATAMES" USING WRK-DATA-EXEC WRK-CIDADE-EXEC.
           DISPLAY "=========================================".
           DISPLAY "RETORNO DE PAGAMENTOS - " WRK-DATA-EXEC.
           DISPLAY "=========================================".
           OPEN I-O CONTASPAG.
           IF FS-CONTASPAG NOT EQUAL 00
              MOVE "CONTAS A PAGAR NAO ABRIU      " TO WRK-MSG-ERRO
              MOVE "CONTASPAG"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-CONTASPAG TO FS-RETPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.

       0200-CARREGAR-REMESSA        SECTION.
           OPEN INPUT REMPAG.
           IF FS-REMPAG NOT EQUAL 00
              MOVE "REMESSA DO DIA NAO ENCONTRADA " TO WRK-MSG-ERRO
              MOVE "REMPAG"  TO WRK-ERRLOG-ARQUIVO
              MOVE FS-REMPAG TO FS-RETPAG
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ REMPAG
           PERFORM UNTIL FS-REMPAG NOT EQUAL 00
              IF REM-DET-TIPO EQUAL "D"
                 AND WRK-ACUM-DETALHES LESS 500
                 ADD 1 TO WRK-ACUM-DETALHES
                 MOVE REM-DET-FORNEC
                   TO WRK-DET-FORNEC(WRK-ACUM-DETALHES)
                 MOVE REM-DET-NOTA
                   TO WRK-DET-NOTA(WRK-ACUM-DETALHES)
                 MOVE REM-DET-VALOR
                   TO WRK-DET-VALOR(WRK-ACUM-DETALHES)
                 MOVE SPACES
                   TO WRK-DET-STATUS(WRK-ACUM-DETALHES)
                      WRK-DET-MOTIVO(WRK-ACUM-DETALHES)
              END-IF
              READ REMPAG
           END-PERFORM.
           CLOSE REMPAG.
           DISPLAY "DETALHES REMETIDOS CARREGADOS: "
                   WRK-ACUM-DETALHES.

       0300-PROCESSAR-RETORNO       SECTION.
           OPEN INPUT RETPAG.
           IF FS-RETPAG NOT EQUAL 00
              MOVE "ARQUIVO DE RETORNO AUSENTE    " TO WRK-MSG-ERRO
              PERFORM 9000-TRATA-ERRO
           END-IF.
           READ RETPAG
           PERFORM UNTIL FS-RETPAG NOT EQUAL 00
              IF RET-TIPO EQUAL "D"
                 ADD 1 TO WRK-ACUM-RETORNOS
                 PERFORM 0310-CASAR-RETORNO
              END-IF
              READ RETPAG
           END-PERFORM.
           CLOSE RETPAG.
           CLOSE CONTASPAG.

       0310-CASAR-RETORNO           SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-DETALHES
                      OR WRK-DETALHE-ACHADO
              IF WRK-DET-FORNEC(WRK-IDX) EQUAL RET-FORNEC
                 AND WRK-DET-NOTA(WRK-IDX) EQUAL RET-NOTA
                 AND WRK-DET-SEM-RETORNO(WRK-IDX)
                 SET WRK-DETALHE-ACHADO TO TRUE
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF NOT WRK-DETALHE-ACHADO
              ADD 1 TO WRK-ACUM-ORFAOS
              DISPLAY "RETORNO SEM DETALHE REMETIDO: FORNECEDOR "
                      RET-FORNEC " NOTA " RET-NOTA
                      " - CONFERIR COM O BANCO"
              GO TO 0310-CASAR-FIM
           END-IF.

           IF RET-STATUS EQUAL "R"
              MOVE "R" TO WRK-DET-STATUS(WRK-IDX-ACHADO)
              MOVE RET-MOTIVO TO WRK-DET-MOTIVO(WRK-IDX-ACHADO)
              ADD 1 TO WRK-ACUM-REJEITA
           ELSE
              MOVE "C" TO WRK-DET-STATUS(WRK-IDX-ACHADO)
              ADD 1 TO WRK-ACUM-CONFIRMA
              IF RET-VALOR NOT EQUAL WRK-DET-VALOR(WRK-IDX-ACHADO)
                 DISPLAY "AVISO: VALOR PAGO DIFERE DO REMETIDO NO "
                         "FORNECEDOR " RET-FORNEC " NOTA " RET-NOTA
              END-IF
              PERFORM 0320-LIQUIDAR-TITULO
           END-IF.
           PERFORM 0330-GRAVAR-STATUS.

       0310-CASAR-FIM.
           EXIT.

       0320-LIQUIDAR-TITULO         SECTION.
      *-------- PAGAMENTO CONFIRMADO: LIQUIDA COMO O CPBAIXA, PELA
      *-------- DATA E VALOR QUE O BANCO DEVOLVEU
           MOVE RET-FORNEC TO CP-FORNECEDOR.
           MOVE RET-NOTA   TO CP-NOTA.
           READ CONTASPAG
             INVALID KEY
                DISPLAY "*** TITULO NAO ENCONTRADO NO CONTAS A PAGAR: "
                        "FORNECEDOR " RET-FORNEC " NOTA " RET-NOTA
                        " ***"
                GO TO 0320-LIQUIDAR-FIM
           END-READ.
           IF NOT CP-ABERTO
              DISPLAY "*** TITULO NAO ESTA EM ABERTO (SITUACAO "
                      CP-SITUACAO "): FORNECEDOR " RET-FORNEC
                      " NOTA " RET-NOTA " - CONFERIR ***"
              GO TO 0320-LIQUIDAR-FIM
           END-IF.
           MOVE "L" TO CP-SITUACAO.
           IF RET-DATA-PAGTO EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO CP-DATA-PAGTO
           ELSE
              MOVE RET-DATA-PAGTO TO CP-DATA-PAGTO
           END-IF.
           MOVE RET-VALOR TO CP-VALOR-PAGO.
           REWRITE REG-CONTASPAG
             INVALID KEY
                DISPLAY "ERRO AO LIQUIDAR FORNECEDOR " RET-FORNEC
                        " NOTA " RET-NOTA " - STATUS " FS-CONTASPAG
             NOT INVALID KEY
                ADD 1 TO WRK-ACUM-LIQUIDADOS
                ADD RET-VALOR TO WRK-SOMA-PAGA
           END-REWRITE.

       0320-LIQUIDAR-FIM.
           EXIT.

       0330-GRAVAR-STATUS           SECTION.
           OPEN EXTEND PAGSTAT.
           IF FS-PAGSTAT EQUAL 35
              OPEN OUTPUT PAGSTAT
           END-IF.
           MOVE SPACES           TO REG-PAGSTAT.
           MOVE WRK-DATA-HOJE    TO PGS-DATA-PROC.
           MOVE WRK-DATA-REMESSA TO PGS-DATA-REM.
           MOVE RET-FORNEC       TO PGS-FORNECEDOR.
           MOVE RET-NOTA         TO PGS-NOTA.
           MOVE RET-VALOR        TO PGS-VALOR.
           IF RET-STATUS EQUAL "R"
              MOVE "R"           TO PGS-STATUS
           ELSE
              MOVE "C"           TO PGS-STATUS
           END-IF.
           MOVE RET-MOTIVO       TO PGS-MOTIVO.
           WRITE REG-PAGSTAT.
           CLOSE PAGSTAT.

       0400-RELATORIO-REJEICOES     SECTION.
           DISPLAY "-----------------------------------------".
           DISPLAY "PAGAMENTOS REJEITADOS PELO BANCO".
           DISPLAY "-----------------------------------------".
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-ACUM-DETALHES
              EVALUATE TRUE
                 WHEN WRK-DET-REJEITADO(WRK-IDX)
                    PERFORM 0410-MOSTRAR-REJEICAO
                 WHEN WRK-DET-SEM-RETORNO(WRK-IDX)
                    ADD 1 TO WRK-ACUM-SEMRET
                    DISPLAY "SEM RETORNO DO BANCO: FORNECEDOR "
                            WRK-DET-FORNEC(WRK-IDX) " NOTA "
                            WRK-DET-NOTA(WRK-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF WRK-ACUM-REJEITA EQUAL ZEROS
              DISPLAY "NENHUM PAGAMENTO REJEITADO"
           ELSE
              DISPLAY "TITULOS REJEITADOS CONTINUAM EM ABERTO - "
                      "CORRIGIR A CONTA NO FORNMANT E REMETER DE NOVO"
           END-IF.

       0410-MOSTRAR-REJEICAO        SECTION.
           EVALUATE WRK-DET-MOTIVO(WRK-IDX)
              WHEN "01"
                 MOVE "CONTA ENCERRADA      " TO WRK-MOTIVO-DESCR
              WHEN "02"
                 MOVE "DIGITO INVALIDO      " TO WRK-MOTIVO-DESCR
              WHEN "03"
                 MOVE "CONTA BLOQUEADA      " TO WRK-MOTIVO-DESCR
              WHEN "04"
                 MOVE "AGENCIA INEXISTENTE  " TO WRK-MOTIVO-DESCR
              WHEN "05"
                 MOVE "SALDO INSUFICIENTE   " TO WRK-MOTIVO-DESCR
              WHEN OTHER
                 MOVE "MOTIVO NAO CATALOGADO" TO WRK-MOTIVO-DESCR
           END-EVALUATE.
           MOVE WRK-DET-VALOR(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY "REJEITADO: FORNECEDOR " WRK-DET-FORNEC(WRK-IDX)
                   " NOTA " WRK-DET-NOTA(WRK-IDX)
                   " VALOR " WRK-VALOR-ED
                   " MOTIVO " WRK-DET-MOTIVO(WRK-IDX)
                   " - " WRK-MOTIVO-DESCR.

       0600-FINALIZAR               SECTION.
           MOVE WRK-SOMA-PAGA TO WRK-SOMA-ED.
           DISPLAY "=========================================".
           DISPLAY "RETORNOS LIDOS.......... " WRK-ACUM-RETORNOS.
           DISPLAY "PAGAMENTOS CONFIRMADOS.. " WRK-ACUM-CONFIRMA.
           DISPLAY "TITULOS LIQUIDADOS...... " WRK-ACUM-LIQUIDADOS.
           DISPLAY "VALOR LIQUIDADO......... " WRK-SOMA-ED.
           DISPLAY "PAGAMENTOS REJEITADOS... " WRK-ACUM-REJEITA.
           DISPLAY "RETORNOS SEM DETALHE.... " WRK-ACUM-ORFAOS.
           DISPLAY "DETALHES SEM RETORNO.... " WRK-ACUM-SEMRET.
           DISPLAY "=========================================".
           DISPLAY "FIM DO RETORNO DE PAGAMENTOS".

       9000-TRATA-ERRO              SECTION.
           CALL "ERRLOG" USING WRK-ERRLOG-PROGRAMA
                                WRK-ERRLOG-ARQUIVO
                                FS-RETPAG.
           DISPLAY WRK-MSG-ERRO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
           MOVE "CONTASPAG.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTASPAG.
           MOVE "RETPAG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RETPAG.
           MOVE "PAGSTAT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PAGSTAT.
