      *                 PROCESSAMENTO ABERTO NO CONTROLE DE PERIODO
      *                 (MODULO PERCHK / PERMANT), COMO A BAIXA
      *                 MANUAL (CRBAIXA)
      * 15/10/2026 JV - RETORNO DE PARCELA RENEGOCIADA EM ACORDO
      *                 (CRACORDO) E APONTADO PARA CONFERENCIA, SEM
      *                 BAIXAR, COMO O DE PARCELA CANCELADA
      * 15/10/2026 JV - RETORNO DE PARCELA BAIXADA COMO PERDA (CRPDD)
      *                 E BAIXADO E REGISTRADO COMO RECUPERACAO NO
      *                 PDDLOG.txt (EVENTO RECUPPDD DO CONTDIA)
      * 15/10/2026 JV - A PARCELA EM ABERTO BAIXADA PELO RETORNO SAI DA
      *                 EXPOSICAO DE CREDITO DO CLIENTE (MODULO
      *                 CREXPATU); A RECUPERACAO DE PERDA JA ESTAVA
      *                 FORA DELA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT RETCOB ASSIGN TO WRK-PATH-RETCOB
             FILE STATUS IS FS-RETCOB.

           SELECT PDDLOG ASSIGN TO WRK-PATH-PDDLOG
             FILE STATUS IS FS-PDDLOG.


       DATA DIVISION.
       FILE SECTION.
           05 RET-DATA-PAGTO PIC 9(08).
           05 RET-VALOR-PAGO PIC 9(09)V99.

       FD  PDDLOG.
       COPY "PDDCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-RETCOB    PIC 9(02) VALUE ZEROS.
       77  FS-PDDLOG    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CRRETOR".
       77  WRK-PARCELA       PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-SW-RECUPERACAO PIC X(01) VALUE "N".
           88 WRK-RECUPERACAO       VALUE "S".

      *-------------- PERIODO CONTABIL (MODULO PERCHK) ---------------
       77  WRK-SW-PERIODO    PIC X(01) VALUE "S".
       77  WRK-ACUM-LIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-BAIXADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEMTITULO PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-RECUPERADOS PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-BAIXADO   PIC 9(11)V99 VALUE ZEROS.

      *-------------------- EDICAO --------------------
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- EXPOSICAO DE CREDITO (MODULO CREXPATU) ---------
       77  WRK-EXP-OPERACAO  PIC X(01) VALUE "B".
       77  WRK-SOMA-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-RETCOB   PIC X(60) VALUE SPACES.
       01  WRK-PATH-PDDLOG   PIC X(60) VALUE SPACES.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
                      "PARCELA CANCELADA - CONFERIR ***"
              GO TO 0220-LIQUIDAR-FIM
           END-IF.
      *-------- PARCELA RENEGOCIADA (CRACORDO) TAMBEM NAO ESTA EM
      *-------- ABERTO: O PAGAMENTO DEVERIA VIR NAS DO ACORDO
           IF CR-RENEGOCIADO
              ADD 1 TO WRK-ACUM-SEMTITULO
              DISPLAY "*** NOSSO NUMERO " RET-NOSSONUM " DE "
                      "PARCELA RENEGOCIADA - CONFERIR ***"
              GO TO 0220-LIQUIDAR-FIM
           END-IF.
      *-------- PARCELA JA BAIXADA COMO PERDA (CRPDD) E BAIXADA
      *-------- NORMALMENTE, MAS COMO RECUPERACAO (PDDLOG.txt)
           MOVE "N" TO WRK-SW-RECUPERACAO.
           IF CR-PERDA
              SET WRK-RECUPERACAO TO TRUE
           END-IF.
           MOVE "L"            TO CR-SITUACAO.
           MOVE RET-DATA-PAGTO TO CR-DATA-PAGTO.
           MOVE RET-VALOR-PAGO TO CR-VALOR-PAGO.
                DISPLAY "NF " WRK-NF " PARCELA " WRK-PARCELA
                        " BAIXADA EM " RET-DATA-PAGTO
                        " VALOR " WRK-VALOR-ED
                IF WRK-RECUPERACAO
                   PERFORM 0230-REGISTRAR-RECUPERACAO
                ELSE
                   CALL "CREXPATU" USING WRK-EXP-OPERACAO CR-CLIENTE
                                          CR-VALOR CR-DATA-VENCTO
                END-IF
           END-REWRITE.

       0220-LIQUIDAR-FIM.
           EXIT.

       0230-REGISTRAR-RECUPERACAO   SECTION.
           ADD 1 TO WRK-ACUM-RECUPERADOS.
           DISPLAY "    RECUPERACAO DE TITULO BAIXADO COMO PERDA".
           OPEN EXTEND PDDLOG.
           IF FS-PDDLOG EQUAL 35
              OPEN OUTPUT PDDLOG
           END-IF.
           MOVE SPACES              TO REG-PDDLOG.
           MOVE "R"                 TO PDL-TIPO.
           MOVE RET-DATA-PAGTO      TO PDL-DATA.
           MOVE CR-NF               TO PDL-NF.
           MOVE CR-PARCELA          TO PDL-PARCELA.
           MOVE CR-CLIENTE          TO PDL-CLIENTE.
           MOVE RET-VALOR-PAGO      TO PDL-VALOR.
           MOVE WRK-ERRLOG-PROGRAMA TO PDL-OPERADOR.
           WRITE REG-PDDLOG.
           CLOSE PDDLOG.

       0300-FINALIZAR               SECTION.
           CLOSE RETCOB.
           CLOSE CONTASREC.
           DISPLAY "RETORNOS LIDOS.......... " WRK-ACUM-LIDOS.
           DISPLAY "TITULOS BAIXADOS........ " WRK-ACUM-BAIXADOS.
           DISPLAY "SEM TITULO EM ABERTO.... " WRK-ACUM-SEMTITULO.
           DISPLAY "RECUPERADOS (PERDA)..... " WRK-ACUM-RECUPERADOS.
           DISPLAY "SOMA BAIXADA............ " WRK-SOMA-ED.
           DISPLAY "=========================================".
           DISPLAY "FIM DO RETORNO".
           MOVE "RETCOB.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RETCOB.
           MOVE "PDDLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PDDLOG.
