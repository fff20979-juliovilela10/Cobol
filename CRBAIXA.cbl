      * 02/09/2026 JV - A BAIXA SO RODA COM O MES DA DATA DE
      *                 PROCESSAMENTO ABERTO NO CONTROLE DE PERIODO
      *                 (MODULO PERCHK / PERMANT)
      * 15/10/2026 JV - PARCELA RENEGOCIADA EM ACORDO (CRACORDO) NAO
      *                 E BAIXADA: QUEM SE BAIXA SAO AS PARCELAS DO
      *                 ACORDO
      * 15/10/2026 JV - PARCELA BAIXADA COMO PERDA (CRPDD) PODE SER
      *                 BAIXADA: O PAGAMENTO E REGISTRADO COMO
      *                 RECUPERACAO NO PDDLOG.txt (EVENTO RECUPPDD
      *                 DO CONTDIA)
      * 15/10/2026 JV - A PARCELA EM ABERTO LIQUIDADA SAI DA EXPOSICAO
      *                 DE CREDITO DO CLIENTE (MODULO CREXPATU); A
      *                 RECUPERACAO DE PERDA JA ESTAVA FORA DELA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT JUROSPAR ASSIGN TO WRK-PATH-JUROSPAR
             FILE STATUS IS FS-JUROSPAR.

           SELECT PDDLOG ASSIGN TO WRK-PATH-PDDLOG
             FILE STATUS IS FS-PDDLOG.


       DATA DIVISION.
       FILE SECTION.
           05 FILLER         PIC X(01).
           05 JUR-PERC       PIC 9(02)V9(03).

       FD  PDDLOG.
       COPY "PDDCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-PDDLOG    PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(30) VALUE SPACES.

       77  WRK-ERRLOG-PROGRAMA PIC X(08) VALUE "CRBAIXA".
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99.

      *-------------- EXPOSICAO DE CREDITO (MODULO CREXPATU) ---------
       77  WRK-EXP-OPERACAO  PIC X(01) VALUE "B".

      *-------------- TAXAS DE ATRASO (CARTAO JUROSPAR.txt) ----------
       77  FS-JUROSPAR       PIC 9(02) VALUE ZEROS.
       77  WRK-PERC-MULTA    PIC 9(02)V9(03) VALUE ZEROS.
       77  WRK-VLR-JUROS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-COBRADO   PIC 9(09)V99 VALUE ZEROS.

       77  WRK-SW-RECUPERACAO PIC X(01) VALUE "N".
           88 WRK-RECUPERACAO       VALUE "S".

       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA          VALUE "S" "s".

       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-JUROSPAR PIC X(60) VALUE SPACES.
       01  WRK-PATH-PDDLOG   PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
                      " CANCELADA - BAIXA RECUSADA"
              GO TO 0210-LIQUIDAR-FIM
           END-IF.
      *-------- PARCELA RENEGOCIADA (CRACORDO): A DIVIDA ESTA NAS
      *-------- PARCELAS DO ACORDO, QUE SAO AS QUE SE BAIXAM
           IF CR-RENEGOCIADO
              DISPLAY "NF " WRK-NF " PARCELA " WRK-PARCELA
                      " RENEGOCIADA EM ACORDO - BAIXAR AS PARCELAS"
                      " DO ACORDO"
              GO TO 0210-LIQUIDAR-FIM
           END-IF.
      *-------- PARCELA JA BAIXADA COMO PERDA (CRPDD): O PAGAMENTO
      *-------- E UMA RECUPERACAO E VAI PARA O PDDLOG.txt
           MOVE "N" TO WRK-SW-RECUPERACAO.
           IF CR-PERDA
              SET WRK-RECUPERACAO TO TRUE
              DISPLAY "NF " WRK-NF " PARCELA " WRK-PARCELA
                      " BAIXADA COMO PERDA EM " CR-DATA-PAGTO
                      " - PAGAMENTO SERA UMA RECUPERACAO"
           END-IF.
           MOVE CR-VALOR TO WRK-VALOR-ED.
           DISPLAY "CLIENTE " CR-CLIENTE
                   " EMISSAO " CR-DATA-EMISSAO
                   DISPLAY "ERRO AO BAIXAR A NF " WRK-NF
                NOT INVALID KEY
                   DISPLAY "NF " WRK-NF " LIQUIDADA"
                   IF WRK-RECUPERACAO
                      PERFORM 0240-REGISTRAR-RECUPERACAO
                   ELSE
                      CALL "CREXPATU" USING WRK-EXP-OPERACAO
                                             CR-CLIENTE CR-VALOR
                                             CR-DATA-VENCTO
                   END-IF
              END-REWRITE
           ELSE
              DISPLAY "BAIXA CANCELADA"
       0230-CORRIGIR-FIM.
           EXIT.

       0240-REGISTRAR-RECUPERACAO   SECTION.
           OPEN EXTEND PDDLOG.
           IF FS-PDDLOG EQUAL 35
              OPEN OUTPUT PDDLOG
           END-IF.
           MOVE SPACES              TO REG-PDDLOG.
           MOVE "R"                 TO PDL-TIPO.
           MOVE WRK-DATA-HOJE       TO PDL-DATA.
           MOVE CR-NF               TO PDL-NF.
           MOVE CR-PARCELA          TO PDL-PARCELA.
           MOVE CR-CLIENTE          TO PDL-CLIENTE.
           MOVE WRK-VLR-COBRADO     TO PDL-VALOR.
           MOVE WRK-ERRLOG-PROGRAMA TO PDL-OPERADOR.
           WRITE REG-PDDLOG.
           CLOSE PDDLOG.
           DISPLAY "RECUPERACAO REGISTRADA".

       0300-FINALIZAR               SECTION.
           CLOSE CONTASREC.
           DISPLAY "FIM DAS BAIXAS".
           MOVE "JUROSPAR.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-JUROSPAR.
           MOVE "PDDLOG.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-PDDLOG.
