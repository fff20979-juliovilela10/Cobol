       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPREIMP.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: SEGUNDA VIA DO CUPOM NO BALCAO - O OPERADOR
      *           IDENTIFICADO (OPSIGNON) INFORMA A DATA E O NUMERO DO
      *           CUPOM E O MODULO CUPIMPR REIMPRIME AS LINHAS DO
      *           ATENDIMENTO A PARTIR DO VENDASDET_AAAAMMDD, IGUAL A
      *           VIA ORIGINAL DO CAIXA (EXCBL18), MARCADA COMO
      *           SEGUNDA VIA
      * DATA: 15/10/2026
      * OBSERVAÇÕES: DATA ZERADA = HOJE. O SALDO DE PONTOS NAO SAI
      *              NA SEGUNDA VIA (E O SALDO DE HOJE, NAO O DO DIA
      *              DA COMPRA) E O RESGATE NAO FICA NO DETALHE;
      *              OS PONTOS GANHOS NO CUPOM SAEM NORMALMENTE.
      *              CADA REIMPRESSAO SAI NA TELA COM O OPERADOR
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE            SECTION.
       77  WRK-DATA-CUPOM    PIC 9(08) VALUE ZEROS.
       77  WRK-CUPOM         PIC 9(06) VALUE ZEROS.
       77  WRK-CUP-VIA       PIC X(01) VALUE "R".
       77  WRK-CUP-RESGATE   PIC 9(09) VALUE ZEROS.
       77  WRK-CUP-SALDO     PIC S9(09) VALUE ZEROS.
       77  WRK-SW-CUP-ACHOU  PIC X(01) VALUE "N".
           88 WRK-CUPOM-ACHADO      VALUE "S".
       77  WRK-SW-CONTINUA   PIC X(01) VALUE "S".
           88 WRK-CONTINUA-REIMP    VALUE "S" "s".

      *-------------- SIGN-ON DO OPERADOR (MODULO OPSIGNON) ----------
       77  WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-PERFIL        PIC X(01) VALUE SPACES.
       77  WRK-SW-SIGNON     PIC X(01) VALUE "N".
           88 WRK-SIGNON-OK         VALUE "S".

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                                  WRK-SW-SIGNON.
           IF NOT WRK-SIGNON-OK
              DISPLAY "REIMPRESSAO EXIGE OPERADOR IDENTIFICADO"
              STOP RUN
           END-IF.
           PERFORM 0100-REIMPRIMIR UNTIL NOT WRK-CONTINUA-REIMP.

           STOP RUN.

       0100-REIMPRIMIR              SECTION.
           DISPLAY "========================================".
           DISPLAY "SEGUNDA VIA DE CUPOM".
           DISPLAY "========================================".
           MOVE ZEROS TO WRK-DATA-CUPOM.
           DISPLAY "DATA DO CUPOM AAAAMMDD (0 = HOJE): "
             ACCEPT WRK-DATA-CUPOM.
           IF WRK-DATA-CUPOM EQUAL ZEROS
              ACCEPT WRK-DATA-CUPOM FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "NUMERO DO CUPOM: "
             ACCEPT WRK-CUPOM.
           IF WRK-CUPOM EQUAL ZEROS
              DISPLAY "CUPOM INVALIDO"
              GO TO 0100-PERGUNTAR-MAIS
           END-IF.
           MOVE "R"   TO WRK-CUP-VIA.
           MOVE ZEROS TO WRK-CUP-RESGATE WRK-CUP-SALDO.
           CALL "CUPIMPR" USING WRK-DATA-CUPOM WRK-CUPOM WRK-CUP-VIA
                                 WRK-CUP-RESGATE WRK-CUP-SALDO
                                 WRK-SW-CUP-ACHOU.
           IF WRK-CUPOM-ACHADO
              DISPLAY "SEGUNDA VIA DO CUPOM " WRK-CUPOM " DE "
                      WRK-DATA-CUPOM " EMITIDA POR " WRK-OPERADOR
           ELSE
              DISPLAY "CUPOM " WRK-CUPOM " NAO ENCONTRADO NO "
                      "DETALHE DE " WRK-DATA-CUPOM
           END-IF.

       0100-PERGUNTAR-MAIS.
           DISPLAY "REIMPRIMIR OUTRO CUPOM (S/N)? "
             ACCEPT WRK-SW-CONTINUA.
