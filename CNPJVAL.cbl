       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJVAL.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: CONFERE OS DOIS DIGITOS VERIFICADORES DE UM CNPJ
      *           (MODULO 11), O IRMAO DO CPFVAL PARA O CLIENTE PESSOA
      *           JURIDICA - CHAMADO POR QUALQUER PROGRAMA QUE PRECISE
      *           VALIDAR O CNPJ DIGITADO OU CARREGADO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: OS PESOS DO CNPJ NAO DESCEM DIRETO COMO OS DO
      *              CPF: VAO DE 5 (OU 6) ATE 2 E VOLTAM PARA 9,
      *              DESCENDO DE NOVO ATE 2
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE            SECTION.
       01  WRK-CNPJ-GRUPO.
           05 WRK-CNPJ       PIC 9(14) VALUE ZEROS.
       01  WRK-CNPJ-DIGITOS REDEFINES WRK-CNPJ-GRUPO.
           05 WRK-CNPJ-DIG   PIC 9(01) OCCURS 14 TIMES.

       77  WRK-CNPJ-SOMA     PIC 9(04) VALUE ZEROS.
       77  WRK-CNPJ-QTD      PIC 9(04) VALUE ZEROS.
       77  WRK-CNPJ-RESTO    PIC 9(02) VALUE ZEROS.
       77  WRK-CNPJ-DV1      PIC 9(01) VALUE ZEROS.
       77  WRK-CNPJ-DV2      PIC 9(01) VALUE ZEROS.
       77  WRK-CNPJ-IDX      PIC 9(02) VALUE ZEROS.
       77  WRK-CNPJ-PESO     PIC 9(02) VALUE ZEROS.

       LINKAGE                    SECTION.
       01  LNK-CNPJ          PIC 9(14).
       77  LNK-CNPJ-VALIDO   PIC X(01).
           88 LNK-CNPJ-E-VALIDO     VALUE "S".

       PROCEDURE DIVISION USING LNK-CNPJ LNK-CNPJ-VALIDO.
       0000-PRINCIPAL               SECTION.
           MOVE LNK-CNPJ TO WRK-CNPJ.
           PERFORM 0100-VALIDAR-CNPJ.
           GOBACK.

       0100-VALIDAR-CNPJ             SECTION.
      *--------------------------------------------------------------
      *-------- CALCULA OS DOIS DIGITOS VERIFICADORES DO CNPJ PELO
      *-------- MODULO 11 E CONFERE COM OS DOIS ULTIMOS DIGITOS
      *-------- DIGITADOS (WRK-CNPJ-DIG (13) E WRK-CNPJ-DIG (14))
      *--------------------------------------------------------------
           SET LNK-CNPJ-E-VALIDO TO TRUE.

      *-------- PRIMEIRO DIGITO: PESOS 5 4 3 2 9 8 7 6 5 4 3 2
           MOVE ZEROS TO WRK-CNPJ-SOMA.
           MOVE 5     TO WRK-CNPJ-PESO.
           MOVE 1     TO WRK-CNPJ-IDX.
           PERFORM UNTIL WRK-CNPJ-IDX > 12
              COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA +
                      (WRK-CNPJ-DIG (WRK-CNPJ-IDX) * WRK-CNPJ-PESO)
              SUBTRACT 1 FROM WRK-CNPJ-PESO
              IF WRK-CNPJ-PESO < 2
                 MOVE 9 TO WRK-CNPJ-PESO
              END-IF
              ADD 1 TO WRK-CNPJ-IDX
           END-PERFORM.
           DIVIDE WRK-CNPJ-SOMA BY 11 GIVING WRK-CNPJ-QTD
                                      REMAINDER WRK-CNPJ-RESTO.
           IF WRK-CNPJ-RESTO < 2
              MOVE ZEROS TO WRK-CNPJ-DV1
           ELSE
              COMPUTE WRK-CNPJ-DV1 = 11 - WRK-CNPJ-RESTO
           END-IF.
           IF WRK-CNPJ-DV1 NOT EQUAL WRK-CNPJ-DIG (13)
              MOVE "N" TO LNK-CNPJ-VALIDO
           END-IF.

      *-------- SEGUNDO DIGITO: PESOS 6 5 4 3 2 9 8 7 6 5 4 3 2
           MOVE ZEROS TO WRK-CNPJ-SOMA.
           MOVE 6     TO WRK-CNPJ-PESO.
           MOVE 1     TO WRK-CNPJ-IDX.
           PERFORM UNTIL WRK-CNPJ-IDX > 13
              COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA +
                      (WRK-CNPJ-DIG (WRK-CNPJ-IDX) * WRK-CNPJ-PESO)
              SUBTRACT 1 FROM WRK-CNPJ-PESO
              IF WRK-CNPJ-PESO < 2
                 MOVE 9 TO WRK-CNPJ-PESO
              END-IF
              ADD 1 TO WRK-CNPJ-IDX
           END-PERFORM.
           DIVIDE WRK-CNPJ-SOMA BY 11 GIVING WRK-CNPJ-QTD
                                      REMAINDER WRK-CNPJ-RESTO.
           IF WRK-CNPJ-RESTO < 2
              MOVE ZEROS TO WRK-CNPJ-DV2
           ELSE
              COMPUTE WRK-CNPJ-DV2 = 11 - WRK-CNPJ-RESTO
           END-IF.
           IF WRK-CNPJ-DV2 NOT EQUAL WRK-CNPJ-DIG (14)
              MOVE "N" TO LNK-CNPJ-VALIDO
           END-IF.
