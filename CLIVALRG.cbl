      *                 ENDERECO DE MANAUS DEIXA DE PASSAR; SEM
      *                 TABELA OU CEP FORA DE QUALQUER FAIXA, A
      *                 CRITICA NAO REPROVA
      * 15/10/2026 JV - RECEBE O BLOCO DE PESSOA (LNK-PESSOA): PESSOA
      *                 FISICA ("F" OU BRANCO) CONTINUA COM CPF
      *                 OBRIGATORIO; PESSOA JURIDICA ("J") EXIGE O
      *                 CNPJ COM DIGITO CONFERIDO (CNPJVAL) E A
      *                 INSCRICAO ESTADUAL (NUMEROS OU "ISENTO"), E O
      *                 CPF PASSA A SER OPCIONAL
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-SW-CEP        PIC X(01) VALUE "S".
           88 WRK-CEP-CONFERE       VALUE "S".

       77  WRK-SW-CNPJ       PIC X(01) VALUE "N".
           88 WRK-CNPJ-VALIDO       VALUE "S".

       77  WRK-QTD-DIG-IE    PIC 9(02) VALUE ZEROS.

       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.

       LINKAGE                    SECTION.
           05 LNK-CIDADE     PIC X(20).
           05 LNK-UF         PIC X(02).
           05 LNK-CEP        PIC 9(08).
       01  LNK-PESSOA.
           05 LNK-TIPO-PESSOA   PIC X(01).
              88 LNK-PESSOA-FISICA     VALUE "F" " ".
              88 LNK-PESSOA-JURIDICA   VALUE "J".
           05 LNK-CNPJ          PIC 9(14).
           05 LNK-INSC-ESTADUAL PIC X(14).
       01  LNK-MOTIVO        PIC X(30).
       77  LNK-VALIDO        PIC X(01).
           88 LNK-DADOS-VALIDOS     VALUE "S".

       PROCEDURE DIVISION USING LNK-ID LNK-NOME LNK-TELEFONE
                                 LNK-CPF LNK-EMAIL LNK-ENDERECO
                                 LNK-PESSOA
                                 LNK-MOTIVO LNK-VALIDO.
       0000-PRINCIPAL               SECTION.
           SET LNK-DADOS-VALIDOS TO TRUE.
           MOVE SPACES TO LNK-MOTIVO.
           PERFORM   0100-VALIDAR-CADASTRO
           PERFORM   0150-VALIDAR-PESSOA
           PERFORM   0200-VALIDAR-ENDERECO

           GOBACK.
      *-------- ID E NOME OBRIGATORIOS, TELEFONE COM 11 DIGITOS E
      *-------- CPF COM DIGITO VERIFICADOR CONFERIDO (CPFVAL),
      *-------- E-MAIL COM UM @ (EMAILVAL). GUARDA A PRIMEIRA
      *-------- CRITICA REPROVADA EM LNK-MOTIVO. NA PESSOA
      *-------- JURIDICA O CPF E OPCIONAL - SE VIER, E CONFERIDO
      *--------------------------------------------------------------
           IF LNK-ID EQUAL ZEROS
              MOVE "ID ZERADO OU NAO NUMERICO     " TO WRK-MOTIVO
              MOVE "TELEFONE NAO TEM 11 DIGITOS   " TO WRK-MOTIVO
              PERFORM 0900-REPROVAR
           END-IF.
           IF LNK-PESSOA-JURIDICA
              AND LNK-CPF NUMERIC AND LNK-CPF EQUAL ZEROS
              CONTINUE
           ELSE
              IF LNK-CPF NOT NUMERIC OR LNK-CPF EQUAL ZEROS
                 MOVE "CPF ZERADO OU NAO NUMERICO    " TO WRK-MOTIVO
                 PERFORM 0900-REPROVAR
              ELSE
                 CALL "CPFVAL" USING LNK-CPF WRK-SW-CPF
                 IF NOT WRK-CPF-VALIDO
                    MOVE "CPF COM DIGITO INVALIDO       "
                      TO WRK-MOTIVO
                    PERFORM 0900-REPROVAR
                 END-IF
              END-IF
           END-IF.
           CALL "EMAILVAL" USING LNK-EMAIL WRK-SW-EMAIL.
              PERFORM 0900-REPROVAR
           END-IF.

       0150-VALIDAR-PESSOA           SECTION.
      *--------------------------------------------------------------
      *-------- TIPO "F" (OU BRANCO) = PESSOA FISICA, SEM CNPJ;
      *-------- TIPO "J" = PESSOA JURIDICA, COM CNPJ CONFERIDO PELO
      *-------- CNPJVAL E INSCRICAO ESTADUAL PARA A NOTA (SO
      *-------- NUMEROS, ALINHADOS A ESQUERDA, OU "ISENTO")
      *--------------------------------------------------------------
           IF LNK-PESSOA-FISICA
              IF LNK-CNPJ NOT NUMERIC OR LNK-CNPJ NOT EQUAL ZEROS
                 MOVE "CNPJ SO PARA PESSOA JURIDICA  " TO WRK-MOTIVO
                 PERFORM 0900-REPROVAR
              END-IF
              GO TO 0150-VALIDAR-FIM
           END-IF.
           IF NOT LNK-PESSOA-JURIDICA
              MOVE "TIPO DE PESSOA NAO E F NEM J  " TO WRK-MOTIVO
              PERFORM 0900-REPROVAR
              GO TO 0150-VALIDAR-FIM
           END-IF.
           IF LNK-CNPJ NOT NUMERIC OR LNK-CNPJ EQUAL ZEROS
              MOVE "CNPJ ZERADO OU NAO NUMERICO   " TO WRK-MOTIVO
              PERFORM 0900-REPROVAR
           ELSE
              CALL "CNPJVAL" USING LNK-CNPJ WRK-SW-CNPJ
              IF NOT WRK-CNPJ-VALIDO
                 MOVE "CNPJ COM DIGITO INVALIDO      " TO WRK-MOTIVO
                 PERFORM 0900-REPROVAR
              END-IF
           END-IF.
           IF LNK-INSC-ESTADUAL EQUAL SPACES
              MOVE "INSCRICAO ESTADUAL EM BRANCO  " TO WRK-MOTIVO
              PERFORM 0900-REPROVAR
              GO TO 0150-VALIDAR-FIM
           END-IF.
           IF LNK-INSC-ESTADUAL EQUAL "ISENTO"
              GO TO 0150-VALIDAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-QTD-DIG-IE.
           INSPECT LNK-INSC-ESTADUAL TALLYING WRK-QTD-DIG-IE
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WRK-QTD-DIG-IE EQUAL ZEROS
              OR LNK-INSC-ESTADUAL(1:WRK-QTD-DIG-IE) NOT NUMERIC
              MOVE "INSCRICAO ESTADUAL INVALIDA   " TO WRK-MOTIVO
              PERFORM 0900-REPROVAR
           END-IF.

       0150-VALIDAR-FIM.
           EXIT.

       0200-VALIDAR-ENDERECO         SECTION.
      *--------------------------------------------------------------
      *-------- LOGRADOURO E CIDADE OBRIGATORIOS, UF NA LISTA DOS
