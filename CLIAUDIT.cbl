      * DATA: 22/08/2026
      * OBSERVAÇÕES: CLIENTE COM EXCLUSAO LOGICA FICA FORA DA
      *              AUDITORIA (VAI EMBORA NO EXPURGO)
      * 15/10/2026 JV - CLIENTE PESSOA JURIDICA TEM O CNPJ CONFERIDO
      *                 (CNPJVAL) E A INSCRICAO ESTADUAL EXIGIDA NO
      *                 LUGAR DO CPF, QUE NELE E OPCIONAL
      * 15/10/2026 JV - CADASTRO ANONIMIZADO (LGPDREL) FICA FORA DA
      *                 AUDITORIA DE QUALIDADE
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-EMAIL         PIC X(30) VALUE SPACES.
       77  WRK-SW-CPF        PIC X(01) VALUE "N".
           88 WRK-CPF-VALIDO        VALUE "S".
       77  WRK-CNPJ          PIC 9(14) VALUE ZEROS.
       77  WRK-SW-CNPJ       PIC X(01) VALUE "N".
           88 WRK-CNPJ-VALIDO       VALUE "S".
       77  WRK-SW-EMAIL      PIC X(01) VALUE "N".
           88 WRK-EMAIL-VALIDO      VALUE "S".
       77  WRK-SW-PROBLEMA   PIC X(01) VALUE "N".
      *-------------------- TOTAIS POR TIPO DE PROBLEMA --------------
       77  WRK-ACUM-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CPF-RUIM    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CNPJ-RUIM   PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-EMAIL-RUIM  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-NOME-BRANCO PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-FONE-RUIM   PIC 9(05) VALUE ZEROS.
       0200-PROCESSAR               SECTION.
           READ CLIENTES
             PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
      *-------- CADASTRO ANONIMIZADO (LGPDREL) NAO TEM MAIS O QUE
      *-------- CONFERIR
                IF NOT REG-SIT-EXCLUIDO
                   AND NOT REG-NOME-ANONIMIZADO
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-AUDITAR-CLIENTE
                END-IF
       0210-AUDITAR-CLIENTE         SECTION.
           MOVE "N" TO WRK-SW-PROBLEMA.

           IF REG-PESSOA-JURIDICA
              PERFORM 0220-AUDITAR-EMPRESA
           ELSE
              PERFORM 0215-AUDITAR-CPF
           END-IF.

           MOVE REG-EMAIL TO WRK-EMAIL.
              ADD 1 TO WRK-ACUM-COM-PROBLEMA
           END-IF.

       0215-AUDITAR-CPF             SECTION.
           MOVE REG-CPF TO WRK-CPF.
           IF REG-CPF NOT NUMERIC OR REG-CPF EQUAL ZEROS
              ADD 1 TO WRK-ACUM-CPF-RUIM
              SET WRK-TEM-PROBLEMA TO TRUE
              DISPLAY "ID " REG-ID " CPF ZERADO OU NAO NUMERICO"
           ELSE
              CALL "CPFVAL" USING WRK-CPF WRK-SW-CPF
              IF NOT WRK-CPF-VALIDO
                 ADD 1 TO WRK-ACUM-CPF-RUIM
                 SET WRK-TEM-PROBLEMA TO TRUE
                 DISPLAY "ID " REG-ID " CPF COM DIGITO INVALIDO"
              END-IF
           END-IF.

       0220-AUDITAR-EMPRESA         SECTION.
      *-------- PESSOA JURIDICA: CNPJ COM DIGITO E INSCRICAO
      *-------- ESTADUAL PREENCHIDA; CPF, SE VIER, E CONFERIDO
           MOVE REG-CNPJ TO WRK-CNPJ.
           IF REG-CNPJ NOT NUMERIC OR REG-CNPJ EQUAL ZEROS
              ADD 1 TO WRK-ACUM-CNPJ-RUIM
              SET WRK-TEM-PROBLEMA TO TRUE
              DISPLAY "ID " REG-ID " CNPJ ZERADO OU NAO NUMERICO"
           ELSE
              CALL "CNPJVAL" USING WRK-CNPJ WRK-SW-CNPJ
              IF NOT WRK-CNPJ-VALIDO
                 ADD 1 TO WRK-ACUM-CNPJ-RUIM
                 SET WRK-TEM-PROBLEMA TO TRUE
                 DISPLAY "ID " REG-ID " CNPJ COM DIGITO INVALIDO"
              END-IF
           END-IF.
           IF REG-INSC-ESTADUAL EQUAL SPACES
              ADD 1 TO WRK-ACUM-CNPJ-RUIM
              SET WRK-TEM-PROBLEMA TO TRUE
              DISPLAY "ID " REG-ID " INSCRICAO ESTADUAL EM BRANCO"
           END-IF.
           IF REG-CPF NUMERIC AND REG-CPF NOT EQUAL ZEROS
              PERFORM 0215-AUDITAR-CPF
           END-IF.

       0300-FINALIZAR               SECTION.
           CLOSE CLIENTES.
           DISPLAY "=========================================".
                   WRK-ACUM-COM-PROBLEMA.
           DISPLAY "CPF INVALIDO.............. "
                   WRK-ACUM-CPF-RUIM.
           DISPLAY "CNPJ/INSC.ESTADUAL RUIM... "
                   WRK-ACUM-CNPJ-RUIM.
           DISPLAY "E-MAIL MALFORMADO/VAZIO... "
                   WRK-ACUM-EMAIL-RUIM.
           DISPLAY "NOME EM BRANCO............ "
