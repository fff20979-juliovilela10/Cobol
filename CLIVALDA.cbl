      *                 CLIVALRG, O MESMO USADO PELA CARGA EM LOTE
      *                 (CLICARGA); ESTE MODULO SO CAPTURA OS DADOS E
      *                 MOSTRA O MOTIVO DA PRIMEIRA CRITICA REPROVADA
      * 15/10/2026 JV - CAPTURA O TIPO DE PESSOA (LNK-PESSOA): NA
      *                 PESSOA FISICA PEDE O CPF, COMO ANTES; NA
      *                 PESSOA JURIDICA PEDE CNPJ E INSCRICAO ESTADUAL
      *                 NO LUGAR DO CPF
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 LNK-CIDADE     PIC X(20).
           05 LNK-UF         PIC X(02).
           05 LNK-CEP        PIC 9(08).
       01  LNK-PESSOA.
           05 LNK-TIPO-PESSOA   PIC X(01).
              88 LNK-PESSOA-JURIDICA   VALUE "J".
           05 LNK-CNPJ          PIC 9(14).
           05 LNK-INSC-ESTADUAL PIC X(14).
       77  LNK-VALIDO        PIC X(01).
           88 LNK-DADOS-VALIDOS     VALUE "S".

       PROCEDURE DIVISION USING LNK-ID LNK-NOME LNK-TELEFONE
                                 LNK-CPF LNK-EMAIL LNK-ENDERECO
                                 LNK-PESSOA LNK-VALIDO.
       0000-PRINCIPAL               SECTION.
           PERFORM   0100-RECEBER-DADOS
           PERFORM   0200-VALIDAR-DADOS
             ACCEPT LNK-NOME.
           DISPLAY 'DIGITE O TELEFONE (11 DIGITOS)...'
             ACCEPT LNK-TELEFONE.
           DISPLAY 'PESSOA FISICA OU JURIDICA (F/J)...'
             ACCEPT LNK-TIPO-PESSOA.
           INSPECT LNK-TIPO-PESSOA CONVERTING "fj" TO "FJ".
           IF LNK-TIPO-PESSOA EQUAL SPACES
              MOVE "F" TO LNK-TIPO-PESSOA
           END-IF.
           MOVE ZEROS  TO LNK-CPF LNK-CNPJ.
           MOVE SPACES TO LNK-INSC-ESTADUAL.
           IF LNK-PESSOA-JURIDICA
              DISPLAY 'DIGITE O CNPJ (14 DIGITOS)...'
                ACCEPT LNK-CNPJ
              DISPLAY 'DIGITE A INSCRICAO ESTADUAL (OU ISENTO)...'
                ACCEPT LNK-INSC-ESTADUAL
              INSPECT LNK-INSC-ESTADUAL CONVERTING "isento"
                                                 TO "ISENTO"
           ELSE
              DISPLAY 'DIGITE O CPF (11 DIGITOS)...'
                ACCEPT LNK-CPF
           END-IF.
           DISPLAY 'DIGITE O E-MAIL...'
             ACCEPT LNK-EMAIL.
           DISPLAY 'DIGITE O LOGRADOURO...'
      *--------------------------------------------------------------
           CALL "CLIVALRG" USING LNK-ID LNK-NOME LNK-TELEFONE
                                  LNK-CPF LNK-EMAIL LNK-ENDERECO
                                  LNK-PESSOA
                                  WRK-MOTIVO LNK-VALIDO.
           IF NOT LNK-DADOS-VALIDOS
              DISPLAY "CRITICA: " WRK-MOTIVO
