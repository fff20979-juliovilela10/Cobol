      * OBJETIVO: APLICACAO DO DELTA DE CLIENTES VINDO DA FILIAL - A
      *           PERNA DE VOLTA DO CLIDELTA: LE O ARQUIVO DELTAIN.txt
      *           (MESMO LAYOUT DO CLIDELTA: ACAO I/A/E + IMAGEM
      *           CLICOPY DE 172) E APLICA INCLUSOES, ALTERACOES E
      *           EXCLUSOES LOGICAS NO CLIENTES.DAT, PASSANDO PELAS
      *           MESMAS CRITICAS DA DIGITACAO LOCAL (CLIVALRG) E
      *           PELA MESMA TRILHA DE AUDITORIA (AUDITCLI)
      *              RELATORIO DE CONFLITOS PARA ALGUEM DECIDIR.
      *              NO FIM, A DATA DA TROCA E GRAVADA NO DELTACTL;
      *              LINHA REPROVADA PELA CRITICA TAMBEM E LISTADA
      * 15/10/2026 JV - IMAGEM DO DELTA PASSA A 172 POSICOES COM O
      *                 BLOCO DE PESSOA JURIDICA (FIL-PESSOA), CRITICADO
      *                 NO CLIVALRG; IMAGEM ANTIGA SEM O BLOCO ENTRA
      *                 COMO PESSOA FISICA SEM CNPJ
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       01  REG-DELTAIN.
           05 DLT-ACAO       PIC X(01).
           05 FILLER         PIC X(01).
           05 DLT-IMAGEM     PIC X(172).

       FD  CLIENTES.
       COPY "CLICOPY.cpy".
              10 FIL-UF         PIC X(02).
              10 FIL-CEP        PIC 9(08).
           05 FIL-SITUACAO   PIC X(01).
           05 FIL-PESSOA.
              10 FIL-TIPO-PESSOA  PIC X(01).
              10 FIL-CNPJ         PIC 9(14).
              10 FIL-INSC-ESTADUAL PIC X(14).

      *-------------- IDS QUE NOS ALTERAMOS DESDE A ULTIMA TROCA -----
       77  WRK-QTD-LOCAIS    PIC 9(03) VALUE ZEROS.
      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-AUD-OPERADOR  PIC X(08) VALUE "CLIAPLIC".
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS     PIC 9(05) VALUE ZEROS.
             PERFORM UNTIL FS-DELTAIN NOT EQUAL 00
                ADD 1 TO WRK-ACUM-LIDOS
                MOVE DLT-IMAGEM TO WRK-REG-FILIAL
      *-------- IMAGEM SEM O BLOCO DE PESSOA (GERADA ANTES DELE)
      *-------- ENTRA COMO PESSOA FISICA SEM CNPJ
                IF FIL-CNPJ NOT NUMERIC
                   MOVE "F"    TO FIL-TIPO-PESSOA
                   MOVE ZEROS  TO FIL-CNPJ
                   MOVE SPACES TO FIL-INSC-ESTADUAL
                END-IF
                PERFORM 0210-APLICAR-LINHA
                READ DELTAIN
             END-PERFORM.
      *-------- MESMAS CRITICAS DA DIGITACAO LOCAL (CLIVALRG)
           CALL "CLIVALRG" USING FIL-ID FIL-NOME FIL-TELEFONE
                                  FIL-CPF FIL-EMAIL FIL-ENDERECO
                                  FIL-PESSOA
                                  WRK-VAL-MOTIVO WRK-SW-VALIDO.
           IF NOT WRK-DADOS-VALIDOS
              ADD 1 TO WRK-ACUM-REJEITADOS
