      * DATA: 22/08/2026
      * OBSERVAÇÕES: LAYOUT DA LINHA CSV, SEPARADA POR VIRGULA:
      *              ID,NOME,TELEFONE,CPF,EMAIL,LOGRADOURO,NUMERO,
      *              CIDADE,UF,CEP[,TIPO,CNPJ,IE]
      * 15/10/2026 JV - TRES CAMPOS OPCIONAIS NO FIM DA LINHA CSV PARA
      *                 O CLIENTE PESSOA JURIDICA: TIPO ("F"/"J"),
      *                 CNPJ (14 DIGITOS) E INSCRICAO ESTADUAL. LINHA
      *                 SEM ELES (LAYOUT ANTIGO) ENTRA COMO PESSOA
      *                 FISICA; NA JURIDICA O CPF PODE VIR VAZIO. A
      *                 LINHA PASSA A TER ATE 200 POSICOES
      * 15/10/2026 JV - IMAGEM DA AUDITORIA PASSA A 172 POSICOES
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       COPY "CLICOPY.cpy".

       FD  CARGACSV.
       01  REG-CARGACSV              PIC X(200).

       FD  CARGAREL.
       01  REG-CARGAREL              PIC X(80).
           05 WRK-CSV-CIDADE     PIC X(20).
           05 WRK-CSV-UF         PIC X(02).
           05 WRK-CSV-CEP        PIC X(08).
           05 WRK-CSV-TIPO       PIC X(01).
           05 WRK-CSV-CNPJ       PIC X(14).
           05 WRK-CSV-IE         PIC X(14).

      *-------------- CAMPOS JA CONVERTIDOS PARA O REGISTRO ----------
       77  WRK-ID            PIC 9(04) VALUE ZEROS.
           05 WRK-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-UF         PIC X(02) VALUE SPACES.
           05 WRK-CEP        PIC 9(08) VALUE ZEROS.
       01  WRK-PESSOA.
           05 WRK-TIPO-PESSOA   PIC X(01) VALUE "F".
           05 WRK-CNPJ          PIC 9(14) VALUE ZEROS.
           05 WRK-INSC-ESTADUAL PIC X(14) VALUE SPACES.

       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77  WRK-SW-DADOS      PIC X(01) VALUE "N".
      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-AUD-OPERADOR  PIC X(08) VALUE "CLICARGA".
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS      PIC 9(05) VALUE ZEROS.

       0220-DESMONTAR-CSV           SECTION.
      *--------------------------------------------------------------
      *-------- SEPARA OS 10 CAMPOS DA LINHA CSV (MAIS OS 3
      *-------- OPCIONAIS DE PESSOA JURIDICA) E CONVERTE OS
      *-------- NUMERICOS; CAMPO NUMERICO INVALIDO JA REPROVA A
      *-------- LINHA ANTES DAS CRITICAS DE CONTEUDO. CPF OU CNPJ
      *-------- VAZIO VIRA ZEROS - QUEM EXIGE CADA UM E O CLIVALRG
      *--------------------------------------------------------------
           SET WRK-LINHA-BOA TO TRUE.
           MOVE SPACES TO WRK-CSV-CAMPOS WRK-MOTIVO.
                   WRK-CSV-CIDADE
                   WRK-CSV-UF
                   WRK-CSV-CEP
                   WRK-CSV-TIPO
                   WRK-CSV-CNPJ
                   WRK-CSV-IE
           END-UNSTRING.
           IF WRK-CSV-CPF EQUAL SPACES
              MOVE ALL "0" TO WRK-CSV-CPF
           END-IF.
           IF WRK-CSV-CNPJ EQUAL SPACES
              MOVE ALL "0" TO WRK-CSV-CNPJ
           END-IF.
           INSPECT WRK-CSV-TIPO CONVERTING "fj" TO "FJ".
           INSPECT WRK-CSV-IE   CONVERTING "isento" TO "ISENTO".
           IF WRK-CSV-TIPO EQUAL SPACES
              MOVE "F" TO WRK-CSV-TIPO
           END-IF.

           IF WRK-CSV-ID NOT NUMERIC
              MOVE "ID ZERADO OU NAO NUMERICO     " TO WRK-MOTIVO
                 MOVE WRK-CSV-CPF TO WRK-CPF
              END-IF
           END-IF.
           IF WRK-LINHA-BOA AND WRK-CSV-CNPJ NOT NUMERIC
              MOVE "CNPJ ZERADO OU NAO NUMERICO   " TO WRK-MOTIVO
              MOVE "N" TO WRK-SW-LINHA
           ELSE
              IF WRK-LINHA-BOA
                 MOVE WRK-CSV-CNPJ TO WRK-CNPJ
              END-IF
           END-IF.
           IF WRK-LINHA-BOA AND WRK-CSV-CEP NOT NUMERIC
              MOVE "CEP ZERADO OU NAO NUMERICO    " TO WRK-MOTIVO
              MOVE "N" TO WRK-SW-LINHA
           MOVE WRK-CSV-NUMERO     TO WRK-NUMERO.
           MOVE WRK-CSV-CIDADE     TO WRK-CIDADE.
           MOVE WRK-CSV-UF         TO WRK-UF.
           MOVE WRK-CSV-TIPO       TO WRK-TIPO-PESSOA.
           MOVE WRK-CSV-IE         TO WRK-INSC-ESTADUAL.

       0230-VALIDAR-LINHA           SECTION.
      *--------------------------------------------------------------
      *--------------------------------------------------------------
           CALL "CLIVALRG" USING WRK-ID WRK-NOME WRK-TELEFONE
                                  WRK-CPF WRK-EMAIL WRK-ENDERECO
                                  WRK-PESSOA
                                  WRK-MOTIVO WRK-SW-DADOS.
           IF NOT WRK-DADOS-VALIDOS
              MOVE "N" TO WRK-SW-LINHA
           MOVE WRK-EMAIL    TO REG-EMAIL.
           MOVE WRK-ENDERECO TO REG-ENDERECO.
           MOVE "A"          TO REG-SITUACAO.
           MOVE WRK-PESSOA   TO REG-PESSOA.
           WRITE REG-CLIENTES
             INVALID KEY
                ADD 1 TO WRK-ACUM-REJEITADOS
