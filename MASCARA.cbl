      *           SUA MASCARA
      * DATA: 22/08/2026
      * OBSERVAÇÕES: LNK-OPERACAO "C" = CPF (ENTRADA COM OS 11
      *              DIGITOS NAS PRIMEIRAS POSICOES), "E" = E-MAIL,
      *              "J" = CNPJ (ENTRADA COM OS 14 DIGITOS NAS
      *              PRIMEIRAS POSICOES)
      * 15/10/2026 JV - NOVA OPERACAO "J" PARA O CNPJ DO CLIENTE PESSOA
      *                 JURIDICA: SAI FORMATADO NN.NNN.NNN/NNNN-NN E
      *                 SEM MASCARA - DADO DE EMPRESA E PUBLICO (CARTAO
      *                 CNPJ) E NAO E DADO PESSOAL PARA A LGPD
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 WRK-CPF-D9     PIC X(01).
           05 FILLER         PIC X(03) VALUE "-**".

       01  WRK-SAIDA-CNPJ.
           05 WRK-CNPJ-RAIZ1 PIC X(02).
           05 FILLER         PIC X(01) VALUE ".".
           05 WRK-CNPJ-RAIZ2 PIC X(03).
           05 FILLER         PIC X(01) VALUE ".".
           05 WRK-CNPJ-RAIZ3 PIC X(03).
           05 FILLER         PIC X(01) VALUE "/".
           05 WRK-CNPJ-FILIAL PIC X(04).
           05 FILLER         PIC X(01) VALUE "-".
           05 WRK-CNPJ-DV    PIC X(02).

       LINKAGE                    SECTION.
       77  LNK-OPERACAO  PIC X(01).
           88 LNK-OP-CPF           VALUE "C".
           88 LNK-OP-EMAIL         VALUE "E".
           88 LNK-OP-CNPJ          VALUE "J".
       01  LNK-ENTRADA   PIC X(30).
       01  LNK-SAIDA     PIC X(30).

              WHEN LNK-OP-EMAIL
                 MOVE LNK-ENTRADA(1:3) TO LNK-SAIDA(1:3)
                 MOVE "***" TO LNK-SAIDA(4:3)
              WHEN LNK-OP-CNPJ
                 MOVE LNK-ENTRADA(1:2)  TO WRK-CNPJ-RAIZ1
                 MOVE LNK-ENTRADA(3:3)  TO WRK-CNPJ-RAIZ2
                 MOVE LNK-ENTRADA(6:3)  TO WRK-CNPJ-RAIZ3
                 MOVE LNK-ENTRADA(9:4)  TO WRK-CNPJ-FILIAL
                 MOVE LNK-ENTRADA(13:2) TO WRK-CNPJ-DV
                 MOVE WRK-SAIDA-CNPJ TO LNK-SAIDA
              WHEN OTHER
                 MOVE ALL "*" TO LNK-SAIDA
           END-EVALUATE.
