      *                 DO DIA SO ATE A HORA DO CORTE; LINHA ANTIGA
      *                 SEM HORA (BRANCOS, NAO NUMERICA) E REAPLICADA
      *                 SEMPRE, PARA NAO PERDER HISTORICO
      * 15/10/2026 JV - O REGISTRO DO CLIENTE PASSOU DE 143 PARA 172
      *                 POSICOES (BLOCO DE PESSOA JURIDICA): AS 143
      *                 PRIMEIRAS CONTINUAM EM AUD-ANTES/AUD-DEPOIS E
      *                 O BLOCO NOVO VAI NO FIM DA LINHA, EM
      *                 AUD-ANTES-PJ/AUD-DEPOIS-PJ. LINHA ANTIGA TRAZ
      *                 ESSES CAMPOS EM BRANCO - QUEM LE REMONTA A
      *                 IMAGEM COMO PESSOA FISICA SEM CNPJ
      ******************************************************************
       01  REG-AUDITCLI.
           05 AUD-DATA       PIC 9(08).
           05 AUD-DEPOIS     PIC X(143).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUD-HORA       PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUD-ANTES-PJ   PIC X(29).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 AUD-DEPOIS-PJ  PIC X(29).
