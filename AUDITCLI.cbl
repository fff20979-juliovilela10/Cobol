      *                 SE CADA MOVIMENTO FOR UMA LINHA, E OS QUATRO
      *                 PROGRAMAS DO ARQUIVO PASSAM A LER O MESMO
      *                 LAYOUT
      * 15/10/2026 JV - IMAGEM DO CLIENTE PASSA A TER 172 POSICOES
      *                 (BLOCO DE PESSOA JURIDICA); AS 29 POSICOES
      *                 NOVAS VAO NO FIM DA LINHA (AUD-ANTES-PJ E
      *                 AUD-DEPOIS-PJ), SEM DESLOCAR AS JA GRAVADAS
      * 15/10/2026 JV - NOVA OPERACAO "N" = ANONIMIZACAO LGPD
      *                 (LGPDREL); A IMAGEM DE ANTES VEM SO COM O ID
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       LINKAGE                      SECTION.
       77  LNK-OPERACAO  PIC X(01).
       01  LNK-ANTES     PIC X(172).
       01  LNK-DEPOIS    PIC X(172).
       01  LNK-OPERADOR  PIC X(08).

       PROCEDURE DIVISION USING LNK-OPERACAO LNK-ANTES LNK-DEPOIS
           MOVE WRK-HORA-RELOGIO(1:6) TO AUD-HORA.
           MOVE LNK-OPERACAO TO AUD-OPERACAO.
           MOVE LNK-OPERADOR TO AUD-OPERADOR.
           MOVE LNK-ANTES(1:143)   TO AUD-ANTES.
           MOVE LNK-DEPOIS(1:143)  TO AUD-DEPOIS.
           MOVE LNK-ANTES(144:29)  TO AUD-ANTES-PJ.
           MOVE LNK-DEPOIS(144:29) TO AUD-DEPOIS-PJ.
           WRITE REG-AUDITCLI.

           CLOSE AUDITCLI.
