      * OBSERVAÇÕES: O RETIRADO NAO E APAGADO FISICAMENTE - FICA COM
      *              SITUACAO "E" ATE O EXPURGO MENSAL (CLIPURGE),
      *              PODENDO SER REATIVADO SE A MESCLA FOI INDEVIDA
      * 15/10/2026 JV - IMAGEM DA AUDITORIA PASSA A 172 POSICOES (BLOCO
      *                 DE PESSOA JURIDICA NO REGISTRO DO CLIENTE)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-AUD-OPERADOR  PIC X(08) VALUE "CLIMERGE".
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.


      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
