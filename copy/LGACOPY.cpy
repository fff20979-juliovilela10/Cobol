      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DE CONTROLE DO ARQUIVAMENTO
      *           ANUAL DOS LOGS (LOGARQCTL.txt): UMA LINHA POR LOG
      *           ARQUIVADO EM CADA ANO, COM AS CONTAGENS DA VIRADA.
      *           GRAVADO PELO LOGARQ E CONSULTADO PELO MODULO LOGSEL,
      *           QUE DECIDE SE UM ANO SE LE NO LOG VIVO OU NO ARQUIVO
      *           DO ANO (<LOG>_AAAA.txt)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: LGA-ARQUIVADOS = LINHAS QUE FORAM PARA O ARQUIVO
      *              DO ANO; LGA-MANTIDOS = LINHAS DE ANOS SEGUINTES
      *              QUE FICARAM NO LOG VIVO; LGA-ABERTURA = LINHAS DE
      *              SALDO DE ABERTURA GRAVADAS NO INICIO DO LOG VIVO
      *              (SO NO ESTMOV.txt). STATUS "OK" = VIRADA COMPLETA
      ******************************************************************
       01  REG-LOGARQCTL.
           05 LGA-ANO        PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LGA-LOG        PIC X(12).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LGA-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LGA-ARQUIVADOS PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LGA-MANTIDOS   PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LGA-ABERTURA   PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LGA-OPERADOR   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LGA-STATUS     PIC X(02).
