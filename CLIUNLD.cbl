      * DATA: 22/08/2026
      * OBSERVAÇÕES: REGISTRO "D" = DETALHE (IMAGEM DO REG-CLIENTES),
      *              REGISTRO "T" = TRAILER COM O TOTAL DE DETALHES
      * 15/10/2026 JV - IMAGEM DO CLIENTE NO BACKUP PASSA A 172
      *                 POSICOES (BLOCO DE PESSOA JURIDICA); REGISTRO
      *                 DO CLIBACKUP COM 173
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       COPY "CLICOPY.cpy".

       FD  CLIBACKUP.
       01  REG-CLIBACKUP             PIC X(173).
       01  REG-CLIBACKUP-DET REDEFINES REG-CLIBACKUP.
           05 BKP-DET-TIPO    PIC X(01).
           05 BKP-DET-IMAGEM  PIC X(172).
       01  REG-CLIBACKUP-TRL REDEFINES REG-CLIBACKUP.
           05 BKP-TRL-TIPO    PIC X(01).
           05 BKP-TRL-TOTAL   PIC 9(07).
           05 BKP-TRL-FILLER  PIC X(165).


       WORKING-STORAGE            SECTION.
