      * DATA: 22/08/2026
      * OBSERVAÇÕES: DEPOIS DA VIRADA ESTE PROGRAMA NAO DEVE MAIS SER
      *              RODADO - O UNLOAD DIARIO E O CLIUNLD
      * 15/10/2026 JV - REAPROVEITADO PARA A VIRADA DO BLOCO DE PESSOA
      *                 JURIDICA: O LAYOUT "ANTIGO" PASSA A SER O DE
      *                 143 POSICOES (COM ENDERECO, SITUACAO E AS
      *                 CHAVES ALTERNADAS DE NOME E CPF) E O NOVO O DE
      *                 172, COM TIPO "F", CNPJ ZERADO E INSCRICAO
      *                 ESTADUAL EM BRANCO. MESMO ROTEIRO: CLICONV,
      *                 DEPOIS CLIRELD COM OS PROGRAMAS NOVOS
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *-------- SELECT NO LAYOUT ANTIGO (143 POSICOES)
           SELECT CLIANTIGO ASSIGN TO WRK-PATH-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ANT-ID
             ALTERNATE RECORD KEY IS ANT-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS ANT-CPF WITH DUPLICATES
             FILE STATUS IS FS-CLIANTIGO.

           SELECT CLIBACKUP ASSIGN TO WRK-PATH-CLIBACKUP
           05 ANT-TELEFONE   PIC X(11).
           05 ANT-CPF        PIC 9(11).
           05 ANT-EMAIL      PIC X(30).
           05 ANT-ENDERECO   PIC X(66).
           05 ANT-SITUACAO   PIC X(01).

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
              10 WRK-NOVO-UF         PIC X(02).
              10 WRK-NOVO-CEP        PIC 9(08).
           05 WRK-NOVO-SITUACAO   PIC X(01).
           05 WRK-NOVO-PESSOA.
              10 WRK-NOVO-TIPO-PESSOA  PIC X(01).
              10 WRK-NOVO-CNPJ         PIC 9(14).
              10 WRK-NOVO-INSC-ESTADUAL PIC X(14).

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       0210-CONVERTER-CLIENTE       SECTION.
      *--------------------------------------------------------------
      *-------- COMPLETA OS CAMPOS QUE NAO EXISTIAM NO LAYOUT
      *-------- ANTIGO: TODO CLIENTE JA CADASTRADO E PESSOA FISICA
      *-------- ("F"), SEM CNPJ E SEM INSCRICAO ESTADUAL
      *--------------------------------------------------------------
           ADD 1 TO WRK-ACUM-CONVERTIDOS.
           MOVE ANT-ID       TO WRK-NOVO-ID.
           MOVE ANT-TELEFONE TO WRK-NOVO-TELEFONE.
           MOVE ANT-CPF      TO WRK-NOVO-CPF.
           MOVE ANT-EMAIL    TO WRK-NOVO-EMAIL.
           MOVE ANT-ENDERECO TO WRK-NOVO-ENDERECO.
           MOVE ANT-SITUACAO TO WRK-NOVO-SITUACAO.
           MOVE "F"          TO WRK-NOVO-TIPO-PESSOA.
           MOVE ZEROS        TO WRK-NOVO-CNPJ.
           MOVE SPACES       TO WRK-NOVO-INSC-ESTADUAL.

           MOVE "D"              TO BKP-DET-TIPO.
           MOVE WRK-CLIENTE-NOVO TO BKP-DET-IMAGEM.
