       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCCHK.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DE CONSULTA DO CADASTRO DE DISCIPLINAS
      *           (DISCIPLINA.txt, MANTIDO PELO DISCMANT), NO MESMO
      *           ESPIRITO DO PERCHK: RECEBE O CODIGO DA DISCIPLINA E
      *           DEVOLVE SE ELA EXISTE E ESTA ATIVA, COM O NOME, A
      *           CARGA HORARIA SEMANAL E A FAIXA DE SERIES EM QUE E
      *           DADA. USADO PELO LOTE DE NOTAS (EXCBL15), PELA
      *           CARGA DE FREQUENCIA (FREQCARG), PELO CADASTRO DE
      *           PROFESSORES (PROFMANT) E PELOS RELATORIOS DE ALUNO
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO PROFESSOR.txt:
      *              VALE A ULTIMA LINHA DE CADA CODIGO.
      *              LNK-RESULTADO: "S" = ATIVA, "D" = DESATIVADA,
      *              "N" = NAO CADASTRADA, "A" = CADASTRO AINDA NAO
      *              IMPLANTADO (SEM O ARQUIVO QUEM CHAMA SEGUE SEM
      *              CONFERENCIA, COMO NO CADASTRO DE PROFESSORES)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DISCIPLINA ASSIGN TO WRK-PATH-DISCIPLINA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-DISCIPLINA.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCIPLINA.
       01  REG-DISCIPLINA.
           05 DSC-CODIGO     PIC 9(03).
           05 FILLER         PIC X(01).
           05 DSC-NOME       PIC X(20).
           05 FILLER         PIC X(01).
           05 DSC-AULAS      PIC 9(02).
           05 FILLER         PIC X(01).
           05 DSC-SERIE-INI  PIC 9(02).
           05 FILLER         PIC X(01).
           05 DSC-SERIE-FIM  PIC 9(02).
           05 FILLER         PIC X(01).
           05 DSC-ATIVO      PIC X(01).

       WORKING-STORAGE            SECTION.
       77  FS-DISCIPLINA PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DISCIPLINA PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-CODIGO    PIC 9(03).
       77  LNK-RESULTADO PIC X(01).
           88 LNK-DISC-ATIVA        VALUE "S".
           88 LNK-DISC-DESATIVADA   VALUE "D".
           88 LNK-DISC-INEXISTENTE  VALUE "N".
           88 LNK-SEM-CADASTRO      VALUE "A".
       01  LNK-NOME      PIC X(20).
       01  LNK-AULAS     PIC 9(02).
       01  LNK-SERIE-INI PIC 9(02).
       01  LNK-SERIE-FIM PIC 9(02).

       PROCEDURE DIVISION USING LNK-CODIGO LNK-RESULTADO LNK-NOME
                                LNK-AULAS LNK-SERIE-INI
                                LNK-SERIE-FIM.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "N"    TO LNK-RESULTADO.
           MOVE SPACES TO LNK-NOME.
           MOVE ZEROS  TO LNK-AULAS LNK-SERIE-INI LNK-SERIE-FIM.
           OPEN INPUT DISCIPLINA.
           IF FS-DISCIPLINA NOT EQUAL 00
              MOVE "A" TO LNK-RESULTADO
              GOBACK
           END-IF.
           READ DISCIPLINA
           PERFORM UNTIL FS-DISCIPLINA NOT EQUAL 00
              IF DSC-CODIGO EQUAL LNK-CODIGO
                 MOVE DSC-NOME      TO LNK-NOME
                 MOVE DSC-AULAS     TO LNK-AULAS
                 MOVE DSC-SERIE-INI TO LNK-SERIE-INI
                 MOVE DSC-SERIE-FIM TO LNK-SERIE-FIM
                 IF DSC-ATIVO EQUAL "N"
                    MOVE "D" TO LNK-RESULTADO
                 ELSE
                    MOVE "S" TO LNK-RESULTADO
                 END-IF
              END-IF
              READ DISCIPLINA
           END-PERFORM.
           CLOSE DISCIPLINA.
           GOBACK.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "DISCIPLINA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DISCIPLINA.
