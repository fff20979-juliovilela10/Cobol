       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DISCIPLINAS
      *           (DISCIPLINA.txt), NO MOLDE DO PROFMANT: CODIGO,
      *           NOME, CARGA HORARIA SEMANAL (AULAS POR SEMANA), A
      *           FAIXA DE SERIES EM QUE A DISCIPLINA E DADA E O FLAG
      *           DE ATIVA. AS NOTAS E A FREQUENCIA PASSAM A SER
      *           LANCADAS POR RM + DISCIPLINA + BIMESTRE (EXCBL15 E
      *           FREQCARG) E O PROFESSOR SO LANCA NOTA DAS
      *           DISCIPLINAS QUE LECIONA (PROFMANT)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO PROFESSOR.txt:
      *              VALE A ULTIMA LINHA DE CADA CODIGO; DESATIVAR
      *              GRAVA UMA LINHA NOVA COM O FLAG "N". O CODIGO
      *              000 FICA RESERVADO PARA OS LANCAMENTOS ANTIGOS,
      *              DE ANTES DAS NOTAS POR DISCIPLINA (ALURCONV)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
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

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-LISTAR       VALUE 1.
           88 WRK-OPC-INCLUIR      VALUE 2.
           88 WRK-OPC-DESATIVAR    VALUE 3.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-CODIGO        PIC 9(03) VALUE ZEROS.
       77  WRK-NOME          PIC X(20) VALUE SPACES.
       77  WRK-AULAS         PIC 9(02) VALUE ZEROS.
       77  WRK-SERIE-INI     PIC 9(02) VALUE ZEROS.
       77  WRK-SERIE-FIM     PIC 9(02) VALUE ZEROS.
       77  WRK-ATIVO         PIC X(01) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DISCIPLINA PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "MANUTENCAO DE DISCIPLINAS".
           DISPLAY "1 - LISTAR DISCIPLINAS".
           DISPLAY "2 - INCLUIR/ALTERAR DISCIPLINA".
           DISPLAY "3 - DESATIVAR DISCIPLINA".
           DISPLAY "9 - SAIR".
           DISPLAY "========================================".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO.

           EVALUATE TRUE
              WHEN WRK-OPC-LISTAR
                 PERFORM 0210-LISTAR
              WHEN WRK-OPC-INCLUIR
                 PERFORM 0220-INCLUIR
              WHEN WRK-OPC-DESATIVAR
                 PERFORM 0230-DESATIVAR
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-LISTAR                  SECTION.
           MOVE ZEROS TO WRK-ACUM-LIDOS.
           OPEN INPUT DISCIPLINA.
           IF FS-DISCIPLINA NOT EQUAL 00
              DISPLAY "CADASTRO DE DISCIPLINAS AINDA NAO CARREGADO"
           ELSE
              READ DISCIPLINA
              PERFORM UNTIL FS-DISCIPLINA NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 DISPLAY "DISC " DSC-CODIGO
                         " " DSC-NOME
                         " AULAS/SEM " DSC-AULAS
                         " SERIES " DSC-SERIE-INI
                         " A " DSC-SERIE-FIM
                         " ATIVA " DSC-ATIVO
                 READ DISCIPLINA
              END-PERFORM
              CLOSE DISCIPLINA
              DISPLAY "TOTAL DE LINHAS: " WRK-ACUM-LIDOS
           END-IF.

       0220-INCLUIR                 SECTION.
           DISPLAY "CODIGO DA DISCIPLINA........: "
             ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
              DISPLAY "CODIGO 000 NAO E VALIDO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "NOME........................: "
             ACCEPT WRK-NOME.
           DISPLAY "AULAS POR SEMANA............: "
             ACCEPT WRK-AULAS.
           DISPLAY "DADA DA SERIE...............: "
             ACCEPT WRK-SERIE-INI.
           DISPLAY "ATE A SERIE.................: "
             ACCEPT WRK-SERIE-FIM.
           IF WRK-NOME EQUAL SPACES
              DISPLAY "NOME EM BRANCO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           IF WRK-AULAS EQUAL ZEROS
              DISPLAY "CARGA HORARIA ZERADA - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           IF WRK-SERIE-INI EQUAL ZEROS
              OR WRK-SERIE-FIM LESS WRK-SERIE-INI
              DISPLAY "FAIXA DE SERIES INVALIDA - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           MOVE "S" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "DISCIPLINA " WRK-CODIGO " GRAVADA COMO ATIVA".

       0220-INCLUIR-FIM.
           EXIT.

       0230-DESATIVAR               SECTION.
           DISPLAY "CODIGO DA DISCIPLINA A DESATIVAR: "
             ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
              DISPLAY "CODIGO 000 NAO E VALIDO - NAO GRAVADO"
              GO TO 0230-DESATIVAR-FIM
           END-IF.
           DISPLAY "NOME (PARA O HISTORICO).........: "
             ACCEPT WRK-NOME.
           MOVE ZEROS TO WRK-AULAS WRK-SERIE-INI WRK-SERIE-FIM.
           MOVE "N" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "DISCIPLINA " WRK-CODIGO " DESATIVADA - O LOTE "
                   "DE NOTAS PASSA A RECUSA-LA".

       0230-DESATIVAR-FIM.
           EXIT.

       0240-GRAVAR-LINHA            SECTION.
           OPEN EXTEND DISCIPLINA.
           IF FS-DISCIPLINA EQUAL 35
              OPEN OUTPUT DISCIPLINA
           END-IF.
           IF FS-DISCIPLINA NOT EQUAL 00
              DISPLAY "ERRO AO ABRIR O DISCIPLINA.txt - STATUS "
                      FS-DISCIPLINA
              GO TO 0240-GRAVAR-FIM
           END-IF.
           MOVE SPACES        TO REG-DISCIPLINA.
           MOVE WRK-CODIGO    TO DSC-CODIGO.
           MOVE WRK-NOME      TO DSC-NOME.
           MOVE WRK-AULAS     TO DSC-AULAS.
           MOVE WRK-SERIE-INI TO DSC-SERIE-INI.
           MOVE WRK-SERIE-FIM TO DSC-SERIE-FIM.
           MOVE WRK-ATIVO     TO DSC-ATIVO.
           WRITE REG-DISCIPLINA.
           CLOSE DISCIPLINA.

       0240-GRAVAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "DISCIPLINA.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DISCIPLINA.
