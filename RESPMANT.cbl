       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPMANT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MANUTENCAO DO CADASTRO DE RESPONSAVEIS FINANCEIROS
      *           (RESPFIN.txt), NO MOLDE DO DEPMANT: NOME, CPF
      *           (CONFERIDO PELO MODULO CPFVAL), TELEFONE, E-MAIL
      *           (MODULO EMAILVAL) E ENDERECO DE QUEM PAGA A
      *           MENSALIDADE, E O VINCULO DE CADA RM DO RNDAT.txt COM
      *           O SEU RESPONSAVEL (RESPALU.txt). O MENSFAT PASSA A
      *           GERAR UMA COBRANCA SO POR RESPONSAVEL, COM O
      *           DESCONTO DE IRMAOS, E A BAIXA, A INADIMPLENCIA E A
      *           REMATRICULA PASSAM A OLHAR O RESPONSAVEL
      * DATA: 15/10/2026
      * OBSERVAÇÕES: OS DOIS ARQUIVOS SAO HISTORICOS: VALE A ULTIMA
      *              LINHA DE CADA CODIGO / DE CADA RM. CODIGO 00000
      *              NA INCLUSAO PEGA O PROXIMO LIVRE; DESVINCULAR
      *              GRAVA O RM COM O RESPONSAVEL 00000. O CPF NAO
      *              PODE SE REPETIR ENTRE RESPONSAVEIS ATIVOS
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT RNDAT ASSIGN TO WRK-PATH-RNDAT
             FILE STATUS IS FS-RNDAT.

           SELECT RESPFIN ASSIGN TO WRK-PATH-RESPFIN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RESPFIN.

           SELECT RESPALU ASSIGN TO WRK-PATH-RESPALU
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RESPALU.


       DATA DIVISION.
       FILE SECTION.
       FD  RNDAT.
       01  REG-ALUNO.
           05 REG-RM         PIC 9(05).
           05 REG-NOME       PIC X(20).
           05 REG-UNI        PIC 9(01).
           05 REG-STATUS     PIC X(10).

       FD  RESPFIN.
       COPY "RSPCOPY.cpy".

       FD  RESPALU.
       COPY "RALCOPY.cpy".


       WORKING-STORAGE            SECTION.
       77  FS-RNDAT     PIC 9(02) VALUE ZEROS.
       77  FS-RESPFIN   PIC 9(02) VALUE ZEROS.
       77  FS-RESPALU   PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO    PIC 9(01) VALUE ZEROS.
           88 WRK-OPC-LISTAR       VALUE 1.
           88 WRK-OPC-INCLUIR      VALUE 2.
           88 WRK-OPC-DESATIVAR    VALUE 3.
           88 WRK-OPC-VINCULAR     VALUE 4.
           88 WRK-OPC-DESVINCULAR  VALUE 5.
           88 WRK-OPC-ALUNOS       VALUE 6.
           88 WRK-OPC-SAIR         VALUE 9.

       77  WRK-CODIGO        PIC 9(05) VALUE ZEROS.
       77  WRK-NOME          PIC X(30) VALUE SPACES.
       77  WRK-CPF           PIC 9(11) VALUE ZEROS.
       77  WRK-TELEFONE      PIC X(11) VALUE SPACES.
       77  WRK-EMAIL         PIC X(30) VALUE SPACES.
       01  WRK-ENDERECO.
           05 WRK-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WRK-NUMERO     PIC X(06) VALUE SPACES.
           05 WRK-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-UF         PIC X(02) VALUE SPACES.
           05 WRK-CEP        PIC 9(08) VALUE ZEROS.
       77  WRK-ATIVO         PIC X(01) VALUE SPACES.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       77  WRK-SW-CPF        PIC X(01) VALUE "N".
           88 WRK-CPF-OK            VALUE "S".
       77  WRK-SW-EMAIL      PIC X(01) VALUE "N".
           88 WRK-EMAIL-OK          VALUE "S".
       77  WRK-SW-UF         PIC X(01) VALUE "N".
           88 WRK-UF-OK             VALUE "S".

      *-------------- ALUNO DO RNDAT ---------------------------------
       77  WRK-RM            PIC 9(05) VALUE ZEROS.
       77  WRK-NOME-ALUNO    PIC X(20) VALUE SPACES.
       77  WRK-SW-ALUNO      PIC X(01) VALUE "N".
           88 WRK-ALUNO-OK          VALUE "S".

      *-------------- SITUACAO ATUAL DOS RESPONSAVEIS ----------------
      *-------- A ULTIMA LINHA DE CADA CODIGO SOBREPOE A ANTERIOR
       77  WRK-QTD-RESP      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RESP.
           05 WRK-RSP-ENTRY OCCURS 500 TIMES.
              10 WRK-RSP-CODIGO     PIC 9(05).
              10 WRK-RSP-NOME       PIC X(30).
              10 WRK-RSP-CPF        PIC 9(11).
              10 WRK-RSP-TELEFONE   PIC X(11).
              10 WRK-RSP-ATIVO      PIC X(01).
       77  WRK-ULTIMO-CODIGO PIC 9(05) VALUE ZEROS.
       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.

      *-------------- VINCULOS RM X RESPONSAVEL (RESPALU.txt) --------
       77  WRK-QTD-VINC      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-VINC.
           05 WRK-VINC-ENTRY OCCURS 500 TIMES.
              10 WRK-VINC-RM        PIC 9(05).
              10 WRK-VINC-RESP      PIC 9(05).
       77  WRK-IDX-VINC      PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LISTADOS PIC 9(04) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-RNDAT    PIC X(60) VALUE SPACES.
       01  WRK-PATH-RESPFIN  PIC X(60) VALUE SPACES.
       01  WRK-PATH-RESPALU  PIC X(60) VALUE SPACES.


        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM   0200-PROCESSAR UNTIL WRK-OPC-SAIR
           DISPLAY "FIM DE PROGRAMA"

           STOP RUN.

       0200-PROCESSAR               SECTION.
           DISPLAY "========================================".
           DISPLAY "MANUTENCAO DE RESPONSAVEIS FINANCEIROS".
           DISPLAY "1 - LISTAR RESPONSAVEIS".
           DISPLAY "2 - INCLUIR/ALTERAR RESPONSAVEL".
           DISPLAY "3 - DESATIVAR RESPONSAVEL".
           DISPLAY "4 - VINCULAR ALUNO AO RESPONSAVEL".
           DISPLAY "5 - DESVINCULAR ALUNO".
           DISPLAY "6 - LISTAR ALUNOS DO RESPONSAVEL".
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
              WHEN WRK-OPC-VINCULAR
                 PERFORM 0300-VINCULAR
              WHEN WRK-OPC-DESVINCULAR
                 PERFORM 0310-DESVINCULAR
              WHEN WRK-OPC-ALUNOS
                 PERFORM 0320-LISTAR-ALUNOS
              WHEN WRK-OPC-SAIR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0210-LISTAR                  SECTION.
           PERFORM 0260-CARREGAR-RESPONSAVEIS.
           MOVE ZEROS TO WRK-ACUM-LISTADOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-RESP
              ADD 1 TO WRK-ACUM-LISTADOS
              DISPLAY "RESP " WRK-RSP-CODIGO(WRK-IDX)
                      " " WRK-RSP-NOME(WRK-IDX)
                      " CPF " WRK-RSP-CPF(WRK-IDX)
                      " FONE " WRK-RSP-TELEFONE(WRK-IDX)
                      " ATIVO " WRK-RSP-ATIVO(WRK-IDX)
           END-PERFORM.
           DISPLAY "TOTAL DE RESPONSAVEIS: " WRK-ACUM-LISTADOS.

       0220-INCLUIR                 SECTION.
           PERFORM 0260-CARREGAR-RESPONSAVEIS.
           DISPLAY "CODIGO (00000 = NOVO RESPONSAVEL): "
             ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
              IF WRK-ULTIMO-CODIGO NOT LESS 99999
                 DISPLAY "SEM CODIGO LIVRE - NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
              COMPUTE WRK-CODIGO = WRK-ULTIMO-CODIGO + 1
           ELSE
              PERFORM 0270-ACHAR-RESPONSAVEL
              IF WRK-IDX-ACHADO EQUAL ZEROS
                 DISPLAY "RESPONSAVEL " WRK-CODIGO " NAO CADASTRADO"
                         " - NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
              DISPLAY "NOME ATUAL...... "
                      WRK-RSP-NOME(WRK-IDX-ACHADO)
              DISPLAY "CPF ATUAL....... "
                      WRK-RSP-CPF(WRK-IDX-ACHADO)
           END-IF.

           DISPLAY "NOME DO RESPONSAVEL.........: "
             ACCEPT WRK-NOME.
           IF WRK-NOME EQUAL SPACES
              DISPLAY "NOME EM BRANCO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "CPF (11 DIGITOS)............: "
             ACCEPT WRK-CPF.
           CALL "CPFVAL" USING WRK-CPF WRK-SW-CPF.
           IF NOT WRK-CPF-OK
              DISPLAY "CPF " WRK-CPF " INVALIDO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
      *-------- O MESMO CPF NAO PODE PAGAR POR DOIS CODIGOS ATIVOS
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-RESP
              IF WRK-RSP-CPF(WRK-IDX) EQUAL WRK-CPF
                 AND WRK-RSP-ATIVO(WRK-IDX) EQUAL "S"
                 AND WRK-RSP-CODIGO(WRK-IDX) NOT EQUAL WRK-CODIGO
                 DISPLAY "CPF JA CADASTRADO NO RESPONSAVEL "
                         WRK-RSP-CODIGO(WRK-IDX) " - NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
           END-PERFORM.
           DISPLAY "TELEFONE....................: "
             ACCEPT WRK-TELEFONE.
           DISPLAY "E-MAIL (EM BRANCO = SEM)....: "
             ACCEPT WRK-EMAIL.
           IF WRK-EMAIL NOT EQUAL SPACES
              CALL "EMAILVAL" USING WRK-EMAIL WRK-SW-EMAIL
              IF NOT WRK-EMAIL-OK
                 DISPLAY "E-MAIL INVALIDO - NAO GRAVADO"
                 GO TO 0220-INCLUIR-FIM
              END-IF
           END-IF.
           DISPLAY "LOGRADOURO..................: "
             ACCEPT WRK-LOGRADOURO.
           DISPLAY "NUMERO......................: "
             ACCEPT WRK-NUMERO.
           DISPLAY "CIDADE......................: "
             ACCEPT WRK-CIDADE.
           DISPLAY "UF..........................: "
             ACCEPT WRK-UF.
           CALL "UFVAL" USING WRK-UF WRK-SW-UF.
           IF NOT WRK-UF-OK
              DISPLAY "UF " WRK-UF " INVALIDA - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
           END-IF.
           DISPLAY "CEP.........................: "
             ACCEPT WRK-CEP.

           MOVE "S" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "RESPONSAVEL " WRK-CODIGO " GRAVADO COMO ATIVO".

       0220-INCLUIR-FIM.
           EXIT.

       0230-DESATIVAR               SECTION.
           PERFORM 0260-CARREGAR-RESPONSAVEIS.
           DISPLAY "CODIGO DO RESPONSAVEL A DESATIVAR: "
             ACCEPT WRK-CODIGO.
           PERFORM 0270-ACHAR-RESPONSAVEL.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              OR WRK-RSP-ATIVO(WRK-IDX-ACHADO) NOT EQUAL "S"
              DISPLAY "RESPONSAVEL " WRK-CODIGO " NAO ESTA ATIVO - "
                      "NAO GRAVADO"
              GO TO 0230-DESATIVAR-FIM
           END-IF.
      *-------- A LINHA DE DESATIVACAO REPETE OS DADOS ATUAIS PARA O
      *-------- HISTORICO FICAR LEGIVEL
           OPEN INPUT RESPFIN.
           READ RESPFIN
           PERFORM UNTIL FS-RESPFIN NOT EQUAL 00
              IF RSP-CODIGO EQUAL WRK-CODIGO
                 MOVE RSP-NOME     TO WRK-NOME
                 MOVE RSP-CPF      TO WRK-CPF
                 MOVE RSP-TELEFONE TO WRK-TELEFONE
                 MOVE RSP-EMAIL    TO WRK-EMAIL
                 MOVE RSP-ENDERECO TO WRK-ENDERECO
              END-IF
              READ RESPFIN
           END-PERFORM.
           CLOSE RESPFIN.
           MOVE "N" TO WRK-ATIVO.
           PERFORM 0240-GRAVAR-LINHA.
           DISPLAY "RESPONSAVEL " WRK-CODIGO " DESATIVADO - OS ALUNOS"
                   " VINCULADOS VOLTAM A SER COBRADOS SOZINHOS".

       0230-DESATIVAR-FIM.
           EXIT.

       0240-GRAVAR-LINHA            SECTION.
           OPEN EXTEND RESPFIN.
           IF FS-RESPFIN EQUAL 35
              OPEN OUTPUT RESPFIN
           END-IF.
           IF FS-RESPFIN NOT EQUAL 00
              DISPLAY "ERRO AO ABRIR O RESPFIN.txt - STATUS "
                      FS-RESPFIN
              GO TO 0240-GRAVAR-FIM
           END-IF.
           MOVE SPACES        TO REG-RESPFIN.
           MOVE WRK-CODIGO    TO RSP-CODIGO.
           MOVE WRK-NOME      TO RSP-NOME.
           MOVE WRK-CPF       TO RSP-CPF.
           MOVE WRK-TELEFONE  TO RSP-TELEFONE.
           MOVE WRK-EMAIL     TO RSP-EMAIL.
           MOVE WRK-ENDERECO  TO RSP-ENDERECO.
           MOVE WRK-ATIVO     TO RSP-ATIVO.
           WRITE REG-RESPFIN.
           CLOSE RESPFIN.

       0240-GRAVAR-FIM.
           EXIT.

       0250-PEDIR-ALUNO             SECTION.
      *-------- O RM PRECISA EXISTIR NO RNDAT
           MOVE "N" TO WRK-SW-ALUNO.
           DISPLAY "RM DO ALUNO: "
             ACCEPT WRK-RM.
           OPEN INPUT RNDAT.
           IF FS-RNDAT NOT EQUAL 00
              DISPLAY "RNDAT INDISPONIVEL - STATUS " FS-RNDAT
              GO TO 0250-PEDIR-FIM
           END-IF.
           READ RNDAT
           PERFORM UNTIL FS-RNDAT NOT EQUAL 00
                      OR WRK-ALUNO-OK
              IF REG-RM EQUAL WRK-RM
                 SET WRK-ALUNO-OK TO TRUE
                 MOVE REG-NOME TO WRK-NOME-ALUNO
              ELSE
                 READ RNDAT
              END-IF
           END-PERFORM.
           CLOSE RNDAT.
           IF NOT WRK-ALUNO-OK
              DISPLAY "RM " WRK-RM " NAO CADASTRADO"
           END-IF.

       0250-PEDIR-FIM.
           EXIT.

       0260-CARREGAR-RESPONSAVEIS   SECTION.
      *-------- HISTORICO: A ULTIMA LINHA DO CODIGO E A QUE VALE
           MOVE ZEROS TO WRK-QTD-RESP WRK-ULTIMO-CODIGO.
           OPEN INPUT RESPFIN.
           IF FS-RESPFIN NOT EQUAL 00
              GO TO 0260-CARREGAR-FIM
           END-IF.
           READ RESPFIN
           PERFORM UNTIL FS-RESPFIN NOT EQUAL 00
              MOVE RSP-CODIGO TO WRK-CODIGO
              PERFORM 0270-ACHAR-RESPONSAVEL
              IF WRK-IDX-ACHADO EQUAL ZEROS
                 AND WRK-QTD-RESP LESS 500
                 ADD 1 TO WRK-QTD-RESP
                 MOVE WRK-QTD-RESP TO WRK-IDX-ACHADO
              END-IF
              IF WRK-IDX-ACHADO GREATER ZEROS
                 MOVE RSP-CODIGO   TO WRK-RSP-CODIGO(WRK-IDX-ACHADO)
                 MOVE RSP-NOME     TO WRK-RSP-NOME(WRK-IDX-ACHADO)
                 MOVE RSP-CPF      TO WRK-RSP-CPF(WRK-IDX-ACHADO)
                 MOVE RSP-TELEFONE
                   TO WRK-RSP-TELEFONE(WRK-IDX-ACHADO)
                 MOVE RSP-ATIVO    TO WRK-RSP-ATIVO(WRK-IDX-ACHADO)
              END-IF
              IF RSP-CODIGO GREATER WRK-ULTIMO-CODIGO
                 MOVE RSP-CODIGO TO WRK-ULTIMO-CODIGO
              END-IF
              READ RESPFIN
           END-PERFORM.
           CLOSE RESPFIN.

       0260-CARREGAR-FIM.
           EXIT.

       0270-ACHAR-RESPONSAVEL       SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-RESP
                      OR WRK-IDX-ACHADO GREATER ZEROS
              IF WRK-RSP-CODIGO(WRK-IDX) EQUAL WRK-CODIGO
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.

       0280-CARREGAR-VINCULOS       SECTION.
      *-------- HISTORICO: A ULTIMA LINHA DO RM E A QUE VALE
           MOVE ZEROS TO WRK-QTD-VINC.
           OPEN INPUT RESPALU.
           IF FS-RESPALU NOT EQUAL 00
              GO TO 0280-CARREGAR-FIM
           END-IF.
           READ RESPALU
           PERFORM UNTIL FS-RESPALU NOT EQUAL 00
              MOVE ZEROS TO WRK-IDX-VINC
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-VINC
                         OR WRK-IDX-VINC GREATER ZEROS
                 IF WRK-VINC-RM(WRK-IDX) EQUAL RAL-RM
                    MOVE WRK-IDX TO WRK-IDX-VINC
                 END-IF
              END-PERFORM
              IF WRK-IDX-VINC EQUAL ZEROS
                 AND WRK-QTD-VINC LESS 500
                 ADD 1 TO WRK-QTD-VINC
                 MOVE WRK-QTD-VINC TO WRK-IDX-VINC
                 MOVE RAL-RM TO WRK-VINC-RM(WRK-IDX-VINC)
              END-IF
              IF WRK-IDX-VINC GREATER ZEROS
                 MOVE RAL-CODIGO-RESP TO WRK-VINC-RESP(WRK-IDX-VINC)
              END-IF
              READ RESPALU
           END-PERFORM.
           CLOSE RESPALU.

       0280-CARREGAR-FIM.
           EXIT.

       0290-GRAVAR-VINCULO          SECTION.
           OPEN EXTEND RESPALU.
           IF FS-RESPALU EQUAL 35
              OPEN OUTPUT RESPALU
           END-IF.
           IF FS-RESPALU NOT EQUAL 00
              DISPLAY "ERRO AO ABRIR O RESPALU.txt - STATUS "
                      FS-RESPALU
              GO TO 0290-GRAVAR-FIM
           END-IF.
           MOVE SPACES        TO REG-RESPALU.
           MOVE WRK-RM        TO RAL-RM.
           MOVE WRK-CODIGO    TO RAL-CODIGO-RESP.
           MOVE WRK-DATA-HOJE TO RAL-DATA.
           WRITE REG-RESPALU.
           CLOSE RESPALU.

       0290-GRAVAR-FIM.
           EXIT.

       0300-VINCULAR                SECTION.
           PERFORM 0250-PEDIR-ALUNO.
           IF NOT WRK-ALUNO-OK
              GO TO 0300-VINCULAR-FIM
           END-IF.
           PERFORM 0260-CARREGAR-RESPONSAVEIS.
           DISPLAY "CODIGO DO RESPONSAVEL: "
             ACCEPT WRK-CODIGO.
           PERFORM 0270-ACHAR-RESPONSAVEL.
           IF WRK-IDX-ACHADO EQUAL ZEROS
              OR WRK-RSP-ATIVO(WRK-IDX-ACHADO) NOT EQUAL "S"
              DISPLAY "RESPONSAVEL " WRK-CODIGO " NAO ESTA ATIVO - "
                      "NAO GRAVADO"
              GO TO 0300-VINCULAR-FIM
           END-IF.
           PERFORM 0290-GRAVAR-VINCULO.
           DISPLAY "RM " WRK-RM " " WRK-NOME-ALUNO " VINCULADO A "
                   WRK-RSP-NOME(WRK-IDX-ACHADO).

       0300-VINCULAR-FIM.
           EXIT.

       0310-DESVINCULAR             SECTION.
           PERFORM 0250-PEDIR-ALUNO.
           IF NOT WRK-ALUNO-OK
              GO TO 0310-DESVINCULAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-CODIGO.
           PERFORM 0290-GRAVAR-VINCULO.
           DISPLAY "RM " WRK-RM " " WRK-NOME-ALUNO " SEM RESPONSAVEL "
                   "- VOLTA A SER COBRADO SOZINHO".

       0310-DESVINCULAR-FIM.
           EXIT.

       0320-LISTAR-ALUNOS           SECTION.
           DISPLAY "CODIGO DO RESPONSAVEL: "
             ACCEPT WRK-CODIGO.
           PERFORM 0280-CARREGAR-VINCULOS.
           MOVE ZEROS TO WRK-ACUM-LISTADOS.
           OPEN INPUT RNDAT.
           IF FS-RNDAT NOT EQUAL 00
              DISPLAY "RNDAT INDISPONIVEL - STATUS " FS-RNDAT
              GO TO 0320-LISTAR-FIM
           END-IF.
           READ RNDAT
           PERFORM UNTIL FS-RNDAT NOT EQUAL 00
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-VINC
                 IF WRK-VINC-RM(WRK-IDX) EQUAL REG-RM
                    AND WRK-VINC-RESP(WRK-IDX) EQUAL WRK-CODIGO
                    ADD 1 TO WRK-ACUM-LISTADOS
                    DISPLAY "RM " REG-RM " " REG-NOME
                            " UNI " REG-UNI " " REG-STATUS
                 END-IF
              END-PERFORM
              READ RNDAT
           END-PERFORM.
           CLOSE RNDAT.
           DISPLAY "ALUNOS DO RESPONSAVEL " WRK-CODIGO ": "
                   WRK-ACUM-LISTADOS.

       0320-LISTAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "RNDAT.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RNDAT.
           MOVE "RESPFIN.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RESPFIN.
           MOVE "RESPALU.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RESPALU.
