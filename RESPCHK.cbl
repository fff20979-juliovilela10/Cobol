       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPCHK.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DE CONSULTA DO CADASTRO DE RESPONSAVEIS
      *           FINANCEIROS (RESPFIN.txt, MANTIDO PELO RESPMANT), NO
      *           MESMO ESPIRITO DO DISCCHK. DUAS CONSULTAS:
      *             "R" - PELO CODIGO DO RESPONSAVEL (LNK-CODIGO)
      *             "A" - PELO RM DO ALUNO (LNK-RM): ACHA NO
      *                   RESPALU.txt QUEM PAGA A MENSALIDADE DO RM E
      *                   DEVOLVE O CODIGO EM LNK-CODIGO
      *           USADO PELO FATURAMENTO (MENSFAT), PELA BAIXA
      *           (MENSBAIX), PELA INADIMPLENCIA (MENSATRA) E PELA
      *           LISTA DE REMATRICULA (ALUREATV)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: OS DOIS ARQUIVOS SAO HISTORICOS: VALE A ULTIMA
      *              LINHA DE CADA CODIGO / DE CADA RM.
      *              LNK-RESULTADO: "S" = RESPONSAVEL ATIVO,
      *              "D" = DESATIVADO, "N" = NAO CADASTRADO (OU RM SEM
      *              RESPONSAVEL), "A" = CADASTRO AINDA NAO IMPLANTADO
      *              (QUEM CHAMA COBRA O ALUNO SOZINHO, COMO ANTES)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RESPFIN ASSIGN TO WRK-PATH-RESPFIN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RESPFIN.

           SELECT RESPALU ASSIGN TO WRK-PATH-RESPALU
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RESPALU.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPFIN.
       COPY "RSPCOPY.cpy".

       FD  RESPALU.
       COPY "RALCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-RESPFIN   PIC 9(02) VALUE ZEROS.
       77  FS-RESPALU   PIC 9(02) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-RESPFIN  PIC X(60) VALUE SPACES.
       01  WRK-PATH-RESPALU  PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       77  LNK-OPCAO     PIC X(01).
           88 LNK-POR-RESPONSAVEL   VALUE "R".
           88 LNK-POR-ALUNO         VALUE "A".
       01  LNK-RM        PIC 9(05).
       01  LNK-CODIGO    PIC 9(05).
       77  LNK-RESULTADO PIC X(01).
           88 LNK-RESP-ATIVO        VALUE "S".
           88 LNK-RESP-DESATIVADO   VALUE "D".
           88 LNK-RESP-INEXISTENTE  VALUE "N".
           88 LNK-SEM-CADASTRO      VALUE "A".
       01  LNK-NOME      PIC X(30).
       01  LNK-TELEFONE  PIC X(11).
       01  LNK-EMAIL     PIC X(30).

       PROCEDURE DIVISION USING LNK-OPCAO LNK-RM LNK-CODIGO
                                LNK-RESULTADO LNK-NOME
                                LNK-TELEFONE LNK-EMAIL.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE "N"    TO LNK-RESULTADO.
           MOVE SPACES TO LNK-NOME LNK-TELEFONE LNK-EMAIL.
           IF LNK-POR-ALUNO
              PERFORM 0100-BUSCAR-VINCULO
              IF LNK-SEM-CADASTRO OR LNK-CODIGO EQUAL ZEROS
                 GOBACK
              END-IF
           END-IF.
           PERFORM 0200-BUSCAR-RESPONSAVEL.
           GOBACK.

       0100-BUSCAR-VINCULO           SECTION.
      *-------- QUEM PAGA O RM: ULTIMA LINHA DO RM NO RESPALU.txt
           MOVE ZEROS TO LNK-CODIGO.
           OPEN INPUT RESPALU.
           IF FS-RESPALU NOT EQUAL 00
              MOVE "A" TO LNK-RESULTADO
              GO TO 0100-BUSCAR-FIM
           END-IF.
           READ RESPALU
           PERFORM UNTIL FS-RESPALU NOT EQUAL 00
              IF RAL-RM EQUAL LNK-RM
                 MOVE RAL-CODIGO-RESP TO LNK-CODIGO
              END-IF
              READ RESPALU
           END-PERFORM.
           CLOSE RESPALU.

       0100-BUSCAR-FIM.
           EXIT.

       0200-BUSCAR-RESPONSAVEL       SECTION.
           OPEN INPUT RESPFIN.
           IF FS-RESPFIN NOT EQUAL 00
              MOVE "A" TO LNK-RESULTADO
              GO TO 0200-BUSCAR-FIM
           END-IF.
           READ RESPFIN
           PERFORM UNTIL FS-RESPFIN NOT EQUAL 00
              IF RSP-CODIGO EQUAL LNK-CODIGO
                 MOVE RSP-NOME     TO LNK-NOME
                 MOVE RSP-TELEFONE TO LNK-TELEFONE
                 MOVE RSP-EMAIL    TO LNK-EMAIL
                 IF RSP-E-ATIVO
                    MOVE "S" TO LNK-RESULTADO
                 ELSE
                    MOVE "D" TO LNK-RESULTADO
                 END-IF
              END-IF
              READ RESPFIN
           END-PERFORM.
           CLOSE RESPFIN.

       0200-BUSCAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "RESPFIN.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RESPFIN.
           MOVE "RESPALU.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-RESPALU.
