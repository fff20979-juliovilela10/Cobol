       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCONT.
      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: MODULO DOS DEPENDENTES PARA O IRRF - RECEBE O CODIGO
      *           DO FUNCIONARIO E A DATA DE REFERENCIA (AAAAMMDD) E
      *           DEVOLVE QUANTOS DEPENDENTES DO CADASTRO (DEPEND.txt,
      *           MANTIDO PELO DEPMANT) DAO DIREITO A DEDUCAO NAQUELA
      *           DATA, PARA QUEM CHAMA O FOLHACAL NAO REPETIR A
      *           REGRA DE IDADE
      * DATA: 15/10/2026
      * OBSERVAÇÕES: VALE A ULTIMA LINHA DE CADA SEQUENCIA DO
      *              FUNCIONARIO; EXCLUIDO ("N") NAO CONTA. FILHO (F)
      *              CONTA ATE 21 ANOS, UNIVERSITARIO (U) ATE 24,
      *              CONJUGE, PAI/MAE E OUTRO SEM LIMITE. SEM O
      *              CADASTRO, A QUANTIDADE VOLTA ZERADA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DEPEND ASSIGN TO WRK-PATH-DEPEND
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-DEPEND.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPEND.
       COPY "DEPCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-DEPEND    PIC 9(02) VALUE ZEROS.

      *-------- ULTIMA LINHA DE CADA SEQUENCIA DO FUNCIONARIO ------
       01  WRK-TAB-DEP.
           05 WRK-DEP-ENTRY OCCURS 99 TIMES.
              10 WRK-DEP-TEM        PIC X(01).
              10 WRK-DEP-NASC       PIC 9(08).
              10 WRK-DEP-PARENT     PIC X(01).
              10 WRK-DEP-ATIVO      PIC X(01).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDADE         PIC 9(03) VALUE ZEROS.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-DEPEND   PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-CODIGO      PIC 9(04).
       01  LNK-DATA-REF    PIC 9(08).
       01  LNK-QTD         PIC 9(02).

       PROCEDURE DIVISION USING LNK-CODIGO LNK-DATA-REF LNK-QTD.
       0000-PRINCIPAL                SECTION.
           PERFORM 9500-RESOLVER-CAMINHOS.
           MOVE ZEROS TO LNK-QTD.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 99
              MOVE "N" TO WRK-DEP-TEM(WRK-IDX)
           END-PERFORM.

           OPEN INPUT DEPEND.
           IF FS-DEPEND NOT EQUAL 00
              GOBACK
           END-IF.
      *-------- HISTORICO: A ULTIMA LINHA DA SEQUENCIA E A QUE VALE
           READ DEPEND
           PERFORM UNTIL FS-DEPEND NOT EQUAL 00
              IF DEP-CODIGO-FUNC EQUAL LNK-CODIGO
                 AND DEP-SEQ GREATER ZEROS
                 MOVE "S"            TO WRK-DEP-TEM(DEP-SEQ)
                 MOVE DEP-NASCIMENTO TO WRK-DEP-NASC(DEP-SEQ)
                 MOVE DEP-PARENTESCO TO WRK-DEP-PARENT(DEP-SEQ)
                 MOVE DEP-ATIVO      TO WRK-DEP-ATIVO(DEP-SEQ)
              END-IF
              READ DEPEND
           END-PERFORM.
           CLOSE DEPEND.

           PERFORM 0100-CONTAR-DEPENDENTE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 99.
           GOBACK.

       0100-CONTAR-DEPENDENTE        SECTION.
      *--------------------------------------------------------------
      *-------- IDADE EM ANOS COMPLETOS NA DATA DE REFERENCIA (A
      *-------- CONTA EM AAAAMMDD DISPENSA CALENDARIO); QUEM AINDA
      *-------- NAO NASCEU NA DATA NAO CONTA
      *--------------------------------------------------------------
           IF WRK-DEP-TEM(WRK-IDX) NOT EQUAL "S"
              OR WRK-DEP-ATIVO(WRK-IDX) NOT EQUAL "S"
              OR WRK-DEP-NASC(WRK-IDX) GREATER LNK-DATA-REF
              GO TO 0100-CONTAR-FIM
           END-IF.
           COMPUTE WRK-IDADE
                 = (LNK-DATA-REF - WRK-DEP-NASC(WRK-IDX)) / 10000.
           EVALUATE WRK-DEP-PARENT(WRK-IDX)
              WHEN "F"
                 IF WRK-IDADE LESS OR EQUAL 21
                    ADD 1 TO LNK-QTD
                 END-IF
              WHEN "U"
                 IF WRK-IDADE LESS OR EQUAL 24
                    ADD 1 TO LNK-QTD
                 END-IF
              WHEN "C"
              WHEN "P"
              WHEN "O"
                 ADD 1 TO LNK-QTD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0100-CONTAR-FIM.
           EXIT.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
      *-------- CENTRAL (MODULO ARQPATH)
      *--------------------------------------------------------------
           MOVE "DEPEND.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DEPEND.
