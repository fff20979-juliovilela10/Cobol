      * OBSERVAÇÕES: O ARQUIVO E UM HISTORICO, IGUAL AO CONDPAG:
      *              VALE A ULTIMA LINHA DE CADA CODIGO; DESATIVAR
      *              GRAVA UMA LINHA NOVA COM O FLAG "N"
      * 15/10/2026 JV - AS MATERIAS VIRAM ATE 5 CODIGOS DO CADASTRO
      *                 DE DISCIPLINAS (DISCMANT), CONFERIDOS NA
      *                 INCLUSAO - O LOTE DE NOTAS SO ACEITA DO
      *                 PROFESSOR AS DISCIPLINAS QUE ELE LECIONA.
      *                 QUEM FOI CADASTRADO COM MATERIAS POR EXTENSO
      *                 DEVE SER REGRAVADO PELA OPCAO 2
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-CODIGO        PIC 9(04) VALUE ZEROS.
       77  WRK-NOME          PIC X(20) VALUE SPACES.
       77  WRK-UNI           PIC 9(01) VALUE ZEROS.
       01  WRK-MATERIAS      PIC X(20) VALUE SPACES.
       01  WRK-MATERIAS-R REDEFINES WRK-MATERIAS.
           05 WRK-MAT-ENTRY OCCURS 5 TIMES.
              10 WRK-MAT-DISC   PIC 9(03).
              10 FILLER         PIC X(01).
       77  WRK-ATIVO         PIC X(01) VALUE SPACES.

      *-------------- DISCIPLINAS LECIONADAS (MODULO DISCCHK) --------
       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-CODIGO   PIC 9(03) VALUE ZEROS.
       77  WRK-DISC-RESULTADO PIC X(01) VALUE SPACES.
           88 WRK-DISC-ATIVA        VALUE "S".
           88 WRK-DISC-SEM-CADASTRO VALUE "A".
       77  WRK-DISC-NOME     PIC X(20) VALUE SPACES.
       77  WRK-DISC-AULAS    PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-INI PIC 9(02) VALUE ZEROS.
       77  WRK-DISC-SERIE-FIM PIC 9(02) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS    PIC 9(04) VALUE ZEROS.

             ACCEPT WRK-NOME.
           DISPLAY "UNIDADE (0-9)...............: "
             ACCEPT WRK-UNI.
           PERFORM 0225-PEDIR-DISCIPLINAS.
           IF WRK-NOME EQUAL SPACES
              DISPLAY "NOME EM BRANCO - NAO GRAVADO"
              GO TO 0220-INCLUIR-FIM
       0220-INCLUIR-FIM.
           EXIT.

       0225-PEDIR-DISCIPLINAS       SECTION.
      *--------------------------------------------------------------
      *-------- ATE 5 DISCIPLINAS LECIONADAS, PELO CODIGO DO CADASTRO
      *-------- (DISCMANT) - O LOTE DE NOTAS SO ACEITA DO PROFESSOR
      *-------- NOTA DAS DISCIPLINAS DELE. CODIGO 000 ENCERRA A LISTA
      *--------------------------------------------------------------
           MOVE SPACES TO WRK-MATERIAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 5
              DISPLAY "DISCIPLINA LECIONADA " WRK-IDX
                      " (000 = FIM).: "
                ACCEPT WRK-DISC-CODIGO
              IF WRK-DISC-CODIGO EQUAL ZEROS
                 MOVE 6 TO WRK-IDX
              ELSE
                 CALL "DISCCHK" USING WRK-DISC-CODIGO
                                      WRK-DISC-RESULTADO
                                      WRK-DISC-NOME WRK-DISC-AULAS
                                      WRK-DISC-SERIE-INI
                                      WRK-DISC-SERIE-FIM
                 IF WRK-DISC-ATIVA OR WRK-DISC-SEM-CADASTRO
                    MOVE WRK-DISC-CODIGO TO WRK-MAT-DISC(WRK-IDX)
                    DISPLAY "   " WRK-DISC-NOME
                 ELSE
                    DISPLAY "DISCIPLINA " WRK-DISC-CODIGO
                            " NAO CADASTRADA OU DESATIVADA"
                    SUBTRACT 1 FROM WRK-IDX
                 END-IF
              END-IF
           END-PERFORM.

       0230-DESATIVAR               SECTION.
           DISPLAY "CODIGO DO PROFESSOR A DESATIVAR: "
             ACCEPT WRK-CODIGO.
                      FS-PROFESSOR
              GO TO 0240-GRAVAR-FIM
           END-IF.
           MOVE SPACES       TO REG-PROFESSOR.
           MOVE WRK-CODIGO   TO PRF-CODIGO.
           MOVE WRK-NOME     TO PRF-NOME.
           MOVE WRK-UNI      TO PRF-UNI.
