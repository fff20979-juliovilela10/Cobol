      *                 READ NEXT PELA CHAVE): CPFs IGUAIS CHEGAM
      *                 ADJACENTES E O GRUPO E LISTADO NA HORA - O
      *                 LIMITE DE 500 CPFs DESAPARECE
      * 15/10/2026 JV - CLIENTE PESSOA JURIDICA: CPF ZERADO (EMPRESA
      *                 SEM CPF) NAO FORMA GRUPO NA PASSADA POR CPF, E
      *                 O CNPJ GANHA A SUA PROPRIA CONFERENCIA - SEM
      *                 CHAVE ALTERNADA DE CNPJ, AS EMPRESAS LIDAS NA
      *                 MESMA PASSADA VAO PARA UMA TABELA EM MEMORIA
      *                 (ATE 500, COMO NA VERSAO ORIGINAL) E CADA CNPJ
      *                 EM MAIS DE UM REG-ID E LISTADO NO FIM
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-PRIM-ID        PIC 9(04) VALUE ZEROS.
       77  WRK-PRIM-NOME      PIC X(20) VALUE SPACES.

      *-------------- EMPRESAS PARA A CONFERENCIA POR CNPJ -----------
       77  WRK-QTD-PJ         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PJ.
           05 WRK-PJ-ENTRY OCCURS 500 TIMES.
              10 WRK-PJ-CNPJ    PIC 9(14).
              10 WRK-PJ-ID      PIC 9(04).
              10 WRK-PJ-NOME    PIC X(20).
              10 WRK-PJ-LISTADO PIC X(01).
                 88 WRK-PJ-JA-LISTADO   VALUE "S".
       77  WRK-PJ-I           PIC 9(03) VALUE ZEROS.
       77  WRK-PJ-J           PIC 9(03) VALUE ZEROS.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-DUPLICADOS  PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-CNPJ-DUP    PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-PJ-FORA     PIC 9(05) VALUE ZEROS.

      *-------------- DATA DO PROCESSO (MODULO DATAMES) --------------
       77  WRK-DATA-EXEC   PIC X(40).
           PERFORM 9500-RESOLVER-CAMINHOS.
           PERFORM   0100-INICIALIZAR
           PERFORM   0200-VARRER-POR-CPF
           PERFORM   0250-CONFERIR-CNPJ
           PERFORM   0300-FINALIZAR

           STOP RUN.
                ADD 1 TO WRK-ACUM-LIDOS
      *-------- CLIENTE COM EXCLUSAO LOGICA (JA TRATADO OU MESCLADO)
      *-------- FICA FORA DA CONTAGEM
      *-------- CPF ZERADO (EMPRESA SEM CPF) NAO E DUPLICIDADE
                IF NOT REG-SIT-EXCLUIDO
                   IF REG-CPF NOT EQUAL ZEROS
                      PERFORM 0210-CONFERIR-GRUPO
                   END-IF
                   IF REG-PESSOA-JURIDICA
                      PERFORM 0220-GUARDAR-EMPRESA
                   END-IF
                END-IF
                READ CLIENTES NEXT RECORD
             END-PERFORM.
              MOVE REG-NOME TO WRK-PRIM-NOME
           END-IF.

       0220-GUARDAR-EMPRESA         SECTION.
           IF WRK-QTD-PJ NOT LESS 500
              ADD 1 TO WRK-ACUM-PJ-FORA
           ELSE
              ADD 1 TO WRK-QTD-PJ
              MOVE REG-CNPJ TO WRK-PJ-CNPJ(WRK-QTD-PJ)
              MOVE REG-ID   TO WRK-PJ-ID(WRK-QTD-PJ)
              MOVE REG-NOME TO WRK-PJ-NOME(WRK-QTD-PJ)
              MOVE "N"      TO WRK-PJ-LISTADO(WRK-QTD-PJ)
           END-IF.

       0250-CONFERIR-CNPJ           SECTION.
      *--------------------------------------------------------------
      *-------- CADA EMPRESA AINDA NAO LISTADA E COMPARADA COM AS
      *-------- SEGUINTES DA TABELA; A PRIMEIRA REPETICAO ABRE O
      *-------- GRUPO E TODAS AS OCORRENCIAS FICAM MARCADAS PARA
      *-------- NAO SE REPETIREM
      *--------------------------------------------------------------
           DISPLAY "-----------------------------------------".
           DISPLAY "CONFERENCIA DE CNPJ DUPLICADO".
           PERFORM VARYING WRK-PJ-I FROM 1 BY 1
                   UNTIL WRK-PJ-I GREATER WRK-QTD-PJ
              IF NOT WRK-PJ-JA-LISTADO(WRK-PJ-I)
                 PERFORM VARYING WRK-PJ-J FROM WRK-PJ-I BY 1
                         UNTIL WRK-PJ-J NOT LESS WRK-QTD-PJ
                    IF WRK-PJ-CNPJ(WRK-PJ-J + 1)
                       EQUAL WRK-PJ-CNPJ(WRK-PJ-I)
                       PERFORM 0260-LISTAR-CNPJ
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WRK-ACUM-PJ-FORA GREATER ZEROS
              DISPLAY "*** MAIS DE 500 EMPRESAS - " WRK-ACUM-PJ-FORA
                      " FICARAM FORA DA CONFERENCIA DE CNPJ ***"
           END-IF.

       0260-LISTAR-CNPJ             SECTION.
           IF NOT WRK-PJ-JA-LISTADO(WRK-PJ-I)
              ADD 1 TO WRK-ACUM-CNPJ-DUP
              MOVE "S" TO WRK-PJ-LISTADO(WRK-PJ-I)
              DISPLAY "CNPJ " WRK-PJ-CNPJ(WRK-PJ-I) " DUPLICADO:"
              DISPLAY "   ID " WRK-PJ-ID(WRK-PJ-I)
                      " NOME " WRK-PJ-NOME(WRK-PJ-I)
           END-IF.
           MOVE "S" TO WRK-PJ-LISTADO(WRK-PJ-J + 1).
           DISPLAY "   ID " WRK-PJ-ID(WRK-PJ-J + 1)
                   " NOME " WRK-PJ-NOME(WRK-PJ-J + 1).

       0300-FINALIZAR               SECTION.
           CLOSE CLIENTES.
           DISPLAY "=========================================".
           DISPLAY "CLIENTES LIDOS.......... " WRK-ACUM-LIDOS.
           DISPLAY "CPFs DUPLICADOS......... " WRK-ACUM-DUPLICADOS.
           DISPLAY "CNPJs DUPLICADOS........ " WRK-ACUM-CNPJ-DUP.
           DISPLAY "=========================================".
           DISPLAY "FIM DA AUDITORIA".

