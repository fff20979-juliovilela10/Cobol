      *              ESTOURA O LIMITE; LNK-LIMITE E LNK-ABERTO VOLTAM
      *              PREENCHIDOS PARA O PROGRAMA CHAMADOR MOSTRAR A
      *              CONTA AO OPERADOR
      * 15/10/2026 JV - O SALDO EM ABERTO DO CLIENTE PASSA A VIR DA
      *                 EXPOSICAO DE CREDITO (CREXPOS.DAT, MANTIDA PELO
      *                 MODULO CREXPATU), NUMA LEITURA POR CHAVE, EM
      *                 VEZ DE VARRER O CONTASREC.DAT INTEIRO A CADA
      *                 VENDA; SEM O ARQUIVO, SOMA NO CONTASREC COMO
      *                 ANTES
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           SELECT LIMCRED ASSIGN TO WRK-PATH-LIMCRED
             FILE STATUS IS FS-LIMCRED.

           SELECT CREXPOS ASSIGN TO WRK-PATH-CREXPOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EXP-CLIENTE
             FILE STATUS IS FS-CREXPOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC.
           05 FILLER         PIC X(01).
           05 LIM-LIMITE     PIC 9(09)V99.

       FD  CREXPOS.
       COPY "EXPCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-CONTASREC PIC 9(02) VALUE ZEROS.
       77  FS-LIMCRED   PIC 9(02) VALUE ZEROS.
       77  FS-CREXPOS   PIC 9(02) VALUE ZEROS.

       77  WRK-SW-TEM-LIMITE PIC X(01) VALUE "N".
           88 WRK-TEM-LIMITE        VALUE "S".
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CONTASREC PIC X(60) VALUE SPACES.
       01  WRK-PATH-LIMCRED  PIC X(60) VALUE SPACES.
       01  WRK-PATH-CREXPOS  PIC X(60) VALUE SPACES.

       LINKAGE                      SECTION.
       01  LNK-CLIENTE   PIC 9(04).
           IF NOT WRK-TEM-LIMITE
              GOBACK
           END-IF.
           PERFORM 0150-LER-EXPOSICAO.
           IF LNK-ABERTO + LNK-VALOR GREATER LNK-LIMITE
              MOVE "N" TO LNK-RESULTADO
           END-IF.
       0100-BUSCAR-FIM.
           EXIT.

       0150-LER-EXPOSICAO            SECTION.
      *-------- SALDO EM ABERTO DO CLIENTE NUMA LEITURA SO, PELA
      *-------- EXPOSICAO (CREXPOS.DAT); CLIENTE SEM REGISTRO NAO
      *-------- DEVE NADA. SEM O ARQUIVO (ANTES DA PRIMEIRA CARGA
      *-------- PELO CREXPREC), SOMA DIRETO NO CONTAS A RECEBER
           OPEN INPUT CREXPOS.
           IF FS-CREXPOS NOT EQUAL 00
              PERFORM 0200-SOMAR-ABERTOS
              GO TO 0150-LER-FIM
           END-IF.
           MOVE LNK-CLIENTE TO EXP-CLIENTE.
           READ CREXPOS
             INVALID KEY
                MOVE ZEROS TO LNK-ABERTO
             NOT INVALID KEY
                MOVE EXP-SALDO TO LNK-ABERTO
           END-READ.
           CLOSE CREXPOS.

       0150-LER-FIM.
           EXIT.

       0200-SOMAR-ABERTOS            SECTION.
           OPEN INPUT CONTASREC.
           IF FS-CONTASREC NOT EQUAL 00
           MOVE "LIMCRED.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-LIMCRED.
           MOVE "CREXPOS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CREXPOS.
