      *                                     MENOS ESSE VALOR (INTEIRO)
      *                 SEM O RESUMO NO DISCO, OS DOIS FILTROS SAO
      *                 IGNORADOS COM AVISO
      * 15/10/2026 JV - CLIENTE PESSOA JURIDICA: A LINHA DO EXTRATO
      *                 GANHA O TIPO DE PESSOA E O DOCUMENTO (CPF COM
      *                 A MASCARA LGPD, CNPJ FORMATADO E ABERTO - DADO
      *                 DE EMPRESA) E PASSA A TER 100 POSICOES; NOVO
      *                 CARTAO DE FILTRO:
      *                   TIPO  J         - SO PESSOA JURIDICA (F = SO
      *                                     PESSOA FISICA)
      * 15/10/2026 JV - CONSENTIMENTO DE MARKETING: SO SAI NO EXTRATO
      *                 QUEM CONSENTIU NO CANAL DA CAMPANHA
      *                 (MKTCONS.DAT); NOVO CARTAO:
      *                   CANAL E         - E-MAIL (PADRAO), S = SMS,
      *                                     C = CORREIO
      *                 OS SUPRIMIDOS SEM CONSENTIMENTO SAO CONTADOS A
      *                 PARTE. CADASTRO ANONIMIZADO NUNCA E EXTRAIDO
      * 15/10/2026 JV - CONSULTA DE CONSENTIMENTO (MKTCONS) NAO PARA
      *                 MAIS DEPOIS DO PRIMEIRO CLIENTE SEM REGISTRO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             RECORD KEY IS RES-CLIENTE
             FILE STATUS IS FS-CLIRESUM.

           SELECT MKTCONS ASSIGN TO WRK-PATH-MKTCONS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MKT-CHAVE
             FILE STATUS IS FS-MKTCONS.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIRESUM.
       COPY "RESCOPY.cpy".

       FD  MKTCONS.
       COPY "MKTCOPY.cpy".

       FD  EXTRPARM.
       01  REG-EXTRPARM.
           05 PARM-TIPO      PIC X(05).
           05 PARM-VALOR     PIC X(14).

       FD  EXTRATO.
       01  REG-EXTRATO               PIC X(100).

       FD  EMISSLOG.
       01  REG-EMISSLOG.
           88 WRK-SO-COM-EMAIL      VALUE "S".
           88 WRK-SO-SEM-EMAIL      VALUE "N".
       77  WRK-FILTRO-DDD    PIC X(02) VALUE SPACES.
       77  WRK-FILTRO-TIPO   PIC X(01) VALUE SPACES.
           88 WRK-SO-FISICA         VALUE "F".
           88 WRK-SO-JURIDICA       VALUE "J".

      *-------------- FILTROS SOBRE O RESUMO DE COMPRAS --------------
       77  FS-CLIRESUM       PIC 9(02) VALUE ZEROS.
       77  WRK-RES-ULT       PIC 9(08) VALUE ZEROS.
       77  WRK-RES-GASTO     PIC S9(11)V99 VALUE ZEROS.

      *-------------- CONSENTIMENTO DE MARKETING (MKTCONS.DAT) -------
       77  FS-MKTCONS        PIC 9(02) VALUE ZEROS.
       77  WRK-SW-MKTCONS    PIC X(01) VALUE "N".
           88 WRK-MKTCONS-ABERTO    VALUE "S".
       77  WRK-FILTRO-CANAL  PIC X(01) VALUE "E".
           88 WRK-CANAL-VALIDO      VALUE "E" "S" "C".
       77  WRK-SW-CONSENT    PIC X(01) VALUE "N".
           88 WRK-CONSENTIU         VALUE "S".

       77  WRK-SW-SELECIONA  PIC X(01) VALUE "S".
           88 WRK-CLIENTE-SELECIONADO  VALUE "S".

       01  WRK-MASC-ENTRADA  PIC X(30) VALUE SPACES.
       01  WRK-MASC-SAIDA    PIC X(30) VALUE SPACES.
       77  WRK-EMAIL-SAIDA   PIC X(30) VALUE SPACES.
       77  WRK-DOC-SAIDA     PIC X(18) VALUE SPACES.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      *-------------- OPERADOR IDENTIFICADO (MODULO OPSIGNON) --------
       77  WRK-AAAAMMDD      PIC 9(08).
       01  WRK-EXTRATO-PATH  PIC X(60) VALUE SPACES.

       77  WRK-LINHA-EXT     PIC X(100) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------
       77  WRK-ACUM-LIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SELECIONADOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-DESCARTADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEM-CONSENT  PIC 9(05) VALUE ZEROS.


      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       01  WRK-PATH-EXTRPARM PIC X(60) VALUE SPACES.
       01  WRK-PATH-EMISSLOG PIC X(60) VALUE SPACES.
       01  WRK-PATH-CLIRESUM PIC X(60) VALUE SPACES.
       01  WRK-PATH-MKTCONS  PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
       0000-PRINCIPAL               SECTION.
              MOVE FS-CLIENTES    TO WRK-ERRLOG-STATUS
              PERFORM 9000-TRATA-ERRO
           END-IF.
      *-------- SEM O CADASTRO DE CONSENTIMENTO NINGUEM CONSENTIU:
      *-------- O EXTRATO SAI VAZIO, COM AVISO
           OPEN INPUT MKTCONS.
           IF FS-MKTCONS NOT EQUAL 00
              DISPLAY "CADASTRO DE CONSENTIMENTO (MKTCONS.DAT) "
                      "AUSENTE - NENHUM CLIENTE SERA EXTRAIDO"
           ELSE
              SET WRK-MKTCONS-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
              MOVE "ERRO NO OPEN DO EXTRATO       " TO WRK-MSG-ERRO

       0105-DEFINIR-MASCARA         SECTION.
      *--------------------------------------------------------------
      *-------- LGPD: O EXTRATO SAI COM CPF E E-MAIL MASCARADOS POR
      *-------- PADRAO; SEM MASCARA SO COM SUPERVISOR IDENTIFICADO,
      *-------- COM REGISTRO NO EMISSLOG.txt
      *--------------------------------------------------------------
           DISPLAY "EMITIR SEM MASCARA DE CPF/E-MAIL (S/N)? "
             ACCEPT WRK-SW-PEDIDO.
           IF WRK-PEDIU-ABERTO
              CALL "OPSIGNON" USING WRK-OPERADOR WRK-PERFIL
                       MOVE PARM-VALOR(1:3) TO WRK-FILTRO-SEMCP
                    WHEN "GASTO"
                       MOVE PARM-VALOR(1:9) TO WRK-FILTRO-GASTO
                    WHEN "TIPO "
                       MOVE PARM-VALOR(1:1) TO WRK-FILTRO-TIPO
                    WHEN "CANAL"
                       MOVE PARM-VALOR(1:1) TO WRK-FILTRO-CANAL
                    WHEN OTHER
                       DISPLAY "CARTAO DESCONHECIDO: " PARM-TIPO
                 END-EVALUATE
                   " EMAIL(" WRK-FILTRO-EMAIL
                   ") DDD(" WRK-FILTRO-DDD
                   ") SEMCP(" WRK-FILTRO-SEMCP
                   ") GASTO(" WRK-FILTRO-GASTO
                   ") TIPO(" WRK-FILTRO-TIPO
                   ") CANAL(" WRK-FILTRO-CANAL ")".
           IF NOT WRK-CANAL-VALIDO
              DISPLAY "CANAL INVALIDO NO CARTAO - USANDO E-MAIL"
              MOVE "E" TO WRK-FILTRO-CANAL
           END-IF.
      *-------- FILTROS SOBRE O RESUMO DE COMPRAS EXIGEM O
      *-------- CLIRESUM.DAT DO CLIRFV
           IF WRK-FILTRO-SEMCP GREATER ZEROS
                   ADD 1 TO WRK-ACUM-LIDOS
                   PERFORM 0210-APLICAR-FILTROS
                   IF WRK-CLIENTE-SELECIONADO
                      PERFORM 0218-CONFERIR-CONSENTIMENTO
                      IF WRK-CONSENTIU
                         ADD 1 TO WRK-ACUM-SELECIONADOS
                         PERFORM 0220-GRAVAR-EXTRATO
                      ELSE
                         ADD 1 TO WRK-ACUM-SEM-CONSENT
                      END-IF
                   ELSE
                      ADD 1 TO WRK-ACUM-DESCARTADOS
                   END-IF
      *-------- COM EXCLUSAO LOGICA NUNCA SAI EM CAMPANHA
      *--------------------------------------------------------------
           SET WRK-CLIENTE-SELECIONADO TO TRUE.
           IF REG-SIT-EXCLUIDO OR REG-NOME-ANONIMIZADO
              MOVE "N" TO WRK-SW-SELECIONA
           END-IF.
           IF REG-ID LESS WRK-FILTRO-IDINI
              AND REG-TELEFONE(1:2) NOT EQUAL WRK-FILTRO-DDD
              MOVE "N" TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-SO-FISICA AND NOT REG-PESSOA-FISICA
              MOVE "N" TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-SO-JURIDICA AND NOT REG-PESSOA-JURIDICA
              MOVE "N" TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-RESUMO-ABERTO
              AND (WRK-FILTRO-SEMCP GREATER ZEROS
                   OR WRK-FILTRO-GASTO GREATER ZEROS)
              MOVE "N" TO WRK-SW-SELECIONA
           END-IF.

       0218-CONFERIR-CONSENTIMENTO  SECTION.
      *--------------------------------------------------------------
      *-------- SO SAI NA CAMPANHA QUEM CONSENTIU NO CANAL DO CARTAO;
      *-------- SEM REGISTRO NO MKTCONS.DAT = NAO CONSENTIU
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-CONSENT.
           IF WRK-MKTCONS-ABERTO
              MOVE REG-ID           TO MKT-CLIENTE
              MOVE WRK-FILTRO-CANAL TO MKT-CANAL
              READ MKTCONS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF MKT-CONSENTIU
                      SET WRK-CONSENTIU TO TRUE
                   END-IF
              END-READ
           END-IF.

       0220-GRAVAR-EXTRATO          SECTION.
           IF WRK-COM-MASCARA
              MOVE "E" TO WRK-MASC-OPER
           ELSE
              MOVE REG-EMAIL TO WRK-EMAIL-SAIDA
           END-IF.
      *-------- DOCUMENTO: CNPJ SEMPRE FORMATADO E ABERTO; CPF COM
      *-------- A MESMA REGRA DE MASCARA DO E-MAIL
           MOVE SPACES TO WRK-DOC-SAIDA.
           IF REG-PESSOA-JURIDICA
              MOVE "J" TO WRK-MASC-OPER
              MOVE REG-CNPJ TO WRK-MASC-ENTRADA
              CALL "MASCARA" USING WRK-MASC-OPER WRK-MASC-ENTRADA
                                    WRK-MASC-SAIDA
              MOVE WRK-MASC-SAIDA TO WRK-DOC-SAIDA
           ELSE
              IF WRK-COM-MASCARA
                 MOVE "C" TO WRK-MASC-OPER
                 MOVE REG-CPF TO WRK-MASC-ENTRADA
                 CALL "MASCARA" USING WRK-MASC-OPER WRK-MASC-ENTRADA
                                       WRK-MASC-SAIDA
                 MOVE WRK-MASC-SAIDA TO WRK-DOC-SAIDA
              ELSE
                 MOVE REG-CPF TO WRK-DOC-SAIDA
              END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA-EXT.
           STRING REG-ID          DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  REG-TELEFONE    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WRK-EMAIL-SAIDA DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  REG-TIPO-PESSOA DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WRK-DOC-SAIDA   DELIMITED BY SIZE
                  INTO WRK-LINHA-EXT
           END-STRING.
           WRITE REG-EXTRATO FROM WRK-LINHA-EXT.
       0300-FINALIZAR               SECTION.
           CLOSE CLIENTES.
           CLOSE EXTRATO.
           IF WRK-MKTCONS-ABERTO
              CLOSE MKTCONS
           END-IF.
           IF WRK-RESUMO-ABERTO
              CLOSE CLIRESUM
           END-IF.
           DISPLAY "CLIENTES LIDOS.......... " WRK-ACUM-LIDOS.
           DISPLAY "CLIENTES SELECIONADOS... " WRK-ACUM-SELECIONADOS.
           DISPLAY "CLIENTES DESCARTADOS.... " WRK-ACUM-DESCARTADOS.
           DISPLAY "SUPRIMIDOS SEM CONSENT.. " WRK-ACUM-SEM-CONSENT.
           DISPLAY "=========================================".
           DISPLAY "FIM DA EXTRACAO".

           MOVE "CLIRESUM.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CLIRESUM.
           MOVE "MKTCONS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTCONS.
           MOVE SPACES TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-DIR.
