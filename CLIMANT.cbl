      *           CADA UM TER SUA PROPRIA COPIA DO REWRITE/DELETE
      * DATA: 09/08/2026
      * OBSERVAÇÕES: LNK-OPERACAO "C" = CONSULTAR, "A" = ALTERAR,
      *              "E" = EXCLUIR, "M" = CONSENTIMENTO DE MARKETING;
      *              LNK-RESULTADO "S" = SUCESSO,
      *              "N" = ID NAO ENCONTRADO, "E" = ERRO NA GRAVACAO
      * 22/08/2026 JV - BLOCO DE ENDERECO (LNK-ENDERECO) PASSA A SER
      *                 DEVOLVIDO NA CONSULTA E REGRAVADO NA ALTERACAO,
      *                 PELO CLICONT E PELO CRCARTA) ABAIXO DOS
      *                 DADOS DO CADASTRO - O "EU JA EXPLIQUEI ISSO
      *                 MES PASSADO" AGORA TEM RESPOSTA NA TELA
      * 15/10/2026 JV - IMAGEM DA AUDITORIA COM 172 POSICOES; A CONSULTA
      *                 MOSTRA CNPJ E INSCRICAO ESTADUAL DO CLIENTE
      *                 PESSOA JURIDICA (O TIPO E O DOCUMENTO NAO SAO
      *                 ALTERADOS POR AQUI)
      * 15/10/2026 JV - NOVA OPERACAO "M": CONSENTIMENTO DE MARKETING
      *                 POR CANAL (E-MAIL/SMS/CORREIO), GRAVADO COM
      *                 HISTORICO PELO MODULO MKTGRAV; A CONSULTA
      *                 PASSA A MOSTRAR A SITUACAO DE CADA CANAL
      * 15/10/2026 JV - CONSULTA DE CONSENTIMENTO (MKTCONS) NAO PARA
      *                 MAIS DEPOIS DO PRIMEIRO CLIENTE SEM REGISTRO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CONTATOS.

           SELECT MKTCONS ASSIGN TO WRK-PATH-MKTCONS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MKT-CHAVE
             FILE STATUS IS FS-MKTCONS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES IS EXTERNAL.
           05 FILLER         PIC X(01).
           05 CTT-NOTA       PIC X(40).

       FD  MKTCONS.
       COPY "MKTCOPY.cpy".

       WORKING-STORAGE            SECTION.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-CONTATOS  PIC 9(02) VALUE ZEROS.
       77  FS-MKTCONS   PIC 9(02) VALUE ZEROS.
       77  WRK-SW-MKTCONS    PIC X(01) VALUE "N".
           88 WRK-MKTCONS-ABERTO    VALUE "S".

      *-------------- ULTIMOS CONTATOS DO CLIENTE (RODIZIO DE 5) -----
       77  WRK-QTD-CONTATOS  PIC 9(04) VALUE ZEROS.
              10 WRK-CTT-OPERADOR PIC X(08).
              10 WRK-CTT-NOTA     PIC X(40).

      *-------------- CONSENTIMENTO DE MARKETING (MODULO MKTGRAV) -----
       01  WRK-TAB-CANAIS.
           05 FILLER         PIC X(08) VALUE "EE-MAIL ".
           05 FILLER         PIC X(08) VALUE "SSMS    ".
           05 FILLER         PIC X(08) VALUE "CCORREIO".
       01  WRK-TAB-CANAIS-R REDEFINES WRK-TAB-CANAIS.
           05 WRK-CANAL-ENTRY OCCURS 3 TIMES.
              10 WRK-CANAL-COD   PIC X(01).
              10 WRK-CANAL-NOME  PIC X(07).
       77  WRK-CANAL-IDX     PIC 9(01) VALUE ZEROS.
       77  WRK-MKT-SITUACAO  PIC X(01) VALUE SPACES.
       77  WRK-MKT-ATUAL     PIC X(12) VALUE SPACES.
       77  WRK-MKT-ORIGEM    PIC X(10) VALUE SPACES.
       77  WRK-MKT-RESULTADO PIC X(01) VALUE SPACES.
           88 WRK-MKT-GRAVADO       VALUE "S".
           88 WRK-MKT-INALTERADO    VALUE "I".

      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-AUD-OPERADOR  PIC X(08) VALUE SPACES.
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.

      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
       77  WRK-ARQPATH-NOME  PIC X(20) VALUE SPACES.
       01  WRK-PATH-CLIENTES PIC X(60) VALUE SPACES.
       01  WRK-PATH-CONTATOS PIC X(60) VALUE SPACES.
       01  WRK-PATH-MKTCONS  PIC X(60) VALUE SPACES.

       LINKAGE                    SECTION.
       77  LNK-OPERACAO     PIC X(01).
           88 LNK-OP-ALTERAR       VALUE "A".
           88 LNK-OP-EXCLUIR       VALUE "E".
           88 LNK-OP-REATIVAR      VALUE "R".
           88 LNK-OP-CONSENTIMENTO VALUE "M".
       01  LNK-ID           PIC 9(04).
       01  LNK-NOME         PIC X(20).
       01  LNK-TELEFONE     PIC X(11).
                      PERFORM 0130-EXCLUIR
                   WHEN LNK-OP-REATIVAR
                      PERFORM 0140-REATIVAR
                   WHEN LNK-OP-CONSENTIMENTO
                      PERFORM 0150-CONSENTIMENTO
                END-EVALUATE
           END-READ.
           GOBACK.
           MOVE REG-EMAIL    TO LNK-EMAIL.
           MOVE REG-ENDERECO TO LNK-ENDERECO.
           SET LNK-RES-SUCESSO TO TRUE.
           IF REG-PESSOA-JURIDICA
              DISPLAY "PESSOA JURIDICA - CNPJ " REG-CNPJ
                      " IE " REG-INSC-ESTADUAL
           END-IF.
           PERFORM 0115-MOSTRAR-CONTATOS.
           PERFORM 0117-MOSTRAR-CONSENTIMENTO.

       0115-MOSTRAR-CONTATOS        SECTION.
      *--------------------------------------------------------------
       0115-MOSTRAR-FIM.
           EXIT.

       0117-MOSTRAR-CONSENTIMENTO   SECTION.
      *--------------------------------------------------------------
      *-------- SITUACAO ATUAL DO CONSENTIMENTO DE MARKETING EM CADA
      *-------- CANAL (MKTCONS.DAT); SEM REGISTRO = NAO CONSENTIU
      *--------------------------------------------------------------
           MOVE "N" TO WRK-SW-MKTCONS.
           OPEN INPUT MKTCONS.
           IF FS-MKTCONS EQUAL 00
              SET WRK-MKTCONS-ABERTO TO TRUE
           END-IF.
           DISPLAY "CONSENTIMENTO DE MARKETING:".
           PERFORM VARYING WRK-CANAL-IDX FROM 1 BY 1
                   UNTIL WRK-CANAL-IDX GREATER 3
              MOVE "NAO CONSENTE" TO WRK-MKT-ATUAL
              IF WRK-MKTCONS-ABERTO
                 MOVE LNK-ID TO MKT-CLIENTE
                 MOVE WRK-CANAL-COD(WRK-CANAL-IDX) TO MKT-CANAL
                 READ MKTCONS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF MKT-CONSENTIU
                         MOVE "CONSENTE" TO WRK-MKT-ATUAL
                      END-IF
                 END-READ
              END-IF
              IF WRK-MKT-ATUAL EQUAL "CONSENTE"
                 DISPLAY "  " WRK-CANAL-NOME(WRK-CANAL-IDX) " "
                         WRK-MKT-ATUAL " DESDE " MKT-DATA
                         " (" MKT-ORIGEM ") " MKT-OPERADOR
              ELSE
                 DISPLAY "  " WRK-CANAL-NOME(WRK-CANAL-IDX) " "
                         WRK-MKT-ATUAL
              END-IF
           END-PERFORM.
           IF WRK-MKTCONS-ABERTO
              CLOSE MKTCONS
           END-IF.

       0120-ALTERAR                 SECTION.
           MOVE REG-CLIENTES TO WRK-AUD-ANTES.
           MOVE LNK-NOME     TO REG-NOME.
                                       WRK-AUD-OPERADOR
           END-REWRITE.

       0150-CONSENTIMENTO           SECTION.
      *--------------------------------------------------------------
      *-------- MOSTRA A SITUACAO DE CADA CANAL E PEDE A NOVA (S/N,
      *-------- BRANCO = MANTER) E A ORIGEM DA AUTORIZACAO; CADA
      *-------- MUDANCA E GRAVADA, COM HISTORICO, PELO MKTGRAV
      *--------------------------------------------------------------
           PERFORM 0117-MOSTRAR-CONSENTIMENTO.
           DISPLAY "ORIGEM (EX.: BALCAO, TELEFONE, SITE): "
             ACCEPT WRK-MKT-ORIGEM.
           IF WRK-MKT-ORIGEM EQUAL SPACES
              MOVE "CLIMANT" TO WRK-MKT-ORIGEM
           END-IF.
           SET LNK-RES-SUCESSO TO TRUE.
           PERFORM VARYING WRK-CANAL-IDX FROM 1 BY 1
                   UNTIL WRK-CANAL-IDX GREATER 3
              DISPLAY WRK-CANAL-NOME(WRK-CANAL-IDX)
                      " - CONSENTE (S/N, BRANCO = MANTER): "
                ACCEPT WRK-MKT-SITUACAO
              INSPECT WRK-MKT-SITUACAO CONVERTING "sn" TO "SN"
              IF WRK-MKT-SITUACAO NOT EQUAL SPACES
                 CALL "MKTGRAV" USING LNK-ID
                                       WRK-CANAL-COD(WRK-CANAL-IDX)
                                       WRK-MKT-SITUACAO
                                       WRK-MKT-ORIGEM
                                       WRK-AUD-OPERADOR
                                       WRK-MKT-RESULTADO
                 EVALUATE TRUE
                    WHEN WRK-MKT-GRAVADO
                       DISPLAY "  " WRK-CANAL-NOME(WRK-CANAL-IDX)
                               " ATUALIZADO"
                    WHEN WRK-MKT-INALTERADO
                       DISPLAY "  " WRK-CANAL-NOME(WRK-CANAL-IDX)
                               " SEM MUDANCA"
                    WHEN OTHER
                       DISPLAY "  " WRK-CANAL-NOME(WRK-CANAL-IDX)
                               " NAO GRAVADO (RESPOSTA INVALIDA "
                               "OU ERRO)"
                       SET LNK-RES-ERRO TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

       9500-RESOLVER-CAMINHOS    SECTION.
      *--------------------------------------------------------------
      *-------- CAMINHOS DOS ARQUIVOS VINDOS DA CONFIGURACAO
           MOVE "CONTATOS.txt" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-CONTATOS.
           MOVE "MKTCONS.DAT" TO WRK-ARQPATH-NOME.
           CALL "ARQPATH" USING WRK-ARQPATH-NOME
                                 WRK-PATH-MKTCONS.
