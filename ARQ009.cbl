      * 22/08/2026 JV - OPCAO DE BUSCA POR PARTE DO NOME (MODULO
      *                 CLIBUSCN, PELA CHAVE ALTERNADA REG-NOME), PARA
      *                 O ATENDIMENTO LOCALIZAR CLIENTE SEM SABER O ID
      * 15/10/2026 JV - INCLUSAO GRAVA O BLOCO DE PESSOA (FISICA, OU
      *                 JURIDICA COM CNPJ E INSCRICAO ESTADUAL),
      *                 CAPTURADO E CRITICADO PELO CLIVALDA
      * 15/10/2026 JV - OPCAO 4 DA MANUTENCAO: CONSENTIMENTO DE
      *                 MARKETING POR CANAL (OPERACAO "M" DO CLIMANT),
      *                 LIBERADA A TODOS OS PERFIS
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           88 WRK-OPCM-ALTERAR     VALUE 1.
           88 WRK-OPCM-EXCLUIR     VALUE 2.
           88 WRK-OPCM-REATIVAR    VALUE 3.
           88 WRK-OPCM-CONSENT     VALUE 4.
           88 WRK-OPCM-VOLTAR      VALUE 9.

       77  WRK-ID            PIC 9(04) VALUE ZEROS.
           05 WRK-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-UF         PIC X(02) VALUE SPACES.
           05 WRK-CEP        PIC 9(08) VALUE ZEROS.
       01  WRK-PESSOA.
           05 WRK-TIPO-PESSOA   PIC X(01) VALUE "F".
           05 WRK-CNPJ          PIC 9(14) VALUE ZEROS.
           05 WRK-INSC-ESTADUAL PIC X(14) VALUE SPACES.

       77  WRK-OPERACAO      PIC X(01) VALUE SPACES.
       77  WRK-RESULTADO     PIC X(01) VALUE SPACES.
      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-AUD-OPERADOR  PIC X(08) VALUE SPACES.
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.


      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
                 MOVE WRK-EMAIL    TO REG-EMAIL
                 MOVE WRK-ENDERECO TO REG-ENDERECO
                 MOVE "A"          TO REG-SITUACAO
                 MOVE WRK-PESSOA   TO REG-PESSOA
                 WRITE REG-CLIENTES
                   INVALID KEY
                      DISPLAY "ERRO AO INCLUIR O CLIENTE " WRK-ID
      *--------------------------------------------------------------
           CALL "CLIVALDA" USING WRK-ID WRK-NOME WRK-TELEFONE
                                  WRK-CPF WRK-EMAIL WRK-ENDERECO
                                  WRK-PESSOA WRK-SW-DADOS.

       0240-MANTER                  SECTION.
           DISPLAY "----------------------------------------".
           DISPLAY "1 - ALTERAR CLIENTE (NOME/TELEFONE)".
           DISPLAY "2 - EXCLUIR CLIENTE".
           DISPLAY "3 - REATIVAR CLIENTE EXCLUIDO".
           DISPLAY "4 - CONSENTIMENTO DE MARKETING".
           DISPLAY "9 - VOLTAR AO MENU PRINCIPAL".
           DISPLAY "DIGITE A OPCAO: "
             ACCEPT WRK-OPCAO-MANTER.
                 PERFORM 0242-EXCLUIR
              WHEN WRK-OPCM-REATIVAR
                 PERFORM 0243-REATIVAR
              WHEN WRK-OPCM-CONSENT
                 PERFORM 0244-CONSENTIMENTO
              WHEN WRK-OPCM-VOLTAR
                 CONTINUE
              WHEN OTHER
                 DISPLAY "CLIENTE " WRK-ID " REATIVADO COM SUCESSO"
           END-EVALUATE.

       0244-CONSENTIMENTO           SECTION.
      *--------------------------------------------------------------
      *-------- CONSENTIMENTO DE MARKETING POR CANAL (OPERACAO "M"
      *-------- DO CLIMANT); LIBERADO A TODOS, POIS QUEM RECEBE O
      *-------- PEDIDO DO CLIENTE E O ATENDIMENTO
      *--------------------------------------------------------------
           DISPLAY "DIGITE O ID DO CLIENTE: "
             ACCEPT WRK-ID.
           MOVE "M" TO WRK-OPERACAO.
           CALL "CLIMANT" USING WRK-OPERACAO WRK-ID WRK-NOME
                                 WRK-TELEFONE WRK-CPF WRK-EMAIL
                                 WRK-ENDERECO
                                 WRK-OPERADOR WRK-RESULTADO.
           EVALUATE TRUE
              WHEN WRK-RES-NAO-ACHOU
                 DISPLAY "ID " WRK-ID " NAO ENCONTRADO"
              WHEN WRK-RES-ERRO
                 DISPLAY "CONSENTIMENTO DO CLIENTE " WRK-ID
                         " GRAVADO COM PENDENCIAS"
              WHEN OTHER
                 DISPLAY "CONSENTIMENTO DO CLIENTE " WRK-ID
                         " ATUALIZADO"
           END-EVALUATE.

       0250-BUSCAR-NOME             SECTION.
      *--------------------------------------------------------------
      *-------- BUSCA POR PARTE DO NOME, FEITA PELO MODULO
