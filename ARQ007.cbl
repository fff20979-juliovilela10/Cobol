      * 22/08/2026 JV - CADA INCLUSAO PASSA A SER GRAVADA NA TRILHA DE
      *                 AUDITORIA (MODULO AUDITCLI), COM O CODIGO DE
      *                 INCLUSAO E A IMAGEM DO REGISTRO GRAVADO
      * 15/10/2026 JV - INCLUSAO GRAVA O BLOCO DE PESSOA (FISICA, OU
      *                 JURIDICA COM CNPJ E INSCRICAO ESTADUAL),
      *                 CAPTURADO E CRITICADO PELO CLIVALDA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 WRK-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-UF         PIC X(02) VALUE SPACES.
           05 WRK-CEP        PIC 9(08) VALUE ZEROS.
       01  WRK-PESSOA.
           05 WRK-TIPO-PESSOA   PIC X(01) VALUE "F".
           05 WRK-CNPJ          PIC 9(14) VALUE ZEROS.
           05 WRK-INSC-ESTADUAL PIC X(14) VALUE SPACES.

      *-------------- TRILHA DE AUDITORIA (MODULO AUDITCLI) ----------
       77  WRK-AUD-OPERACAO  PIC X(01) VALUE SPACES.
       77  WRK-AUD-OPERADOR  PIC X(08) VALUE "ARQ007".
       01  WRK-AUD-ANTES     PIC X(172) VALUE SPACES.
       01  WRK-AUD-DEPOIS    PIC X(172) VALUE SPACES.


      *-------- CAMINHOS RESOLVIDOS PELA CONFIGURACAO CENTRAL ------
      *--------------------------------------------------------------
           CALL "CLIVALDA" USING WRK-ID WRK-NOME WRK-TELEFONE
                                  WRK-CPF WRK-EMAIL WRK-ENDERECO
                                  WRK-PESSOA WRK-SW-DADOS.

       0150-VERIFICAR-DUPLICADO     SECTION.
      *--------------------------------------------------------------
             MOVE WRK-EMAIL       TO REG-EMAIL.
             MOVE WRK-ENDERECO    TO REG-ENDERECO.
             MOVE "A"             TO REG-SITUACAO.
             MOVE WRK-PESSOA      TO REG-PESSOA.
           WRITE REG-CLIENTES
             INVALID KEY
                MOVE "ID JA CADASTRADO - NAO GRAVADO " TO WRK-MSG-ERRO
