      *              ("P") NAO SAI NO DELTA, POIS A EXCLUSAO LOGICA
      *              CORRESPONDENTE JA FOI ENVIADA NO DIA EM QUE
      *              ACONTECEU
      * 15/10/2026 JV - IMAGEM DO CLIENTE COM 172 POSICOES: O BLOCO DE
      *                 PESSOA JURIDICA (AUD-ANTES-PJ/AUD-DEPOIS-PJ,
      *                 NO FIM DA LINHA DA TRILHA) VOLTA PARA O FIM
      *                 DA IMAGEM DO DELTA
      * 15/10/2026 JV - ANONIMIZACAO ("N" NA AUDITORIA) SAI COMO
      *                 ALTERACAO ("A"), PARA O DESTINO APAGAR
      *                 TAMBEM OS DADOS PESSOAIS
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       01  REG-CLIDELTA.
           05 DLT-ACAO       PIC X(01).
           05 FILLER         PIC X(01).
           05 DLT-IMAGEM     PIC X(172).


       WORKING-STORAGE            SECTION.
      *--------------------------------------------------------------
      *-------- MAPEIA A OPERACAO DA AUDITORIA PARA O CODIGO DE
      *-------- ACAO DO DELTA E ESCOLHE A IMAGEM CERTA: A EXCLUSAO
      *-------- LEVA A IMAGEM DE ANTES (A DE DEPOIS E VAZIA). O
      *-------- BLOCO DE PESSOA JURIDICA FICA NO FIM DA LINHA DA
      *-------- TRILHA E VOLTA PARA O FIM DA IMAGEM
      *--------------------------------------------------------------
           EVALUATE AUD-OPERACAO
              WHEN "I"
                 MOVE "I"        TO DLT-ACAO
                 MOVE AUD-DEPOIS    TO DLT-IMAGEM(1:143)
                 MOVE AUD-DEPOIS-PJ TO DLT-IMAGEM(144:29)
                 PERFORM 0220-GRAVAR-LINHA
              WHEN "A"
                 MOVE "A"        TO DLT-ACAO
                 MOVE AUD-DEPOIS    TO DLT-IMAGEM(1:143)
                 MOVE AUD-DEPOIS-PJ TO DLT-IMAGEM(144:29)
                 PERFORM 0220-GRAVAR-LINHA
              WHEN "R"
              WHEN "N"
                 MOVE "A"        TO DLT-ACAO
                 MOVE AUD-DEPOIS    TO DLT-IMAGEM(1:143)
                 MOVE AUD-DEPOIS-PJ TO DLT-IMAGEM(144:29)
                 PERFORM 0220-GRAVAR-LINHA
              WHEN "E"
                 MOVE "E"        TO DLT-ACAO
                 MOVE AUD-ANTES     TO DLT-IMAGEM(1:143)
                 MOVE AUD-ANTES-PJ  TO DLT-IMAGEM(144:29)
                 PERFORM 0220-GRAVAR-LINHA
              WHEN OTHER
      *-------- EXPURGO FISICO ("P") NAO VAI PARA O DELTA
