      * OBSERVAÇÕES: RESTRITO A SUPERVISOR (OPSIGNON) E PRECEDIDO DE
      *              CONFIRMACAO, POIS A RECARGA SOBRESCREVE O
      *              ARQUIVO ATUAL. A REAPLICACAO USA A IMAGEM
      *              "DEPOIS" DA TRILHA (I = WRITE, A/E/R/N = REWRITE,
      *              P = DELETE PELA IMAGEM "ANTES"); ENTRADA ANTIGA
      *              SEM HORA GRAVADA E REAPLICADA (NA DUVIDA, NAO
      *              SE PERDE MOVIMENTO)
      * 15/10/2026 JV - REAPLICACAO REMONTA O BLOCO DE PESSOA JURIDICA
      *                 A PARTIR DO FIM DA LINHA DA TRILHA
      *                 (AUD-DEPOIS-PJ); LINHA ANTIGA VOLTA COMO
      *                 PESSOA FISICA SEM CNPJ
      * 15/10/2026 JV - ANONIMIZACAO (OPERACAO "N" DO LGPDREL) E
      *                 REAPLICADA COMO ALTERACAO
      * 15/10/2026 JV - TRILHA DE ANO JA ARQUIVADO PELO LOGARQ E
      *                 LIDA DO ARQUIVO ANUAL (MODULO LOGSEL)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-SW-CONFIRMA   PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO        VALUE "S" "s".

      *-------- ANO DA TRILHA E ARQUIVO QUE O TEM (MODULO LOGSEL) ----
       77  WRK-LOG-NOME      PIC X(12) VALUE "AUDITCLI.txt".
       77  WRK-ANO-REPLAY    PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ARQUIVADO  PIC X(01) VALUE "N".
           88 WRK-ANO-ARQUIVADO      VALUE "S".

      *-------------- ID DA ENTRADA EM REAPLICACAO -------------------
       77  WRK-AUD-ID        PIC 9(04) VALUE ZEROS.

           DISPLAY "----------------------------------------".
           DISPLAY "ETAPA 2 - REAPLICACAO DA TRILHA ATE "
                   WRK-DATA-REPLAY " " WRK-HORA-CORTE.
      *-------- DATA DE ANO JA ARQUIVADO SE LE NO ARQUIVO ANUAL
           DIVIDE WRK-DATA-REPLAY BY 10000 GIVING WRK-ANO-REPLAY.
           CALL "LOGSEL" USING WRK-LOG-NOME WRK-ANO-REPLAY
                                WRK-PATH-AUDITCLI WRK-SW-ARQUIVADO.
           IF WRK-ANO-ARQUIVADO
              DISPLAY "TRILHA LIDA DO ARQUIVO ANUAL "
                      WRK-PATH-AUDITCLI
           END-IF.
           OPEN INPUT AUDITCLI.
           IF FS-AUDITCLI NOT EQUAL 00
              MOVE "TRILHA DE AUDITORIA AUSENTE   " TO WRK-MSG-ERRO
           EVALUATE AUD-OPERACAO
              WHEN "I"
                 MOVE AUD-DEPOIS TO REG-CLIENTES
                 PERFORM 0325-COMPLETAR-PESSOA
                 MOVE REG-ID TO WRK-AUD-ID
                 WRITE REG-CLIENTES
                   INVALID KEY
              WHEN "A"
              WHEN "E"
              WHEN "R"
              WHEN "N"
                 MOVE AUD-DEPOIS TO REG-CLIENTES
                 PERFORM 0325-COMPLETAR-PESSOA
                 MOVE REG-ID TO WRK-AUD-ID
                 REWRITE REG-CLIENTES
                   INVALID KEY
                         AUD-OPERACAO ")"
           END-EVALUATE.

       0325-COMPLETAR-PESSOA        SECTION.
      *--------------------------------------------------------------
      *-------- O BLOCO DE PESSOA JURIDICA VEM NO FIM DA LINHA DA
      *-------- TRILHA; LINHA GRAVADA ANTES DELE (EM BRANCO) VOLTA
      *-------- COMO PESSOA FISICA SEM CNPJ
      *--------------------------------------------------------------
           MOVE AUD-DEPOIS-PJ TO REG-PESSOA.
           IF REG-CNPJ NOT NUMERIC
              MOVE "F"    TO REG-TIPO-PESSOA
              MOVE ZEROS  TO REG-CNPJ
              MOVE SPACES TO REG-INSC-ESTADUAL
           END-IF.

       0400-FINALIZAR               SECTION.
           DISPLAY "=========================================".
           DISPLAY "ENTRADAS LIDAS NA TRILHA " WRK-ACUM-LIDAS.
