      *                 HISTORICO CONCILIA.txt (CON-LOJA, NO FIM DA
      *                 LINHA), PARA A CONSOLIDACAO DA MATRIZ
      *                 (LOJACONS)
      * 15/10/2026 JV - PIX PASSA A FECHAR NO SEU PROPRIO BOLSO
      *                 (DET-PAG-PIX), CONTRA O TOTAL RECEBIDO NO PIX:
      *                 SEM SESSAO E DIGITADO JUNTO COM A GAVETA E A
      *                 MAQUINETA; COM SESSAO VALE A SOMA DO PIX
      *                 DECLARADO NO FECHAMENTO CEGO (EVENTO "X" DO
      *                 CXSESSAO.txt) E O PIX FECHA NO DIA EM LINHA
      *                 PROPRIA DO CONCILIA.txt, COMO O CARTAO
      * 15/10/2026 JV - LINHA PAGA COM VALE-PRESENTE (DET-PAG-VALE)
      *                 NAO ENTRA EM NENHUM BOLSO NEM NO TOTAL DO
      *                 ARQUIVO - NAO HA DINHEIRO A CONFERIR, O SALDO
      *                 ESTA NO VALEPRES.DAT; SO E INFORMADA NO FIM
      * 15/10/2026 JV - LINHA DE COMPRA DE FUNCIONARIO DESCONTADA EM
      *                 FOLHA (DET-PAG-FOLHA) TAMBEM FICA FORA DOS
      *                 BOLSOS E DO TOTAL DO ARQUIVO, INFORMADA NO FIM
      * 15/10/2026 JV - LINHA PAGA NA ENTREGA (DET-PAG-ENTREGA) FICA
      *                 FORA DOS BOLSOS E DO TOTAL DO ARQUIVO - O
      *                 DINHEIRO CHEGA NO ACERTO DO ROMANEIO
      *                 (ROMACERT); SO E INFORMADA NO FIM
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
       77  WRK-DIF-CARTAO     PIC S9(07)V99  VALUE ZEROS.
       77  WRK-ABS-DINHEIRO   PIC 9(07)V99   VALUE ZEROS.
       77  WRK-ABS-CARTAO     PIC 9(07)V99   VALUE ZEROS.
       77  WRK-ARQ-PIX        PIC S9(07)V99  VALUE ZEROS.
       77  WRK-CXA-PIX        PIC 9(07)V99   VALUE ZEROS.
       77  WRK-DIF-PIX        PIC S9(07)V99  VALUE ZEROS.
       77  WRK-ABS-PIX        PIC 9(07)V99   VALUE ZEROS.
       77  WRK-ARQ-VALE       PIC S9(07)V99  VALUE ZEROS.
       77  WRK-ARQ-FOLHA      PIC S9(07)V99  VALUE ZEROS.
       77  WRK-ARQ-ENTREGA    PIC S9(07)V99  VALUE ZEROS.

       77  WRK-TOTAL-ARQ-ED   PIC -Z.ZZZ.ZZ9,99.
       77  WRK-TOTAL-CXA-ED   PIC Z.ZZZ.ZZ9,99.
           88 WRK-MODO-SESSAO          VALUE "S".
       77  WRK-SES-SISTEMA    PIC S9(07)V99 VALUE ZEROS.
       77  WRK-SES-VALOR-MOV  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-SES-PIX-DECL   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SW-PIX-DECL    PIC X(01) VALUE "N".
           88 WRK-PIX-DECLARADO        VALUE "S".

      *-------------- LOJA DA INSTALACAO (MODULO LOJAID) -------------
       77  WRK-LOJA           PIC 9(02) VALUE 01.
                      WRK-QTD-SESSOES " SESSAO(OES) NO DIA"
              DISPLAY "DIGITE O TOTAL DA MAQUINETA DE CARTAO: "
                ACCEPT WRK-CXA-CARTAO
      *-------- O PIX VEM DAS DECLARACOES DO FECHAMENTO CEGO; SE
      *-------- NENHUMA SESSAO DECLAROU, E DIGITADO AQUI
              IF WRK-PIX-DECLARADO
                 MOVE WRK-SES-PIX-DECL TO WRK-CXA-PIX
              ELSE
                 DISPLAY "DIGITE O TOTAL RECEBIDO NO PIX (APP DO "
                         "BANCO): "
                   ACCEPT WRK-CXA-PIX
              END-IF
           ELSE
              DISPLAY "DIGITE O DINHEIRO CONTADO NA GAVETA: "
                ACCEPT WRK-CXA-DINHEIRO
              DISPLAY "DIGITE O TOTAL DA MAQUINETA DE CARTAO: "
                ACCEPT WRK-CXA-CARTAO
              DISPLAY "DIGITE O TOTAL RECEBIDO NO PIX (APP DO "
                      "BANCO): "
                ACCEPT WRK-CXA-PIX
              COMPUTE WRK-TOTAL-CAIXA = WRK-CXA-DINHEIRO
                                       + WRK-CXA-CARTAO
                                       + WRK-CXA-PIX
           END-IF.

       0120-CARREGAR-SESSOES        SECTION.
              WHEN "F"
                 MOVE SES-VALOR TO WRK-SES-DECLARADO(WRK-IDX-SES)
                 MOVE "S" TO WRK-SES-SW-DECL(WRK-IDX-SES)
              WHEN "X"
                 ADD SES-VALOR TO WRK-SES-PIX-DECL
                 SET WRK-PIX-DECLARADO TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
                   IF DET-TIPO-ESTORNO
                      PERFORM 0210-APURAR-ESTORNO
                   ELSE
                      IF NOT DET-PAG-VALE AND NOT DET-PAG-FOLHA
                         AND NOT DET-PAG-ENTREGA
                         ADD DET-VALOR TO WRK-TOTAL-ARQUIVO
                      END-IF
                      EVALUATE TRUE
                         WHEN DET-PAG-VALE
                            ADD DET-VALOR TO WRK-ARQ-VALE
                         WHEN DET-PAG-FOLHA
                            ADD DET-VALOR TO WRK-ARQ-FOLHA
                         WHEN DET-PAG-ENTREGA
                            ADD DET-VALOR TO WRK-ARQ-ENTREGA
                         WHEN DET-PAG-CARTAO
                            ADD DET-VALOR TO WRK-ARQ-CARTAO
                         WHEN DET-PAG-PIX
                            ADD DET-VALOR TO WRK-ARQ-PIX
                         WHEN OTHER
                            ADD DET-VALOR TO WRK-ARQ-DINHEIRO
                            IF WRK-MODO-SESSAO
                               MOVE DET-VALOR TO WRK-SES-VALOR-MOV
                               PERFORM 0240-SOMAR-SESSAO
                            END-IF
                      END-EVALUATE
                   END-IF
                   READ VENDASDET
                END-PERFORM
      *--------------------------------------------------------------
           ADD 1 TO WRK-ACUM-ESTORNOS.
           ADD DET-VALOR TO WRK-TOTAL-ESTORNOS.
           IF NOT DET-PAG-VALE AND NOT DET-PAG-FOLHA
              AND NOT DET-PAG-ENTREGA
              SUBTRACT DET-VALOR FROM WRK-TOTAL-ARQUIVO
           END-IF.
           EVALUATE TRUE
              WHEN DET-PAG-VALE
                 SUBTRACT DET-VALOR FROM WRK-ARQ-VALE
              WHEN DET-PAG-FOLHA
                 SUBTRACT DET-VALOR FROM WRK-ARQ-FOLHA
              WHEN DET-PAG-ENTREGA
                 SUBTRACT DET-VALOR FROM WRK-ARQ-ENTREGA
              WHEN DET-PAG-CARTAO
                 SUBTRACT DET-VALOR FROM WRK-ARQ-CARTAO
              WHEN DET-PAG-PIX
                 SUBTRACT DET-VALOR FROM WRK-ARQ-PIX
              WHEN OTHER
                 SUBTRACT DET-VALOR FROM WRK-ARQ-DINHEIRO
                 IF WRK-MODO-SESSAO
                    COMPUTE WRK-SES-VALOR-MOV = 0 - DET-VALOR
                    PERFORM 0240-SOMAR-SESSAO
                 END-IF
           END-EVALUATE.
           IF WRK-ACUM-ESTORNOS EQUAL 1
              DISPLAY "---------- ESTORNOS DO DIA ----------"
           END-IF.
           IF WRK-MODO-SESSAO
              PERFORM 0330-FECHAR-SESSOES
              PERFORM 0340-FECHAR-CARTAO-DIA
              PERFORM 0345-FECHAR-PIX-DIA
              DISPLAY "**********************************"
              DISPLAY "FIM DE PROGRAMA"
              GO TO 0300-FINALIZAR-FIM
                                       - WRK-ARQ-DINHEIRO.
           COMPUTE WRK-DIF-CARTAO = WRK-CXA-CARTAO
                                    - WRK-ARQ-CARTAO.
           COMPUTE WRK-DIF-PIX = WRK-CXA-PIX - WRK-ARQ-PIX.
           DISPLAY "**********************************".
           DISPLAY "REGISTROS DE VENDA LIDOS... " WRK-ACUM-LIDOS.
           MOVE WRK-TOTAL-ESTORNOS TO WRK-VALOR-ED.
           MOVE WRK-DIF-CARTAO TO WRK-DIFERENCA-ED.
           DISPLAY "DIFERENCA DO CARTAO........ " WRK-DIFERENCA-ED.
           DISPLAY "----------------------------------".
           MOVE WRK-ARQ-PIX TO WRK-VALOR-ED.
           DISPLAY "PIX NO ARQUIVO............. " WRK-VALOR-ED.
           MOVE WRK-CXA-PIX TO WRK-VALOR-ED.
           DISPLAY "PIX RECEBIDO (APP/BANCO)... " WRK-VALOR-ED.
           MOVE WRK-DIF-PIX TO WRK-DIFERENCA-ED.
           DISPLAY "DIFERENCA DO PIX........... " WRK-DIFERENCA-ED.
           DISPLAY "----------------------------------".
      *-------- SO INFORMATIVO: NAO ENTRA NA TOLERANCIA
           MOVE WRK-ARQ-VALE TO WRK-VALOR-ED.
           DISPLAY "PAGO COM VALE-PRESENTE..... " WRK-VALOR-ED.
           MOVE WRK-ARQ-FOLHA TO WRK-VALOR-ED.
           DISPLAY "DESCONTADO EM FOLHA........ " WRK-VALOR-ED.
           MOVE WRK-ARQ-ENTREGA TO WRK-VALOR-ED.
           DISPLAY "A RECEBER NA ENTREGA....... " WRK-VALOR-ED.
           DISPLAY "----------------------------------".
           IF WRK-DIFERENCA LESS ZEROS
              COMPUTE WRK-DIF-ABSOLUTA = 0 - WRK-DIFERENCA
           ELSE
           ELSE
              MOVE WRK-DIF-CARTAO TO WRK-ABS-CARTAO
           END-IF.
           IF WRK-DIF-PIX LESS ZEROS
              COMPUTE WRK-ABS-PIX = 0 - WRK-DIF-PIX
           ELSE
              MOVE WRK-DIF-PIX TO WRK-ABS-PIX
           END-IF.
           EVALUATE TRUE
              WHEN WRK-DIF-DINHEIRO EQUAL ZEROS
                   AND WRK-DIF-CARTAO EQUAL ZEROS
                   AND WRK-DIF-PIX EQUAL ZEROS
                 DISPLAY "CAIXA CONFERE"
                 MOVE "FECHADO SEM DIFERENCA        " TO WRK-NOTA
              WHEN WRK-ABS-DINHEIRO LESS OR EQUAL WRK-TOLERANCIA
                   AND WRK-ABS-CARTAO LESS OR EQUAL WRK-TOLERANCIA
                   AND WRK-ABS-PIX LESS OR EQUAL WRK-TOLERANCIA
                 DISPLAY "DIFERENCA DENTRO DA TOLERANCIA - "
                         "FECHADO AUTOMATICAMENTE"
                 MOVE "FECHADO DENTRO DA TOLERANCIA " TO WRK-NOTA
           WRITE REG-CONCILIA.
           CLOSE CONCILIA.

       0345-FECHAR-PIX-DIA          SECTION.
      *-------- O PIX FECHA NO DIA COMO O CARTAO: O ARQUIVO CONTRA O
      *-------- PIX DECLARADO NAS SESSOES (OU DIGITADO NA ABERTURA)
           DISPLAY "----------------------------------".
           COMPUTE WRK-DIF-PIX = WRK-CXA-PIX - WRK-ARQ-PIX.
           MOVE WRK-ARQ-PIX TO WRK-VALOR-ED.
           DISPLAY "PIX NO ARQUIVO............. " WRK-VALOR-ED.
           MOVE WRK-CXA-PIX TO WRK-VALOR-ED.
           DISPLAY "PIX RECEBIDO (DECLARADO)... " WRK-VALOR-ED.
           MOVE WRK-DIF-PIX TO WRK-DIFERENCA-ED.
           DISPLAY "DIFERENCA DO PIX........... " WRK-DIFERENCA-ED.
           IF WRK-DIF-PIX LESS ZEROS
              COMPUTE WRK-ABS-PIX = 0 - WRK-DIF-PIX
           ELSE
              MOVE WRK-DIF-PIX TO WRK-ABS-PIX
           END-IF.
           MOVE WRK-DIF-PIX TO WRK-DIFERENCA.
           MOVE WRK-ABS-PIX TO WRK-DIF-ABSOLUTA.
           EVALUATE TRUE
              WHEN WRK-DIF-PIX EQUAL ZEROS
                 DISPLAY "PIX CONFERE"
                 MOVE "PIX SEM DIFERENCA            " TO WRK-NOTA
              WHEN WRK-ABS-PIX LESS OR EQUAL WRK-TOLERANCIA
                 DISPLAY "DIFERENCA DENTRO DA TOLERANCIA - "
                         "FECHADO AUTOMATICAMENTE"
                 MOVE "PIX DENTRO DA TOLERANCIA     " TO WRK-NOTA
              WHEN OTHER
                 DISPLAY "PIX NAO CONFERE - DIFERENCA ACIMA DA "
                         "TOLERANCIA"
                 PERFORM 0310-EXIGIR-SUPERVISOR
           END-EVALUATE.
           OPEN EXTEND CONCILIA.
           IF FS-CONCILIA EQUAL 35
              OPEN OUTPUT CONCILIA
           END-IF.
           MOVE WRK-DATA-HOJE  TO CON-DATA.
           MOVE WRK-OPERADOR   TO CON-OPERADOR.
           MOVE WRK-ARQ-PIX    TO CON-TOTAL-ARQ.
           MOVE WRK-CXA-PIX    TO CON-TOTAL-CXA.
           IF WRK-DIF-PIX LESS ZEROS
              MOVE "-" TO CON-DIF-SINAL
           ELSE
              MOVE "+" TO CON-DIF-SINAL
           END-IF.
           MOVE WRK-ABS-PIX    TO CON-DIFERENCA.
           MOVE WRK-NOTA       TO CON-NOTA.
           MOVE ZEROS          TO CON-SESSAO.
           MOVE WRK-LOJA       TO CON-LOJA.
           WRITE REG-CONCILIA.
           CLOSE CONCILIA.

       0350-GRAVAR-SESSAO           SECTION.
           OPEN EXTEND CONCILIA.
           IF FS-CONCILIA EQUAL 35
