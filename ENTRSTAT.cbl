      *              INTEIRO NA TABELA (ATE 500), APLICA E REGRAVA;
      *              ARQUIVO MAIOR QUE A TABELA RECUSA A MANUTENCAO.
      *              ORDEM JA ENTREGUE OU DEVOLVIDA NAO ANDA MAIS
      * 15/10/2026 JV - REGISTRO DA ORDEM CRESCEU (VALOR A COBRAR E
      *                 ROMANEIO); ORDEM EM ROTA NUM ROMANEIO SO E
      *                 BAIXADA PELO ACERTO DO ROMANEIO (ROMACERT)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
      *-------------- TABELA COM O ARQUIVO INTEIRO -------------------
       77  WRK-ACUM-ORDENS   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ORDENS.
           05 WRK-ORD-REG OCCURS 500 TIMES PIC X(162).

       77  WRK-IDX           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO    PIC 9(03) VALUE ZEROS.
              DISPLAY "ORDEM JA ENCERRADA - NAO ANDA MAIS"
              GO TO 0220-ATUALIZAR-FIM
           END-IF.
      *-------- ORDEM EM ROTA NUM ROMANEIO SO E BAIXADA NO ACERTO
           IF ENT-EM-ROTA
              AND ENT-ROMANEIO NUMERIC
              AND ENT-ROMANEIO GREATER ZEROS
              DISPLAY "ORDEM NO ROMANEIO " ENT-ROMANEIO
                      " - BAIXA SO PELO ACERTO (ROMACERT)"
              GO TO 0220-ATUALIZAR-FIM
           END-IF.
           DISPLAY "NOVO STATUS (S=SEPARANDO / R=SAIU / "
                   "E=ENTREGUE / D=DEVOLVIDO): "
             ACCEPT WRK-STATUS-NOVO.
