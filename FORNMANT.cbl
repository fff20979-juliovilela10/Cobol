      *           CONFERIR A FATURA
      * DATA: 02/09/2026
      * OBSERVAÇÕES:
      * 15/10/2026 JV - O CADASTRO PASSA A RECEBER OS DADOS
      *                 BANCARIOS DO FORNECEDOR (BANCO, AGENCIA,
      *                 CONTA E DIGITO), USADOS NA REMESSA DE
      *                 PAGAMENTOS (CPREMES); BANCO 000 = SEM CONTA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
                        " " FOR-NOME
                        " CNPJ " FOR-CNPJ
                        " FONE " FOR-TELEFONE
                        " BANCO " FOR-BANCO
                READ FORNECED NEXT RECORD
             END-PERFORM.
           DISPLAY "TOTAL DE FORNECEDORES: " WRK-ACUM-LIDOS.
                DISPLAY "CNPJ ATUAL...... " FOR-CNPJ
                DISPLAY "ENDERECO ATUAL.. " FOR-ENDERECO
                DISPLAY "TELEFONE ATUAL.. " FOR-TELEFONE
                DISPLAY "BANCO ATUAL..... " FOR-BANCO
                        " AGENCIA " FOR-AGENCIA
                        " CONTA " FOR-CONTA "-" FOR-CONTA-DV
                PERFORM 0240-RECEBER-DADOS
                REWRITE REG-FORNECED
                  INVALID KEY
             ACCEPT FOR-ENDERECO.
           DISPLAY "TELEFONE............"
             ACCEPT FOR-TELEFONE.
      *-------- DADOS BANCARIOS PARA A REMESSA DE PAGAMENTOS (CPREMES);
      *-------- BANCO ZERADO = FORNECEDOR PAGO FORA DA REMESSA
           DISPLAY "BANCO (3 DIGITOS, 000 = SEM CONTA).."
             ACCEPT FOR-BANCO.
           IF FOR-BANCO EQUAL ZEROS
              MOVE ZEROS  TO FOR-AGENCIA FOR-CONTA
              MOVE SPACES TO FOR-CONTA-DV
              GO TO 0240-RECEBER-FIM
           END-IF.
           DISPLAY "AGENCIA (SEM DIGITO)................"
             ACCEPT FOR-AGENCIA.
           DISPLAY "CONTA CORRENTE (SEM DIGITO)........."
             ACCEPT FOR-CONTA.
           DISPLAY "DIGITO DA CONTA....................."
             ACCEPT FOR-CONTA-DV.

       0240-RECEBER-FIM.
           EXIT.

       0300-FINALIZAR               SECTION.
           DISPLAY "FIM DE PROGRAMA".
