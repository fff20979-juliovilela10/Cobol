      *              DIA E SEM LINHA AQUI DERRUBA O CONTDIA COM ERRO,
      *              PARA O ARQUIVO NUNCA IR DESBALANCEADO AO
      *              CONTADOR
      * 15/10/2026 JV - NOVO EVENTO CONHECIDO PELO CONTDIA: VENDAPIX
      *                 (VENDAS RECEBIDAS NO PIX)
      * 15/10/2026 JV - NOVOS EVENTOS CONHECIDOS PELO CONTDIA:
      *                 VALEEMIS (VALE-PRESENTE VENDIDO - DEBITO
      *                 RECEITA, CREDITO VALES A RESGATAR) E VALERESG
      *                 (VALE USADO - DEBITO VALES A RESGATAR, CREDITO
      *                 RECEITA)
      * 15/10/2026 JV - NOVOS EVENTOS CONHECIDOS PELO CONTDIA:
      *                 VENDAFOL (COMPRA DE FUNCIONARIO DESCONTADA EM
      *                 FOLHA - DEBITO FUNCIONARIOS A RECEBER, CREDITO
      *                 RECEITA) E FOLHACON (DESCONTO DAS COMPRAS NA
      *                 FOLHA - DEBITO SALARIOS, CREDITO FUNCIONARIOS
      *                 A RECEBER)
      * 15/10/2026 JV - NOVOS EVENTOS CONHECIDOS PELO CONTDIA:
      *                 BAIXAPDD (BAIXA POR PERDA - DEBITO PDD,
      *                 CREDITO CLIENTES) E RECUPPDD (RECUPERACAO DE
      *                 PERDA - DEBITO CAIXA/BANCO, CREDITO RECEITA
      *                 DE RECUPERACAO)
      * 15/10/2026 JV - NOVOS EVENTOS CONHECIDOS PELO CONTDIA:
      *                 FOLHAFGT (FGTS DO MES), FOLHAPAT (INSS
      *                 PATRONAL) E FOLHATER (TERCEIROS/RAT) - DEBITO
      *                 DESPESA DE ENCARGOS, CREDITO ENCARGOS A
      *                 RECOLHER
      * 15/10/2026 JV - NOVO EVENTO CONHECIDO PELO CONTDIA: FOLHABEN
      *                 (DESCONTO DO VT/VR NA FOLHA - DEBITO
      *                 SALARIOS, CREDITO CUSTO DE BENEFICIOS)
      * 15/10/2026 JV - NOVOS EVENTOS CONHECIDOS PELO CONTDIA:
      *                 VENDAENT (VENDA PAGA NA ENTREGA - DEBITO
      *                 ENTREGAS A RECEBER, CREDITO RECEITA), RECEBENT
      *                 (DINHEIRO DO ACERTO DO ROMANEIO - DEBITO
      *                 CAIXA, CREDITO ENTREGAS A RECEBER) E DEVOLENT
      *                 (ORDEM DEVOLVIDA - DEBITO RECEITA/DEVOLUCOES,
      *                 CREDITO ENTREGAS A RECEBER)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
