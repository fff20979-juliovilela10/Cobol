      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO REGISTRO DO ARQUIVO TRANSFER.DAT
      *           (TRANSFERENCIA DE MERCADORIA ENTRE LOJAS, INDEXADO
      *           POR NUMERO + PRODUTO + LOTE) - GRAVADO NO DIRETORIO
      *           DE DADOS DA LOJA DE ORIGEM PELO TRFENVIA NA SAIDA DA
      *           MERCADORIA; A LOJA DE DESTINO CONFIRMA A CHEGADA NO
      *           TRFRECEB, ABRINDO O ARQUIVO DA ORIGEM PELO DIRETORIO
      *           DO CADASTRO LOJAS.txt; O TRFTRANS LISTA O QUE ESTA
      *           EM TRANSITO HA MAIS DE N DIAS
      * DATA: 15/10/2026
      * OBSERVAÇÕES: QUANTIDADE NA UNIDADE BASE DA FICHA; TRF-CUSTO E
      *              O CUSTO MEDIO DA FICHA DA ORIGEM NA SAIDA (VALOR
      *              DA TRANSFERENCIA = QUANTIDADE X TRF-CUSTO); LOTE
      *              EM BRANCO = PRODUTO NAO PERECIVEL. RECEBIDO MENOR
      *              QUE O ENVIADO FECHA COMO "F" (FALTA NO TRANSITO)
      ******************************************************************
       01  REG-TRANSFER.
           05 TRF-CHAVE.
              10 TRF-NUMERO      PIC 9(06).
              10 TRF-PRODUTO     PIC 9(04).
              10 TRF-LOTE        PIC X(10).
           05 TRF-LOJA-ORIGEM    PIC 9(02).
           05 TRF-LOJA-DESTINO   PIC 9(02).
           05 TRF-DATA-ENVIO     PIC 9(08).
           05 TRF-QTD-ENVIADA    PIC 9(05).
           05 TRF-CUSTO          PIC 9(05)V99.
           05 TRF-VALIDADE       PIC 9(08).
           05 TRF-OPERADOR-ENVIO PIC X(08).
           05 TRF-SITUACAO       PIC X(01).
              88 TRF-EM-TRANSITO        VALUE "T".
              88 TRF-RECEBIDA           VALUE "R".
              88 TRF-RECEBIDA-FALTA     VALUE "F".
           05 TRF-DATA-RECEB     PIC 9(08).
           05 TRF-QTD-RECEBIDA   PIC 9(05).
           05 TRF-OPERADOR-RECEB PIC X(08).
