      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LISTA DOS CADASTROS INDEXADOS COM BACKUP NOTURNO -
      *           A MESMA TABELA GUIA A DESCARGA (MSTUNLD) E A RECARGA
      *           (MSTRELD), PARA AS DUAS PONTAS NUNCA DIVERGIREM.
      *           CADA ENTRADA TRAZ O NOME LOGICO DO ARQUIVO (ARQPATH)
      *           E O CODIGO DA GERACAO, QUE E AO MESMO TEMPO A ETAPA
      *           REGISTRADA NO RUNCTL.txt E O PREFIXO DO BACKUP
      *           DATADO (<CODIGO>_AAAAMMDD.txt)
      * DATA: 15/10/2026
      * OBSERVAÇÕES: O CLIENTES.DAT CONTINUA COM O PAR CLIUNLD/CLIRELD
      *              (USADO PELO ROLL-FORWARD, CLIROLL). A ORDEM DA
      *              TABELA E A ORDEM DO MENU DA RECARGA E DAS SECOES
      *              POR ARQUIVO NOS DOIS PROGRAMAS
      ******************************************************************
       01  MST-TAB-MESTRES.
           05 FILLER PIC X(28) VALUE "PRODUTOS.DAT        BKPPROD ".
           05 FILLER PIC X(28) VALUE "ESTOQUE.DAT         BKPESTQ ".
           05 FILLER PIC X(28) VALUE "LOTES.DAT           BKPLOTE ".
           05 FILLER PIC X(28) VALUE "BARRAS.DAT          BKPBARR ".
           05 FILLER PIC X(28) VALUE "FORNECED.DAT        BKPFORN ".
           05 FILLER PIC X(28) VALUE "PEDCOMP.DAT         BKPPEDC ".
           05 FILLER PIC X(28) VALUE "CONTASREC.DAT       BKPCREC ".
           05 FILLER PIC X(28) VALUE "CONTASPAG.DAT       BKPCPAG ".
           05 FILLER PIC X(28) VALUE "PONTOS.DAT          BKPPONT ".
           05 FILLER PIC X(28) VALUE "CLIRESUM.DAT        BKPCRES ".
       01  MST-TAB-MESTRES-R REDEFINES MST-TAB-MESTRES.
           05 MST-ENTRY OCCURS 10 TIMES.
              10 MST-ARQUIVO    PIC X(20).
              10 MST-GERACAO    PIC X(08).
       77  MST-QTD              PIC 9(02) VALUE 10.
