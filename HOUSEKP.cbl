      *                 VENDRES_ FICA DE FORA DE PROPOSITO - E O
      *                 RESUMO MENSAL CONSOLIDADO, QUE DEVE SER
      *                 GUARDADO
      * 15/10/2026 JV - INCLUIDAS AS GERACOES DO BACKUP DOS
      *                 CADASTROS INDEXADOS (BKPPROD_ A BKPCRES_,
      *                 GRAVADAS PELO MSTUNLD), GUARDADAS PELO
      *                 MESMO PRAZO DE RETENCAO DOS DEMAIS
      * 15/10/2026 JV - INCLUIDOS OS LOTES DE NOTAS JA PROCESSADOS
      *                 (LINHASNF_, GUARDADOS PELO EXCBL23)
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 FILLER PIC X(12) VALUE "EXTTOT_".
           05 FILLER PIC X(12) VALUE "RELATOK_".
           05 FILLER PIC X(12) VALUE "REMSAL_".
           05 FILLER PIC X(12) VALUE "BKPPROD_".
           05 FILLER PIC X(12) VALUE "BKPESTQ_".
           05 FILLER PIC X(12) VALUE "BKPLOTE_".
           05 FILLER PIC X(12) VALUE "BKPBARR_".
           05 FILLER PIC X(12) VALUE "BKPFORN_".
           05 FILLER PIC X(12) VALUE "BKPPEDC_".
           05 FILLER PIC X(12) VALUE "BKPCREC_".
           05 FILLER PIC X(12) VALUE "BKPCPAG_".
           05 FILLER PIC X(12) VALUE "BKPPONT_".
           05 FILLER PIC X(12) VALUE "BKPCRES_".
           05 FILLER PIC X(12) VALUE "LINHASNF_".
       01  WRK-TAB-FAMILIAS-R REDEFINES WRK-TAB-FAMILIAS.
           05 WRK-FAMILIA    PIC X(12) OCCURS 19 TIMES.

       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       01  WRK-PATH          PIC X(60) VALUE SPACES.

       0210-REMOVER-FAMILIAS        SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 19
              MOVE SPACES TO WRK-PATH
              STRING WRK-PATH-DIR           DELIMITED BY SPACES
                     WRK-FAMILIA(WRK-IDX)    DELIMITED BY SPACES
