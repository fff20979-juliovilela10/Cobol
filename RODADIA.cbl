      * OBSERVAÇÕES: O REGISTRO DE ETAPA "CADEIA" COM STATUS "OK"
      *              MARCA A DATA COMO ENCERRADA; UMA CADEIA QUE CAIU
      *              NO MEIO PODE SER RODADA DE NOVO NO MESMO DIA
      * 15/10/2026 JV - O BACKUP NOTURNO DOS CADASTROS INDEXADOS
      *                 (MSTUNLD) ENTRA COMO ULTIMA ETAPA DA CADEIA
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
           05 FILLER PIC X(08) VALUE "VENDINCR".
           05 FILLER PIC X(08) VALUE "CLIRFV".
           05 FILLER PIC X(08) VALUE "EODSUM".
           05 FILLER PIC X(08) VALUE "MSTUNLD".
       01  WRK-TAB-ETAPAS-R REDEFINES WRK-TAB-ETAPAS.
           05 WRK-ETAPA      PIC X(08) OCCURS 8 TIMES.

       77  WRK-IDX           PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.

       0200-RODAR-CADEIA            SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 8
                      OR NOT WRK-CADEIA-OK
              PERFORM 0210-RODAR-ETAPA
           END-PERFORM.
