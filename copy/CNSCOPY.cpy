      ******************************************************************
      * AUTOR: Julio Vilela
      * OBJETIVO: LAYOUT PADRAO DO ARQUIVO DO CENSO ESCOLAR ANUAL
      *           (CENSO_AAAA.txt), GRAVADO PELO CENSOEXP: HEADER "H",
      *           UM DETALHE "D" POR ALUNO, UM TOTAL "U" POR UNIDADE E
      *           TRAILER "T" COM AS QUANTIDADES
      * DATA: 15/10/2026
      * OBSERVAÇÕES: SITUACAO NO FIM DO ANO: A = CURSANDO (ATIVO),
      *              T = TRANCADO, I = DEIXOU A ESCOLA NO ANO.
      *              RESULTADO: A = APROVADO, R = REPROVADO POR NOTA,
      *              F = REPROVADO POR FALTA, N = SEM RESULTADO (SO
      *              PARA QUEM NAO ESTAVA CURSANDO NO FIM DO ANO).
      *              DECISAO DO AVANCO (ALUAVANC): A = AVANCOU,
      *              R = RETIDO, S = SEM RESULTADO, BRANCO = SEM
      *              DECISAO REGISTRADA
      ******************************************************************
       01  REG-CENSO                 PIC X(80).
       01  REG-CENSO-HDR REDEFINES REG-CENSO.
           05 CNS-HDR-TIPO    PIC X(01).
           05 CNS-HDR-ESCOLA  PIC X(30).
           05 CNS-HDR-INEP    PIC 9(08).
           05 CNS-HDR-ANO     PIC 9(04).
           05 CNS-HDR-DATA    PIC 9(08).
           05 FILLER          PIC X(29).
       01  REG-CENSO-DET REDEFINES REG-CENSO.
           05 CNS-DET-TIPO    PIC X(01).
           05 CNS-RM          PIC 9(05).
           05 CNS-NOME        PIC X(20).
           05 CNS-UNI         PIC 9(01).
           05 CNS-SERIE       PIC 9(02).
           05 CNS-SITUACAO    PIC X(01).
              88 CNS-SIT-CURSANDO      VALUE "A".
              88 CNS-SIT-TRANCADO      VALUE "T".
              88 CNS-SIT-SAIU          VALUE "I".
           05 CNS-TRANSFERIDO PIC X(01).
           05 CNS-UNI-ORIGEM  PIC 9(01).
           05 CNS-RESULTADO   PIC X(01).
              88 CNS-RES-APROVADO      VALUE "A".
              88 CNS-RES-REPROVADO     VALUE "R".
              88 CNS-RES-REPROV-FALTA  VALUE "F".
              88 CNS-RES-SEM-RESULTADO VALUE "N".
           05 CNS-MEDIA       PIC 9(02)V99.
           05 CNS-DECISAO     PIC X(01).
           05 CNS-SERIE-SEG   PIC 9(02).
           05 CNS-MUD-STATUS  PIC 9(02).
           05 FILLER          PIC X(38).
       01  REG-CENSO-UNI REDEFINES REG-CENSO.
           05 CNS-UNI-TIPO    PIC X(01).
           05 CNS-TOT-UNI     PIC 9(01).
           05 CNS-TOT-ALUNOS  PIC 9(05).
           05 CNS-TOT-CURSANDO PIC 9(05).
           05 CNS-TOT-TRANCADOS PIC 9(05).
           05 CNS-TOT-SAIRAM  PIC 9(05).
           05 CNS-TOT-TRANSF  PIC 9(05).
           05 CNS-TOT-APROV   PIC 9(05).
           05 CNS-TOT-REPROV  PIC 9(05).
           05 CNS-TOT-REPFAL  PIC 9(05).
           05 CNS-TOT-SEM-RES PIC 9(05).
           05 FILLER          PIC X(33).
       01  REG-CENSO-TRL REDEFINES REG-CENSO.
           05 CNS-TRL-TIPO    PIC X(01).
           05 CNS-TRL-ALUNOS  PIC 9(06).
           05 CNS-TRL-UNIDADES PIC 9(02).
           05 FILLER          PIC X(71).
