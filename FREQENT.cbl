      *              DE 31 DIAS SAO RECUSADAS; FUNCIONARIO APONTADO
      *              DUAS VEZES VALE A PRIMEIRA LINHA (O FOLHAVAR
      *              PARA NA PRIMEIRA) - CONFIRA PELA LISTAGEM
      * 15/10/2026 JV - FUNCIONARIO COM JORNADA NO RELOGIO TEM A
      *                 LINHA GERADA PELO FREQPONT; A DIGITADA AQUI
      *                 PARA ELE E SUBSTITUIDA NA APURACAO DO PONTO
      ******************************************************************
       ENVIRONMENT                DIVISION.
       CONFIGURATION              SECTION.
