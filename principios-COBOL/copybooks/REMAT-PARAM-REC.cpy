      ******************************************************************
      * REMAT-PARAM-REC.cpy
      * LAYOUT DO PARAMETRO DA REMATRICULA (ARQUIVO
      * data/REMATRICULA_PARAM.DAT, UMA LINHA), MANTIDO PELA
      * SECRETARIA. RA-TOLERANCIA E A DIVIDA VENCIDA DA FAMILIA ATE A
      * QUAL A REMATRICULA AINDA PASSA. RA-VALOR-TAXA E A TAXA DE
      * MATRICULA (ZERO = MENSALIDADE CHEIA DA TURMA DE DESTINO NA
      * TABELA DE PRECOS) E RA-COMP-TAXA A COMPETENCIA AAAAMM EM QUE
      * ELA E COBRADA (ZERO = MES SEGUINTE AO MOVIMENTO). SEM O
      * ARQUIVO: TOLERANCIA ZERO, TAXA PELA TABELA DE PRECOS NO MES
      * SEGUINTE. USADO PELA ROLAGEM DE ANO (013) E PELA LIBERACAO
      * (020) - INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA
      * PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  RA-PARAM-REC.
           05 RA-TOLERANCIA                      PIC 9(05)V99.
           05 RA-VALOR-TAXA                      PIC 9(05)V99.
           05 RA-COMP-TAXA                       PIC 9(06).
