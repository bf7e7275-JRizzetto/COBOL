      ******************************************************************
      * FGTS-REC.cpy
      * LAYOUT DO EXTRATO DE FGTS POR FUNCIONARIO (ARQUIVO
      * data/FGTS_EXTRATO.DAT): UM LANCAMENTO POR MATRICULA,
      * COMPETENCIA E TIPO DE FOLHA. O A008 APPENDA O DEPOSITO DE 8%
      * SOBRE O MESMO BRUTO QUE VAI PARA O ACUMULADO (NORM/COMP/13-1/
      * 13-2 - O RETROATIVO "RET" JA VEM DENTRO DO BRUTO MENSAL) E O
      * A011 APPENDA O DEPOSITO DO MES RESCISORIO ("RESC") E A MULTA
      * RESCISORIA ("M"). A SOMA DOS DEPOSITOS DA MATRICULA E O SALDO
      * PARA FINS RESCISORIOS; AS LINHAS DA COMPETENCIA SAO O QUE A
      * GUIA MENSAL (A031-FGTS-GUIA) RECOLHE. INCLUIDO NA FILE
      * SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O LAYOUT
      * NAO DIVERGIR.
      ******************************************************************
       01  FG-FGTS-REC.
           05 FG-MATRICULA                       PIC 9(06).
           05 FG-COMPETENCIA                     PIC 9(06).
           05 FG-TIPO-FOLHA                      PIC X(04).
           05 FG-TIPO-LANC                       PIC X(01).
               88 FG-DEPOSITO-MENSAL             VALUE "D".
               88 FG-MULTA-RESCISORIA            VALUE "M".
           05 FG-BASE                            PIC 9(06)V99.
           05 FG-VALOR                           PIC 9(06)V99.
           05 FG-DATA-LANC                       PIC 9(08).
