      ******************************************************************
      * FERIAS-HIST-REC.cpy
      * LAYOUT DO HISTORICO DE PAGAMENTOS DE FERIAS (ARQUIVO
      * data/FERIAS_HIST.DAT): UMA LINHA POR FERIAS PAGA, APPENDADA
      * PELO A024-FERIAS-GOZO COM AS VERBAS (SALARIO DOS DIAS E
      * TERCO), AS RETENCOES E O LIQUIDO CREDITADO - AS BAIXAS DE
      * PROVISAO SO GUARDAM O BRUTO, E AS GUIAS (A032) E O
      * LANCAMENTO CONTABIL (A033) PRECISAM DO INSS E DO IRRF RETIDOS.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA
      * PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  FH-FERIAS-HIST-REC.
           05 FH-MATRICULA                       PIC 9(06).
           05 FH-COMPETENCIA                     PIC 9(06).
           05 FH-DATA-PAGAMENTO                  PIC 9(08).
           05 FH-DIAS                            PIC 9(02).
           05 FH-VALOR-FERIAS                    PIC 9(05)V99.
           05 FH-TERCO-FERIAS                    PIC 9(05)V99.
           05 FH-INSS                            PIC 9(04)V99.
           05 FH-IRRF                            PIC 9(04)V99.
           05 FH-LIQUIDO                         PIC 9(05)V99.
