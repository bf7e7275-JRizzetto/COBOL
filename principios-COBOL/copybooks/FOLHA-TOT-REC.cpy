      ******************************************************************
      * FOLHA-TOT-REC.cpy
      * LAYOUT DOS TOTAIS DA EMPRESA POR EXECUCAO DE FOLHA (ARQUIVO
      * data/FOLHA_TOTAIS.DAT): UMA LINHA POR COMPETENCIA E TIPO DE
      * FOLHA (NORM/COMP/13-1/13-2), GRAVADA PELO A008 NO FIM DE CADA
      * EXECUCAO COM OS MESMOS TOTAIS DA PAGINA DE FECHAMENTO - UM
      * RERUN NA COMPETENCIA SUBSTITUI A LINHA DO MESMO MES E TIPO.
      * E CONTRA ESTES TOTAIS QUE AS GUIAS DE RECOLHIMENTO AMARRAM A
      * SOMA DO ACUMULADO. TF-SALARIO-MATERNIDADE E O SALARIO
      * MATERNIDADE PAGO NA FOLHA MENSAL, QUE A GUIA DO INSS COMPENSA
      * (LINHAS GRAVADAS ANTES DO CAMPO FICAM COM BRANCOS NELE, E O
      * A032 AS TRATA COMO ZERO). TF-COMPLEMENTO-ACIDENTE E O SALARIO
      * DOS DIAS DE ACIDENTE DE TRABALHO PAGOS PELO INSS, QUE SAEM DO
      * BRUTO MAS CONTINUAM NA BASE DO FGTS - O A031 SOMA ESTE VALOR
      * AO BRUTO NO CRUZAMENTO (BRANCOS NAS LINHAS ANTIGAS CONTAM COMO
      * ZERO). INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA
      * PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  TF-TOTAIS-REC.
           05 TF-COMPETENCIA                     PIC 9(06).
           05 TF-TIPO-FOLHA                      PIC X(04).
           05 TF-QTD-FUNCIONARIOS                PIC 9(05).
           05 TF-BRUTO                           PIC 9(09)V99.
           05 TF-INSS                            PIC 9(09)V99.
           05 TF-IRRF                            PIC 9(09)V99.
           05 TF-LIQUIDO                         PIC 9(09)V99.
           05 TF-FGTS                            PIC 9(09)V99.
           05 TF-DATA-EXECUCAO                   PIC 9(08).
           05 TF-SALARIO-MATERNIDADE             PIC 9(09)V99.
           05 TF-COMPLEMENTO-ACIDENTE            PIC 9(09)V99.
