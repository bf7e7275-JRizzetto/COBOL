      ******************************************************************
      * ADIANTAMENTO-REC.cpy
      * LAYOUT DO HISTORICO DE ADIANTAMENTOS QUINZENAIS (ARQUIVO
      * data/ADIANTAMENTOS.DAT): UMA LINHA POR FUNCIONARIO POR
      * COMPETENCIA, APPENDADA PELO A008 NA FOLHA_TIPO=ADTO COM O
      * PERCENTUAL APLICADO E O VALOR CREDITADO. E O QUE A FOLHA
      * MENSAL DA MESMA COMPETENCIA DESCONTA DO LIQUIDO E O QUE A
      * CONTABILIDADE (A033) LANCA COMO ADIANTAMENTO SALARIAL. O
      * RERUN DO ADIANTAMENTO ANTES DA REMESSA SUBSTITUI AS LINHAS DA
      * COMPETENCIA. INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE
      * CADA PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  AD-ADIANTAMENTO-REC.
           05 AD-MATRICULA                       PIC 9(06).
           05 AD-COMPETENCIA                     PIC 9(06).
           05 AD-PERCENTUAL                      PIC 9(03)V99.
           05 AD-SALARIO                         PIC 9(06)V99.
           05 AD-VALOR                           PIC 9(06)V99.
           05 AD-DATA-CALCULO                    PIC 9(08).
