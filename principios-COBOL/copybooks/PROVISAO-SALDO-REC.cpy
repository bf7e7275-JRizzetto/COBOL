      ******************************************************************
      * PROVISAO-SALDO-REC.cpy
      * LAYOUT DOS SALDOS DE PROVISAO POR COMPETENCIA (ARQUIVO
      * data/PROVISAO_SALDOS.DAT): UMA LINHA POR COMPETENCIA AAAAMM
      * COM OS TOTAIS DA EMPRESA QUE O A012 APUROU NO FECHAMENTO DO
      * MES - RERUN NA MESMA COMPETENCIA SUBSTITUI A LINHA. O
      * LANCAMENTO CONTABIL (A033) CONSTITUI A PROVISAO DO MES PELA
      * DIFERENCA ENTRE O SALDO DESTA COMPETENCIA E O DA ANTERIOR,
      * SOMADAS AS BAIXAS PAGAS NO MES. INCLUIDO NA FILE SECTION
      * (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O LAYOUT NAO
      * DIVERGIR.
      ******************************************************************
       01  PS-SALDO-REC.
           05 PS-COMPETENCIA                     PIC 9(06).
           05 PS-QTD-FUNCIONARIOS                PIC 9(05).
           05 PS-SALDO-13                        PIC 9(09)V99.
           05 PS-INSS-13                         PIC 9(09)V99.
           05 PS-SALDO-FERIAS                    PIC 9(09)V99.
           05 PS-SALDO-TERCO                     PIC 9(09)V99.
           05 PS-DATA-EXECUCAO                   PIC 9(08).
