      ******************************************************************
      * PROVISAO-FUNC-REC.cpy
      * LAYOUT DOS SALDOS DE PROVISAO POR FUNCIONARIO (ARQUIVO
      * data/PROVISAO_FUNC.DAT): UMA LINHA POR COMPETENCIA E
      * MATRICULA COM O QUE O A012 APUROU PARA O FUNCIONARIO - A
      * SOMA DAS LINHAS DA COMPETENCIA E O TOTAL GRAVADO EM
      * PROVISAO_SALDOS.DAT. RERUN NA MESMA COMPETENCIA SUBSTITUI AS
      * LINHAS. O RATEIO POR CENTRO DE CUSTO (A040) TIRA DAQUI A
      * CONSTITUICAO DO MES DE CADA FUNCIONARIO. INCLUIDO NA FILE
      * SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O LAYOUT
      * NAO DIVERGIR.
      ******************************************************************
       01  PF-PROVISAO-FUNC-REC.
           05 PF-COMPETENCIA                     PIC 9(06).
           05 PF-MATRICULA                       PIC 9(06).
           05 PF-SALDO-13                        PIC 9(07)V99.
           05 PF-INSS-13                         PIC 9(07)V99.
           05 PF-SALDO-FERIAS                    PIC 9(07)V99.
           05 PF-SALDO-TERCO                     PIC 9(07)V99.
