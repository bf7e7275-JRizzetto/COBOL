      ******************************************************************
      * RATEIO-CC-REC.cpy
      * LAYOUT DO RATEIO CONTABIL POR CENTRO DE CUSTO (ARQUIVO
      * data/RATEIO_CC.DAT): UMA LINHA POR COMPETENCIA, CENTRO DE
      * CUSTO E EVENTO CONTABIL DE DESPESA (FOL-BRUTO, CPL-BRUTO,
      * PRV-13, PRV-FERIAS, RES-VERBAS, RES-FGTS), GRAVADA PELO
      * A040-RATEIO-CENTRO-CUSTO COM A PARTE DO CENTRO NO VALOR DO
      * EVENTO - RERUN NA MESMA COMPETENCIA SUBSTITUI AS LINHAS. O
      * LANCAMENTO CONTABIL (A033) QUEBRA O EVENTO POR CENTRO QUANDO
      * A SOMA DAS PARTES FECHA COM O VALOR DO LOTE. VALOR COM SINAL
      * (A PROVISAO DE UM CENTRO PODE DIMINUIR NO MES). CENTRO EM
      * BRANCO = MATRICULA SEM LOTACAO NA COMPETENCIA. INCLUIDO NA
      * FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O
      * LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  RT-RATEIO-REC.
           05 RT-COMPETENCIA                     PIC 9(06).
           05 RT-CENTRO-CUSTO                    PIC X(04).
           05 RT-EVENTO                          PIC X(10).
           05 RT-VALOR                           PIC S9(09)V99
                                                 SIGN IS LEADING
                                                 SEPARATE.
