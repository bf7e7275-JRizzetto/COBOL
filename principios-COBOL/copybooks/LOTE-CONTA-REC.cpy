      ******************************************************************
      * LOTE-CONTA-REC.cpy
      * LAYOUT DOS TOTAIS POR CONTA DO TOTALIZADOR EM LOTE (ARQUIVO
      * data/LOTE_CONTAS.DAT): UMA LINHA POR QUEBRA DE CONTA DOS LOTES
      * POSTADOS NO DIA, COM A DATA DE MOVIMENTO, A CONTA (FOLH, MENS,
      * ...), A QUANTIDADE DE LANCAMENTOS E OS TOTAIS A DEBITO, A
      * CREDITO E LIQUIDO - OS MESMOS DO SUBTOTAL IMPRESSO NO
      * LOTE_TOTAIS.TXT. O PGEX001-LOTE REGRAVA O ARQUIVO NO MODO
      * NORMAL E APPENDA NO REPROCESSAMENTO (OS LOTES CORRIGIDOS SAO
      * MERGEADOS NOS TOTAIS DO DIA); A POSICAO DE CAIXA (A044) SOMA
      * AS LINHAS DA DATA POR CONTA PARA AMARRAR COM O REALIZADO.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  LC-CONTA-REC.
           05 LC-DATA-MOVIMENTO                  PIC 9(08).
           05 LC-CONTA                           PIC X(04).
           05 LC-QTD-LANCAMENTOS                 PIC 9(05).
           05 LC-DEBITOS                         PIC S9(08)V99
                                                 SIGN IS LEADING
                                                 SEPARATE.
           05 LC-CREDITOS                        PIC S9(08)V99
                                                 SIGN IS LEADING
                                                 SEPARATE.
           05 LC-LIQUIDO                         PIC S9(08)V99
                                                 SIGN IS LEADING
                                                 SEPARATE.
