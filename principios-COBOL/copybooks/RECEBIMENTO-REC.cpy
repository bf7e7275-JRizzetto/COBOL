      ******************************************************************
      * RECEBIMENTO-REC.cpy
      * LAYOUT DO HISTORICO DE RECEBIMENTOS DE MENSALIDADE (ARQUIVO
      * data/RECEBIMENTOS.DAT): UMA LINHA POR COBRANCA LIQUIDADA NO
      * RETORNO DO BANCO (A022), COM A COMPETENCIA DA COBRANCA E A
      * DATA EM QUE O DINHEIRO ENTROU - A CARTEIRA (COBRANCAS.DAT) SO
      * GUARDA A SITUACAO "P", NAO QUANDO FOI PAGA, E O CAIXA E O
      * LANCAMENTO CONTABIL (A033) SAO PELA DATA DO RECEBIMENTO.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA
      * PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  RB-RECEBIMENTO-REC.
           05 RB-MATRICULA                       PIC 9(06).
           05 RB-COMPETENCIA                     PIC 9(06).
           05 RB-DATA-RECEBIMENTO                PIC 9(08).
           05 RB-VALOR                           PIC 9(07)V99.
