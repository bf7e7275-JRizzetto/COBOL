      ******************************************************************
      * ARQUIVO-CTL-REC.cpy
      * LAYOUT DO CONTROLE DOS VOLUMES ANUAIS DE ARQUIVO (ARQUIVO
      * data/ARQ_AAAA_CONTROLE.DAT, UM POR ANO ARQUIVADO): UMA LINHA
      * POR ARQUIVO DE HISTORICO TRATADO PELO ARQUIVAMENTO ANUAL
      * (A047), COM A QUANTIDADE DE REGISTROS LEVADOS PARA O VOLUME
      * DO ANO (data/ARQ_AAAA_<ARQUIVO>), O TOTAL DE CONTROLE DESSES
      * REGISTROS, QUANTOS FICARAM NO ARQUIVO VIVO E A DATA. O VOLUME
      * COMPLEMENTADO NUMA EXECUCAO POSTERIOR GANHA OUTRA LINHA. A
      * CONSULTA AO ARQUIVO (A048) MOSTRA ESTE CONTROLE ANTES DOS
      * REGISTROS ACHADOS.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA,
      * PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  CV-CONTROLE-VOLUME-REC.
           05 CV-ARQUIVO                         PIC X(30).
           05 CV-QTD-ARQUIVADOS                  PIC 9(07).
           05 CV-TOTAL-CONTROLE                  PIC 9(11)V99.
           05 CV-QTD-MANTIDOS                    PIC 9(07).
           05 CV-DATA                            PIC 9(08).
