      ******************************************************************
      * RESC-HIST-REC.cpy
      * LAYOUT DO HISTORICO DE RESCISOES (ARQUIVO
      * data/RESCISOES_HIST.DAT): UMA LINHA POR DESLIGAMENTO
      * EFETIVADO, APPENDADA PELO A011 COM AS VERBAS, OS DESCONTOS E
      * O FGTS DA RESCISAO - O DEMONSTRATIVO IMPRESSO E REGRAVADO A
      * CADA EXECUCAO; ESTE ARQUIVO E O QUE AS GUIAS DE INSS E IRRF
      * DO MES RECOLHEM. A COMPETENCIA E O MES DO DESLIGAMENTO, A
      * MESMA DO DEPOSITO RESCISORIO NO EXTRATO DE FGTS. INCLUIDO NA
      * FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O
      * LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  RH-RESCISAO-REC.
           05 RH-MATRICULA                       PIC 9(06).
           05 RH-DATA-DESLIG                     PIC 9(08).
           05 RH-COMPETENCIA                     PIC 9(06).
           05 RH-CAUSA                           PIC X(02).
           05 RH-SALDO-SALARIO                   PIC 9(05)V99.
           05 RH-AVISO-PREVIO                    PIC 9(06)V99.
           05 RH-FERIAS-PROP                     PIC 9(05)V99.
           05 RH-TERCO-FERIAS                    PIC 9(05)V99.
           05 RH-INSS                            PIC 9(04)V99.
           05 RH-IRRF                            PIC 9(04)V99.
           05 RH-CONSIGNADO                      PIC 9(06)V99.
           05 RH-TOTAL-LIQUIDO                   PIC 9(06)V99.
           05 RH-DEPOSITO-FGTS                   PIC 9(06)V99.
           05 RH-MULTA-FGTS                      PIC 9(06)V99.
           05 RH-DATA-LANC                       PIC 9(08).
