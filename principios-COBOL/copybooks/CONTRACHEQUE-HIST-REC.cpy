      ******************************************************************
      * CONTRACHEQUE-HIST-REC.cpy
      * LAYOUT DO HISTORICO PERMANENTE DE CONTRACHEQUES (ARQUIVO
      * data/CONTRACHEQUE_HIST.DAT): UMA LINHA POR LINHA IMPRESSA NO
      * CONTRACHEQUE OU NO RECIBO DE ADIANTAMENTO, GRAVADA PELO
      * A008-FOLHA-PAGAMENTO E CHAVEADA POR MATRICULA, COMPETENCIA E
      * TIPO DE FOLHA (NORM/COMP/13-1/13-2/ADTO). O REPROCESSAMENTO
      * DA MESMA COMPETENCIA E TIPO SUBSTITUI AS LINHAS ANTERIORES.
      * ALEM DOS CAMPOS ESTRUTURADOS (VERBA, DESCRICAO, REFERENCIA,
      * VALOR), GUARDA A LINHA EXATAMENTE COMO FOI IMPRESSA, PARA A
      * SEGUNDA VIA (A038) SAIR IDENTICA AO ORIGINAL MESMO QUE O
      * LAYOUT DO CONTRACHEQUE MUDE DEPOIS.
      * CODIGOS DE LINHA ALEM DAS VERBAS DO MOVIMENTO:
      *   CAB CABECALHO (DESCRICAO = NOME)    SAL SALARIO BASE
      *   AFA AFASTAMENTO INSS                MAT SALARIO-MATERNIDADE
      *   13O DECIMO TERCEIRO (REF = AVOS)    BRU TOTAL BRUTO
      *   INS DESCONTO INSS                   IRF DESCONTO IRRF
      *   PEN PENSAO ALIMENTICIA              ADT ADIANTAMENTO
      *   CSG CONSIGNADO (REF = PARCELA)      LIQ LIQUIDO
      *   FGT DEPOSITO FGTS                   MOE LIQUIDO EM MOEDA
      *   PCT PERCENTUAL DO ADIANTAMENTO
      * LINHAS DE LAYOUT (SEPARADORES, BRANCOS, TEXTO) FICAM COM A
      * VERBA EM BRANCO.
      * NATUREZA: P = PROVENTO, D = DESCONTO, I = INFORMATIVA.
      * INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA
      * PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  CH-CONTRACHEQUE-HIST-REC.
           05 CH-MATRICULA                       PIC 9(06).
           05 CH-COMPETENCIA                     PIC 9(06).
           05 CH-TIPO-FOLHA                      PIC X(04).
           05 CH-SEQUENCIA                       PIC 9(03).
           05 CH-VERBA                           PIC X(03).
           05 CH-DESCRICAO                       PIC X(20).
           05 CH-REFERENCIA                      PIC X(08).
           05 CH-NATUREZA                        PIC X(01).
              88 CH-PROVENTO                     VALUE "P".
              88 CH-DESCONTO                     VALUE "D".
              88 CH-INFORMATIVA                  VALUE "I".
           05 CH-VALOR                           PIC 9(07)V99.
           05 CH-LINHA                           PIC X(100).
