      ******************************************************************
      * PENSAO-REC.cpy
      * LAYOUT DA ORDEM JUDICIAL DE PENSAO ALIMENTICIA (ARQUIVO
      * data/PENSAO_JUDICIAL.DAT, UMA LINHA POR ORDEM - UMA MATRICULA
      * PODE TER MAIS DE UMA), MANTIDO PELO RH A PARTIR DO OFICIO DO
      * JUIZO. A BASE DIZ COMO O DESCONTO E CALCULADO: "L"=PERCENTUAL
      * DO LIQUIDO (BRUTO MENOS INSS E IRRF), "B"=PERCENTUAL DO BRUTO,
      * "F"=VALOR FIXO MENSAL. A ORDEM VALE DE PJ-DATA-INICIO ATE
      * PJ-DATA-FIM (ZEROS = SEM TERMO FIXADO). PJ-BENEFICIARIO E O
      * CODIGO DO BENEFICIARIO NA FAIXA PROPRIA A PARTIR DE 900000 -
      * E O NUMERO QUE IDENTIFICA O CREDITO DELE NA REMESSA E NO
      * RETORNO DO BANCO, SEM CONFUNDIR COM A MATRICULA DO
      * FUNCIONARIO. USADO PELA FOLHA (A008), PELA RESCISAO (A011) E
      * PELA REMESSA (A013) - INCLUIDO NA FILE SECTION (NIVEL 01 SOB
      * O FD) DE CADA PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  PJ-PENSAO-REC.
           05 PJ-MATRICULA                       PIC 9(06).
           05 PJ-BENEFICIARIO                    PIC 9(06).
           05 PJ-BASE                            PIC X(01).
               88 PJ-BASE-LIQUIDO                VALUE "L".
               88 PJ-BASE-BRUTO                  VALUE "B".
               88 PJ-VALOR-FIXO                  VALUE "F".
               88 PJ-BASE-VALIDA                 VALUE "L" "B" "F".
           05 PJ-PERCENTUAL                      PIC 9(03)V99.
           05 PJ-VALOR                           PIC 9(06)V99.
           05 PJ-NOME-BENEF                      PIC X(20).
           05 PJ-BANCO                           PIC 9(03).
           05 PJ-AGENCIA                         PIC 9(04).
           05 PJ-CONTA                           PIC 9(08).
           05 PJ-DATA-INICIO                     PIC 9(08).
           05 PJ-DATA-FIM                        PIC 9(08).
