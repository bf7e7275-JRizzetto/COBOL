      ******************************************************************
      * DESCONTO-ALUNO-REC.cpy
      * LAYOUT DAS BOLSAS E DESCONTOS CONCEDIDOS POR MATRICULA
      * (ARQUIVO data/DESCONTOS_ALUNO.DAT), MANTIDO PELA SECRETARIA
      * DEPOIS DA APROVACAO. UMA LINHA POR DESCONTO - O MESMO ALUNO
      * PODE TER MAIS DE UM (BOLSA E DESCONTO DE IRMAOS, POR
      * EXEMPLO). DA-FORMA "P" APLICA DA-PERCENTUAL SOBRE O VALOR
      * CHEIO DA MENSALIDADE; "V" ABATE O VALOR FIXO DA-VALOR. A
      * VIGENCIA E POR COMPETENCIA (AAAAMM); DA-COMP-FIM ZERADA E
      * DESCONTO SEM DATA PARA ACABAR. DA-APROVACAO E A REFERENCIA DA
      * APROVACAO (ATA, PORTARIA, PROCESSO) - SEM ELA O DESCONTO NAO
      * E APLICADO. USADO PELA GERACAO DE COBRANCAS (A020) - INCLUIDO
      * NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O
      * LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  DA-DESCONTO-REC.
           05 DA-MATRICULA                       PIC 9(06).
           05 DA-TIPO                            PIC X(02).
               88 DA-BOLSA                       VALUE "BO".
               88 DA-IRMAOS                      VALUE "IR".
               88 DA-FILHO-FUNCIONARIO           VALUE "FF".
               88 DA-PONTUALIDADE                VALUE "PP".
               88 DA-TIPO-VALIDO                 VALUE "BO" "IR" "FF"
                                                       "PP".
           05 DA-FORMA                           PIC X(01).
               88 DA-PERCENTUAL-MENSAL           VALUE "P".
               88 DA-VALOR-FIXO                  VALUE "V".
           05 DA-PERCENTUAL                      PIC 9(03)V99.
           05 DA-VALOR                           PIC 9(05)V99.
           05 DA-COMP-INI                        PIC 9(06).
           05 DA-COMP-FIM                        PIC 9(06).
           05 DA-APROVACAO                       PIC X(20).
