      ******************************************************************
      * AFASTAMENTO-REC.cpy
      * LAYOUT DO AFASTAMENTO DO FUNCIONARIO (ARQUIVO
      * data/AFASTAMENTOS.DAT, UMA LINHA POR AFASTAMENTO - UMA
      * MATRICULA PODE TER VARIOS AO LONGO DO TEMPO), MANTIDO PELO RH
      * A PARTIR DO ATESTADO, DA CERTIDAO OU DA CAT. O TIPO DIZ A
      * REGRA DE PAGAMENTO: "D"=DOENCA E "A"=ACIDENTE DE TRABALHO (A
      * EMPRESA PAGA OS 15 PRIMEIROS DIAS, O RESTO E BENEFICIO DO
      * INSS), "M"=LICENCA MATERNIDADE (A EMPRESA PAGA O SALARIO
      * MATERNIDADE INTEIRO E COMPENSA NA GUIA DO INSS). AF-DATA-
      * RETORNO FICA ZERADA ATE O FUNCIONARIO VOLTAR DE FATO. A
      * SITUACAO E CONTROLADA PELO A034-AFASTAMENTOS: "P"=REGISTRADO
      * (O RH DIGITA ASSIM), "A"=EM ANDAMENTO (CADASTRO MARCADO "F"),
      * "E"=ENCERRADO (FUNCIONARIO DE VOLTA A ATIVO), "R"=REJEITADO.
      * USADO PELO A034, PELA FOLHA (A008) E PELO EXTRATO DO GOVERNO
      * (A015) - INCLUIDO NA FILE SECTION (NIVEL 01 SOB O FD) DE CADA
      * PROGRAMA, PARA O LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  AF-AFASTAMENTO-REC.
           05 AF-MATRICULA                       PIC 9(06).
           05 AF-TIPO                            PIC X(01).
               88 AF-DOENCA                      VALUE "D".
               88 AF-ACIDENTE                    VALUE "A".
               88 AF-MATERNIDADE                 VALUE "M".
               88 AF-TIPO-VALIDO                 VALUE "D" "A" "M".
           05 AF-DATA-INICIO                     PIC 9(08).
           05 AF-DATA-PREVISTA                   PIC 9(08).
           05 AF-DATA-RETORNO                    PIC 9(08).
           05 AF-SITUACAO                        PIC X(01).
               88 AF-REGISTRADO                  VALUE "P" " ".
               88 AF-EM-ANDAMENTO                VALUE "A".
               88 AF-ENCERRADO                   VALUE "E".
               88 AF-REJEITADO                   VALUE "R".
