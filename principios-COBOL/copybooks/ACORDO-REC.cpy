      ******************************************************************
      * ACORDO-REC.cpy
      * LAYOUT DO ACORDO DE RENEGOCIACAO DE MENSALIDADES EM ATRASO
      * (ARQUIVO data/ACORDOS.DAT, UMA LINHA POR ACORDO). A SECRETARIA
      * DIGITA O NUMERO, A FAMILIA (AC-COD-RESP; ZERO PARA ALUNO SEM
      * FAMILIA CADASTRADA, QUANDO AC-MATRICULA E OBRIGATORIA), A
      * MATRICULA (ZERO = TODOS OS FILHOS), A FAIXA DE COMPETENCIAS
      * (ZEROS = TODAS AS VENCIDAS), A DATA DO ACORDO, O NUMERO DE
      * PARCELAS E A COMPETENCIA DA PRIMEIRA PARCELA (ZERO = MES
      * SEGUINTE AO ACORDO), COM SITUACAO "P". O RESTO E PREENCHIDO
      * PELO A042-ACORDO-COBRANCA: "A"=ATIVO (PARCELAS GERADAS NA
      * CARTEIRA), "Q"=QUITADO, "X"=ROMPIDO (PARCELA NAO PAGA ALEM DA
      * TOLERANCIA - SALDO REATIVADO), "R"=REJEITADO. INCLUIDO NA
      * FILE SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O
      * LAYOUT NAO DIVERGIR.
      ******************************************************************
       01  AC-ACORDO-REC.
           05 AC-NUMERO                          PIC 9(06).
           05 AC-COD-RESP                        PIC 9(06).
           05 AC-MATRICULA                       PIC 9(06).
           05 AC-COMP-DE                         PIC 9(06).
           05 AC-COMP-ATE                        PIC 9(06).
           05 AC-DATA-ACORDO                     PIC 9(08).
           05 AC-QTD-PARCELAS                    PIC 9(02).
           05 AC-COMP-PRIMEIRA                   PIC 9(06).
           05 AC-SITUACAO                        PIC X(01).
               88 AC-REGISTRADO                  VALUE "P" " ".
               88 AC-ATIVO                       VALUE "A".
               88 AC-QUITADO                     VALUE "Q".
               88 AC-ROMPIDO                     VALUE "X".
               88 AC-REJEITADO                   VALUE "R".
           05 AC-QTD-COBRANCAS                   PIC 9(03).
           05 AC-VALOR-ORIGINAL                  PIC 9(07)V99.
           05 AC-VALOR-MULTA                     PIC 9(07)V99.
           05 AC-VALOR-JUROS                     PIC 9(07)V99.
           05 AC-VALOR-TOTAL                     PIC 9(07)V99.
           05 AC-SALDO-ROMPIDO                   PIC 9(07)V99.
