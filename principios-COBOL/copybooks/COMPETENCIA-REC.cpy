      * ENTRE A ESCOLA E PAGAR TODO MUNDO EM DOBRO: A FOLHA (A008)
      * RECUSA RECALCULAR COMPETENCIA FECHADA, A REMESSA (A013)
      * RECUSA REMETER COMPETENCIA JA REMETIDA E O FECHAMENTO
      * (A030-FECHA-FOLHA) E QUEM MARCA "F". O ADIANTAMENTO
      * QUINZENAL TEM MARCA PROPRIA ("C"=CALCULADO, AGUARDANDO
      * REMESSA; "R"=REMETIDO; EM BRANCO=SEM ADIANTAMENTO NO MES): A
      * FOLHA (A008) RECUSA UM SEGUNDO ADIANTAMENTO DEPOIS DE REMETIDO
      * E A REMESSA (A013) E QUEM MARCA "R". A REVISAO DA FOLHA
      * MENSAL ANTES DA REMESSA TAMBEM TEM MARCA PROPRIA ("P"=FOLHA
      * RECALCULADA, REVISAO PENDENTE; "D"=REVISADA COM DIVERGENCIAS,
      * AGUARDANDO RECONHECIMENTO; "R"=REVISAO RECONHECIDA; EM
      * BRANCO=LOTE NAO SUJEITO A REVISAO): A FOLHA (A008) MARCA "P"
      * A CADA CALCULO DA FOLHA MENSAL, A REVISAO (A037) MARCA "D" OU
      * "R" E A REMESSA (A013) RECUSA "P" E "D". INCLUIDO NA FILE
      * SECTION (NIVEL 01 SOB O FD) DE CADA PROGRAMA, PARA O LAYOUT
      * NAO DIVERGIR.
      ******************************************************************
       01  FC-COMPETENCIA-REC.
           05 FC-COMPETENCIA                     PIC 9(06).
               88 FC-FECHADA                     VALUE "F".
           05 FC-REMETIDA                        PIC X(01).
               88 FC-JA-REMETIDA                 VALUE "S".
           05 FC-ADIANTAMENTO                    PIC X(01).
               88 FC-ADTO-CALCULADO              VALUE "C".
               88 FC-ADTO-REMETIDO               VALUE "R".
           05 FC-REVISAO                         PIC X(01).
               88 FC-REVISAO-PENDENTE            VALUE "P".
               88 FC-REVISAO-DIVERGENTE          VALUE "D".
               88 FC-REVISAO-RECONHECIDA         VALUE "R".
