      * CREDITOS DE FERIAS QUE A REMESSA (A013) MESCLOU A PARTIR DA
      * INTERFACE DO A024 - COMECAM EM ZERO, NAO NO ALTO VALOR,
      * PORQUE FERIAS SAO EVENTUAIS: SEM PUBLICACAO SIGNIFICA QUE
      * NENHUM CREDITO DE FERIAS VIAJOU NESTA JANELA. O MESMO VALE
      * PARA OS CREDITOS DO ADIANTAMENTO QUINZENAL (INTERFACE DO
      * A008) E PARA OS CREDITOS DE PENSAO ALIMENTICIA DESCONTADA NA
      * RESCISAO (INTERFACE DO A011); NA LINHA DA REMESSA OS TRES SAEM
      * SOMADOS (AVULSOS). A PENSAO DESCONTADA NA FOLHA VIAJA NA
      * INTERFACE DE LIQUIDOS, AO LADO DO LIQUIDO DO FUNCIONARIO: NA
      * PONTE FOLHA/REMESSA ELA SE SOMA AO LIQUIDO DA FOLHA.
       01 WS-FERIAS-SOMA     PIC 9(09)V99 VALUE ZEROS.
       01 WS-ADIANTAMENTO-SOMA PIC 9(09)V99 VALUE ZEROS.
       01 WS-PENSAO-RESC-SOMA PIC 9(09)V99 VALUE ZEROS.
       01 WS-FOLHA-PENSAO    PIC 9(09)V99 VALUE ZEROS.
       01 WS-EVENTUAIS-SOMA  PIC 9(09)V99 VALUE ZEROS.
       01 WS-TEM-FOLHA       PIC X(01) VALUE "N".
           88 TEM-FOLHA              VALUE "S".
       01 WS-TEM-REMESSA     PIC X(01) VALUE "N".
                   EVALUATE CC-CONTADOR
                       WHEN "TOTAL-LIQUIDO"
                           MOVE CC-VALOR TO WS-FOLHA-LIQUIDO
                       WHEN "PENSAO-SOMA"
                           MOVE CC-VALOR TO WS-FOLHA-PENSAO
                   END-EVALUATE
               WHEN "A013-REMESSA-BANCO"
                   MOVE "S" TO WS-TEM-REMESSA
                           MOVE CC-VALOR TO WS-REM-REENVIO
                       WHEN "FERIAS-SOMA"
                           MOVE CC-VALOR TO WS-FERIAS-SOMA
                       WHEN "ADIANTAMENTO-SOMA"
                           MOVE CC-VALOR TO WS-ADIANTAMENTO-SOMA
                       WHEN "PENSAO-RESC-SOMA"
                           MOVE CC-VALOR TO WS-PENSAO-RESC-SOMA
                       WHEN "REMESSA-SOMATORIO"
                           MOVE CC-VALOR TO WS-REM-SOMATORIO
                   END-EVALUATE
      * REGRAS DE VALOR DA CADEIA DA FOLHA: O DINHEIRO TEM QUE FECHAR
      * CENTAVO POR CENTAVO EM CADA PONTE, NAO SO AS CONTAGENS.
       CONFERIR-FOLHA-REMESSA.
           IF WS-FOLHA-LIQUIDO + WS-FOLHA-PENSAO =
                   WS-REM-LIQUIDOS + WS-REM-SEM-BANCO
               PERFORM GRAVAR-CONFERE
               STRING "FOLHA: LIQUIDO " WS-FOLHA-LIQUIDO
                      " + PENSAO " WS-FOLHA-PENSAO
                      " = REMETIDO " WS-REM-LIQUIDOS
                      " + SEM DOMICILIO " WS-REM-SEM-BANCO
                      " - CONFERE"
           ELSE
               PERFORM GRAVAR-DIFERENCA
               STRING "FOLHA: LIQUIDO " WS-FOLHA-LIQUIDO
                      " + PENSAO " WS-FOLHA-PENSAO
                      " <> REMETIDO " WS-REM-LIQUIDOS
                      " + SEM DOMICILIO " WS-REM-SEM-BANCO
                   DELIMITED BY SIZE INTO RL-LINHA
           END-IF.

      * O SOMATORIO DOS TRAILERS COBRE TUDO QUE VIAJOU: OS LIQUIDOS
      * DA FOLHA, OS REENVIOS DE PENDENCIA E OS CREDITOS DE FERIAS, DE
      * ADIANTAMENTO E DE PENSAO DA RESCISAO MESCLADOS DAS INTERFACES
      * DO A024, DO A008 E DO A011.
       CONFERIR-REMESSA.
           COMPUTE WS-EVENTUAIS-SOMA =
               WS-FERIAS-SOMA + WS-ADIANTAMENTO-SOMA
               + WS-PENSAO-RESC-SOMA
           IF WS-REM-SOMATORIO = WS-REM-LIQUIDOS + WS-REM-REENVIO
                   + WS-EVENTUAIS-SOMA
               PERFORM GRAVAR-CONFERE
               STRING "REMESSA: TRAILERS " WS-REM-SOMATORIO
                      " = LIQUIDOS " WS-REM-LIQUIDOS
                      " + REENVIOS " WS-REM-REENVIO
                      " + AVULSOS  " WS-EVENTUAIS-SOMA
                      " - CONFERE"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               STRING "REMESSA: TRAILERS " WS-REM-SOMATORIO
                      " <> LIQUIDOS " WS-REM-LIQUIDOS
                      " + REENVIOS " WS-REM-REENVIO
                      " + AVULSOS  " WS-EVENTUAIS-SOMA
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BATIMENTO
