      *          RESPONSAVEL COM CADA COMPETENCIA DEVIDA E O TOTAL -
      *          A LISTA EM CIMA DA QUAL A SECRETARIA LIGA, NEGOCIA E
      *          REGISTRA ACORDO.
      *          O AGRUPAMENTO E PELA FAMILIA PAGADORA (CB-COD-RESP) -
      *          IRMAOS COM O NOME DO RESPONSAVEL DIGITADO DIFERENTE
      *          CAEM NO MESMO BLOCO; SO COBRANCA SEM FAMILIA
      *          CADASTRADA AINDA E AGRUPADA PELO NOME. COBRANCA COM
      *          BAIXA PARCIAL (BOLETO DE FAMILIA PAGO A MENOR) ENTRA
      *          PELO SALDO QUE FALTA.
      *          PARCELA DE ACORDO (A042) VENCIDA ENTRA COMO QUALQUER
      *          COBRANCA, COM O NUMERO DO ACORDO NA LINHA; PARCELA
      *          DE ACORDO ROMPIDO VOLTA A SER DIVIDA EM ABERTO.
      * Tectonics: cobc
      ******************************************************************

      * RESPONSAVEL PARA A QUEBRA DO RELATORIO.
       01 WS-DIVIDA-TABELA.
           05 WS-DV-ENTRADA OCCURS 999 TIMES.
               10 WS-DV-COD-RESP    PIC 9(06).
               10 WS-DV-NOME-RESP   PIC X(30).
               10 WS-DV-MATRICULA   PIC 9(06).
               10 WS-DV-COMPETENCIA PIC 9(06).
               10 WS-DV-VALOR       PIC 9(05)V99.
               10 WS-DV-SITUACAO    PIC X(01).
               10 WS-DV-PAGO        PIC 9(05)V99.
               10 WS-DV-ACORDO      PIC 9(06).
               10 WS-DV-PARCELA     PIC 9(02).
       01 WS-DV-TROCA.
           05 FILLER            PIC 9(06).
           05 FILLER            PIC X(30).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 FILLER            PIC 9(05)V99.
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(02).
       01 WS-QTD-DIVIDAS     PIC 9(04) VALUES ZEROS.
       01 WS-IDX-I           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-J           PIC 9(04) VALUES ZEROS.
       01 WS-COMPETENCIA     PIC 9(06) VALUES ZEROS.
      * QUEBRA POR RESPONSAVEL E TOTAIS.
       01 WS-RESP-ATUAL      PIC X(30) VALUES SPACES.
       01 WS-COD-RESP-ATUAL  PIC 9(06) VALUES ZEROS.
       01 WS-PRIMEIRO-RESP   PIC X(01) VALUES "S".
           88 PRIMEIRO-RESP          VALUE "S".
       01 WS-TOT-RESP        PIC 9(07)V99 VALUES ZEROS.
       01 WS-QTD-RESP        PIC 9(03)    VALUES ZEROS.
       01 WS-TOT-GERAL       PIC 9(09)V99 VALUES ZEROS.
       01 WS-QTD-RESPONSAVEIS PIC 9(04)   VALUES ZEROS.
       01 WS-DESC-SITUACAO   PIC X(14) VALUES SPACES.
       01 WS-DESC-ACORDO     PIC X(18) VALUES SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.

      * DIVIDA E A COBRANCA MARCADA INADIMPLENTE PELO RETORNO OU A
      * COBRANCA DE COMPETENCIA PASSADA QUE NUNCA CHEGOU A SER PAGA
      * (AINDA ABERTA OU REMETIDA SEM BAIXA). A DIVIDA E O VALOR
      * COBRADO MENOS O QUE JA FOI BAIXADO. PARCELA DE ACORDO
      * ROMPIDO E DIVIDA PELO VALOR INTEIRO DA PARCELA.
       SELECIONAR-DIVIDA.
           IF CB-INADIMPLENTE OR CB-ACORDO-ROMPIDO
                   OR ((CB-ABERTA OR CB-REMETIDA)
                       AND CB-COMPETENCIA < WS-COMPETENCIA)
               IF WS-QTD-DIVIDAS < 999
                   ADD 1 TO WS-QTD-DIVIDAS
                   IF CB-COD-RESP IS NUMERIC
                       MOVE CB-COD-RESP
                           TO WS-DV-COD-RESP(WS-QTD-DIVIDAS)
                   ELSE
                       MOVE ZEROS TO WS-DV-COD-RESP(WS-QTD-DIVIDAS)
                   END-IF
                   IF CB-VALOR-PAGO IS NUMERIC
                       MOVE CB-VALOR-PAGO
                           TO WS-DV-PAGO(WS-QTD-DIVIDAS)
                   ELSE
                       MOVE ZEROS TO WS-DV-PAGO(WS-QTD-DIVIDAS)
                   END-IF
                   MOVE CB-NOME-RESP
                       TO WS-DV-NOME-RESP(WS-QTD-DIVIDAS)
                   MOVE CB-MATRICULA
                       TO WS-DV-MATRICULA(WS-QTD-DIVIDAS)
                   MOVE CB-COMPETENCIA
                       TO WS-DV-COMPETENCIA(WS-QTD-DIVIDAS)
                   COMPUTE WS-DV-VALOR(WS-QTD-DIVIDAS) =
                       CB-VALOR - WS-DV-PAGO(WS-QTD-DIVIDAS)
                   MOVE CB-SITUACAO
                       TO WS-DV-SITUACAO(WS-QTD-DIVIDAS)
                   IF CB-PARCELA-ACORDO
                       MOVE CB-NUM-ACORDO
                           TO WS-DV-ACORDO(WS-QTD-DIVIDAS)
                       MOVE CB-NUM-PARCELA
                           TO WS-DV-PARCELA(WS-QTD-DIVIDAS)
                   ELSE
                       MOVE ZEROS TO WS-DV-ACORDO(WS-QTD-DIVIDAS)
                                     WS-DV-PARCELA(WS-QTD-DIVIDAS)
                   END-IF
               ELSE
                   DISPLAY "TABELA DE DIVIDAS CHEIA - COBRANCA FORA "
                       "DO RELATORIO: " CB-MATRICULA
               END-IF
           END-IF.

      * CLASSIFICACAO POR TROCA DE VIZINHOS PELA FAMILIA, PELO NOME
      * DO RESPONSAVEL E PELA COMPETENCIA, COMO NAS DEMAIS EDICOES
      * ORDENADAS PEQUENAS DA SUITE.
       CLASSIFICAR-POR-RESPONSAVEL.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I >= WS-QTD-DIVIDAS
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                       UNTIL WS-IDX-J > WS-QTD-DIVIDAS - WS-IDX-I
                   IF WS-DV-COD-RESP(WS-IDX-J) >
                           WS-DV-COD-RESP(WS-IDX-J + 1)
                       OR (WS-DV-COD-RESP(WS-IDX-J) =
                               WS-DV-COD-RESP(WS-IDX-J + 1)
                           AND WS-DV-NOME-RESP(WS-IDX-J) >
                               WS-DV-NOME-RESP(WS-IDX-J + 1))
                       OR (WS-DV-COD-RESP(WS-IDX-J) =
                               WS-DV-COD-RESP(WS-IDX-J + 1)
                           AND WS-DV-NOME-RESP(WS-IDX-J) =
                               WS-DV-NOME-RESP(WS-IDX-J + 1)
                           AND WS-DV-COMPETENCIA(WS-IDX-J) >
                               WS-DV-COMPETENCIA(WS-IDX-J + 1))
       IMPRIMIR-DEVEDORES.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > WS-QTD-DIVIDAS
               IF WS-DV-COD-RESP(WS-IDX-I) NOT = WS-COD-RESP-ATUAL
                       OR (WS-DV-COD-RESP(WS-IDX-I) = 0
                           AND WS-DV-NOME-RESP(WS-IDX-I)
                               NOT = WS-RESP-ATUAL)
                       OR PRIMEIRO-RESP
                   IF NOT PRIMEIRO-RESP
                       PERFORM FECHAR-RESPONSAVEL
                   END-IF
                   MOVE "N" TO WS-PRIMEIRO-RESP
                   MOVE WS-DV-NOME-RESP(WS-IDX-I) TO WS-RESP-ATUAL
                   MOVE WS-DV-COD-RESP(WS-IDX-I) TO WS-COD-RESP-ATUAL
                   MOVE ZEROS TO WS-TOT-RESP
                   MOVE ZEROS TO WS-QTD-RESP
                   ADD 1 TO WS-QTD-RESPONSAVEIS
                   MOVE SPACES TO RL-LINHA
                   PERFORM GRAVAR-LINHA-INADIM
                   MOVE SPACES TO RL-LINHA
                   IF WS-COD-RESP-ATUAL > 0
                       STRING "RESPONSAVEL: "
                              FUNCTION TRIM(WS-RESP-ATUAL)
                              " (FAMILIA " WS-COD-RESP-ATUAL ")"
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                   ELSE
                       STRING "RESPONSAVEL: "
                              FUNCTION TRIM(WS-RESP-ATUAL)
                              " (SEM FAMILIA CADASTRADA)"
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                   END-IF
                   PERFORM GRAVAR-LINHA-INADIM
               END-IF
               PERFORM IMPRIMIR-DIVIDA
       IMPRIMIR-DIVIDA.
           EVALUATE WS-DV-SITUACAO(WS-IDX-I)
               WHEN "I"
                   IF WS-DV-PAGO(WS-IDX-I) > 0
                       MOVE "SALDO PARCIAL" TO WS-DESC-SITUACAO
                   ELSE
                       MOVE "NAO PAGA"     TO WS-DESC-SITUACAO
                   END-IF
               WHEN "R"
                   MOVE "SEM RETORNO"  TO WS-DESC-SITUACAO
               WHEN "Q"
                   MOVE "ACORDO ROMPIDO" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "NAO REMETIDA" TO WS-DESC-SITUACAO
           END-EVALUATE
           MOVE SPACES TO WS-DESC-ACORDO
           IF WS-DV-ACORDO(WS-IDX-I) > 0
               STRING " ACORDO " WS-DV-ACORDO(WS-IDX-I)
                      "/" WS-DV-PARCELA(WS-IDX-I)
                   DELIMITED BY SIZE INTO WS-DESC-ACORDO
               END-STRING
           END-IF
           MOVE SPACES TO RL-LINHA
           STRING "  MATRICULA " WS-DV-MATRICULA(WS-IDX-I)
                  " COMPETENCIA " WS-DV-COMPETENCIA(WS-IDX-I)
                  " VALOR=" WS-DV-VALOR(WS-IDX-I)
                  " " FUNCTION TRIM(WS-DESC-SITUACAO)
                  WS-DESC-ACORDO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INADIM
