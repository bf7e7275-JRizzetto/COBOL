      *          DIFERENTE DO COBRADO E DIVERGENCIA E COBRANCA
      *          REMETIDA SEM RESPOSTA FICA "R" E SAI APONTADA. A
      *          CARTEIRA E REGRAVADA VIA ARQUIVO DE TRABALHO E O
      *          RELATORIO DE CONCILIACAO FECHA COM OS TOTAIS. CADA
      *          COBRANCA PAGA TAMBEM VAI PARA O HISTORICO DE
      *          RECEBIMENTOS COM A DATA DO RETORNO.
      *          O BOLETO UNICO DA FAMILIA VOLTA COMO UMA RESPOSTA "F"
      *          POR FAMILIA E E REPARTIDO DE VOLTA NAS COBRANCAS DOS
      *          FILHOS, EM ORDEM DE MATRICULA (A MESMA DOS ITENS NA
      *          REMESSA): CADA FILHO E QUITADO POR INTEIRO ANTES DO
      *          PROXIMO; O QUE SOBRA DE UM PAGAMENTO PARCIAL FICA NO
      *          FILHO SEGUINTE COMO BAIXA PARCIAL ("I" COM O VALOR JA
      *          PAGO) E OS DEMAIS FICAM INADIMPLENTES. PAGAMENTO DA
      *          FAMILIA ACIMA DO COBRADO E DIVERGENCIA.
      *          PARCELA DE ACORDO (A042) VOLTA COMO RESPOSTA "A",
      *          PELO NUMERO DO ACORDO E DA PARCELA, E E BAIXADA COMO
      *          UMA COBRANCA INDIVIDUAL.
      * Tectonics: cobc
      ******************************************************************

           SELECT CONCILIA-FILE ASSIGN TO DYNAMIC WS-ARQ-CONCILIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONCILIA.
      * HISTORICO DE RECEBIMENTOS, EM EXTEND: UMA LINHA POR COBRANCA
      * PAGA, COM A DATA EM QUE O DINHEIRO ENTROU.
           SELECT RECEBIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-RECEBIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEBIMENTO.
       DATA DIVISION.
       FILE SECTION.
      * RETORNO DO BANCO: UM DETALHE POR COBRANCA RESPONDIDA, COM O
      * VALOR EFETIVADO E A SITUACAO ("P"=PAGA, "R"=REJEITADA OU NAO
      * PAGA). O BOLETO UNICO DA FAMILIA VOLTA COMO TIPO "F", COM O
      * CODIGO DA FAMILIA NO LUGAR DA MATRICULA; A PARCELA DE ACORDO
      * VOLTA COMO TIPO "A", COM O ACORDO E A PARCELA.
       FD  RETORNO-FILE.
       01  RT-RETORNO-REC.
           05 RT-TIPO          PIC X(01).
           05 RT-VALOR         PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 RT-SITUACAO      PIC X(01).
       01  RT-RETORNO-FAM-REC.
           05 RT-F-TIPO        PIC X(01).
           05 RT-F-COD-RESP    PIC 9(06).
           05 RT-F-COMPETENCIA PIC 9(06).
           05 RT-F-VALOR       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 RT-F-SITUACAO    PIC X(01).
       01  RT-RETORNO-ACORDO-REC.
           05 RT-A-TIPO        PIC X(01).
           05 RT-A-ACORDO      PIC 9(06).
           05 RT-A-PARCELA     PIC 9(02).
           05 RT-A-COMPETENCIA PIC 9(06).
           05 RT-A-VALOR       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 RT-A-SITUACAO    PIC X(01).
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  TRABALHO-FILE.
       01  TR-COBRANCA-REC     PIC X(93).
       FD  CONCILIA-FILE.
       01  CN-LINHA            PIC X(120).
       FD  RECEBIMENTO-FILE.
       COPY RECEBIMENTO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-RETORNO     PIC X(40)
                              VALUES "data/RETORNO_COBRANCA.DAT".
       01 WS-ARQ-CONCILIA    PIC X(40)
                       VALUES "data/RETORNO_COBRANCA_CONC.TXT".
       01 WS-FS-CONCILIA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-RECEBIMENTO PIC X(40)
                              VALUES "data/RECEBIMENTOS.DAT".
       01 WS-FS-RECEBIMENTO  PIC X(02) VALUES SPACES.
       01 WS-FIM-RETORNO     PIC X(01) VALUES "N".
           88 FIM-RETORNO            VALUE "S".
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
       01 WS-QTD-RESPOSTAS   PIC 9(04) VALUES ZEROS.
       01 WS-IDX-RSP         PIC 9(04) VALUES ZEROS.
       01 WS-IDX-ACHADO      PIC 9(04) VALUES ZEROS.
      * RESPOSTAS DAS PARCELAS DE ACORDO.
       01 WS-ACORDO-RESPOSTA-TABELA.
           05 WS-AR-ENTRADA OCCURS 300 TIMES.
               10 WS-AR-ACORDO       PIC 9(06).
               10 WS-AR-PARCELA      PIC 9(02).
               10 WS-AR-COMPETENCIA  PIC 9(06).
               10 WS-AR-VALOR        PIC S9(07)V99.
               10 WS-AR-SITUACAO     PIC X(01).
               10 WS-AR-CASADA       PIC X(01).
       01 WS-QTD-ACO-RESPOSTAS PIC 9(04) VALUES ZEROS.
       01 WS-IDX-AR          PIC 9(04) VALUES ZEROS.
      * RESPOSTAS DOS BOLETOS DE FAMILIA, COM O TOTAL COBRADO DOS
      * FILHOS NA CARTEIRA E A MARCA DE PAGAMENTO ACIMA DO COBRADO.
       01 WS-FAM-RESPOSTA-TABELA.
           05 WS-FR-ENTRADA OCCURS 300 TIMES.
               10 WS-FR-COD-RESP     PIC 9(06).
               10 WS-FR-COMPETENCIA  PIC 9(06).
               10 WS-FR-VALOR        PIC S9(07)V99.
               10 WS-FR-SITUACAO     PIC X(01).
               10 WS-FR-CASADA       PIC X(01).
               10 WS-FR-COBRADO      PIC 9(07)V99.
               10 WS-FR-DIVERGENTE   PIC X(01).
       01 WS-QTD-FAM-RESPOSTAS PIC 9(04) VALUES ZEROS.
       01 WS-IDX-FR          PIC 9(04) VALUES ZEROS.
      * COBRANCAS DOS FILHOS DE CADA BOLETO RESPONDIDO, EM ORDEM DE
      * FAMILIA E MATRICULA, COM A PARTE DO PAGAMENTO QUE COUBE A
      * CADA UMA.
       01 WS-ITEM-TABELA.
           05 WS-IT-ENTRADA OCCURS 999 TIMES.
               10 WS-IT-IDX-FR       PIC 9(04).
               10 WS-IT-MATRICULA    PIC 9(06).
               10 WS-IT-VALOR        PIC 9(05)V99.
               10 WS-IT-APLICADO     PIC 9(05)V99.
       01 WS-IT-TROCA.
           05 FILLER            PIC 9(04).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(05)V99.
           05 FILLER            PIC 9(05)V99.
       01 WS-QTD-ITENS       PIC 9(04) VALUES ZEROS.
       01 WS-IDX-IT          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-I           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-J           PIC 9(04) VALUES ZEROS.
       01 WS-SALDO-FAMILIA   PIC S9(07)V99 VALUES ZEROS.
      * TOTAIS DO CRUZAMENTO.
       01 WS-QTD-PARCIAIS    PIC 9(06) VALUES ZEROS.
       01 WS-QTD-PAGAS       PIC 9(06) VALUES ZEROS.
       01 WS-QTD-INADIMPLENTES PIC 9(06) VALUES ZEROS.
       01 WS-QTD-DIVERGENTES PIC 9(06) VALUES ZEROS.
               GOBACK
           END-IF

           OPEN EXTEND RECEBIMENTO-FILE
           IF WS-FS-RECEBIMENTO = "35"
               OPEN OUTPUT RECEBIMENTO-FILE
               CLOSE RECEBIMENTO-FILE
               OPEN EXTEND RECEBIMENTO-FILE
           END-IF
           IF WS-FS-RECEBIMENTO NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE RECEBIMENTOS: "
                   WS-FS-RECEBIMENTO
               CLOSE RETORNO-FILE
               CLOSE COBRANCA-FILE
               CLOSE TRABALHO-FILE
               CLOSE CONCILIA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CONCILIACAO DO RETORNO DE COBRANCAS"
               TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-CONCILIA
           PERFORM CARREGAR-RETORNO
           CLOSE RETORNO-FILE

           IF WS-QTD-FAM-RESPOSTAS > 0
               PERFORM REPARTIR-PAGAMENTOS-FAMILIA
           END-IF

           PERFORM CRUZAR-CARTEIRA
           CLOSE COBRANCA-FILE
           CLOSE TRABALHO-FILE
           CLOSE RECEBIMENTO-FILE

           PERFORM APONTAR-NAO-CASADAS
           PERFORM REGRAVAR-CARTEIRA
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
           ELSE
               IF WS-QTD-INADIMPLENTES > 0 OR WS-QTD-SEM-RESPOSTA > 0
                       OR WS-QTD-PARCIAIS > 0
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               ELSE
                   MOVE WS-RC-NORMAL TO RETURN-CODE
                   AT END
                       SET FIM-RETORNO TO TRUE
                   NOT AT END
                       EVALUATE RT-TIPO
                           WHEN "D"
                               PERFORM GUARDAR-RESPOSTA
                           WHEN "F"
                               PERFORM GUARDAR-RESPOSTA-FAMILIA
                           WHEN "A"
                               PERFORM GUARDAR-RESPOSTA-ACORDO
                       END-EVALUATE
               END-READ
           END-PERFORM.

                   "IGNORADA: " RT-MATRICULA
           END-IF.

       GUARDAR-RESPOSTA-FAMILIA.
           IF WS-QTD-FAM-RESPOSTAS < 300
               ADD 1 TO WS-QTD-FAM-RESPOSTAS
               MOVE RT-F-COD-RESP
                   TO WS-FR-COD-RESP(WS-QTD-FAM-RESPOSTAS)
               MOVE RT-F-COMPETENCIA
                   TO WS-FR-COMPETENCIA(WS-QTD-FAM-RESPOSTAS)
               MOVE RT-F-VALOR
                   TO WS-FR-VALOR(WS-QTD-FAM-RESPOSTAS)
               MOVE RT-F-SITUACAO
                   TO WS-FR-SITUACAO(WS-QTD-FAM-RESPOSTAS)
               MOVE "N"   TO WS-FR-CASADA(WS-QTD-FAM-RESPOSTAS)
               MOVE ZEROS TO WS-FR-COBRADO(WS-QTD-FAM-RESPOSTAS)
               MOVE "N"   TO WS-FR-DIVERGENTE(WS-QTD-FAM-RESPOSTAS)
           ELSE
               DISPLAY "TABELA DE RESPOSTAS DE FAMILIA CHEIA - "
                   "RESPOSTA IGNORADA: " RT-F-COD-RESP
           END-IF.

       GUARDAR-RESPOSTA-ACORDO.
           IF WS-QTD-ACO-RESPOSTAS < 300
               ADD 1 TO WS-QTD-ACO-RESPOSTAS
               MOVE RT-A-ACORDO
                   TO WS-AR-ACORDO(WS-QTD-ACO-RESPOSTAS)
               MOVE RT-A-PARCELA
                   TO WS-AR-PARCELA(WS-QTD-ACO-RESPOSTAS)
               MOVE RT-A-COMPETENCIA
                   TO WS-AR-COMPETENCIA(WS-QTD-ACO-RESPOSTAS)
               MOVE RT-A-VALOR
                   TO WS-AR-VALOR(WS-QTD-ACO-RESPOSTAS)
               MOVE RT-A-SITUACAO
                   TO WS-AR-SITUACAO(WS-QTD-ACO-RESPOSTAS)
               MOVE "N" TO WS-AR-CASADA(WS-QTD-ACO-RESPOSTAS)
           ELSE
               DISPLAY "TABELA DE RESPOSTAS DE ACORDO CHEIA - "
                   "RESPOSTA IGNORADA: " RT-A-ACORDO "/" RT-A-PARCELA
           END-IF.

      * PRIMEIRA PASSADA NA CARTEIRA PARA OS BOLETOS DE FAMILIA:
      * JUNTA AS COBRANCAS REMETIDAS DE CADA FAMILIA RESPONDIDA,
      * ORDENA POR MATRICULA E REPARTE O VALOR PAGO. A CARTEIRA E
      * REABERTA EM SEGUIDA PARA O CRUZAMENTO NORMAL.
       REPARTIR-PAGAMENTOS-FAMILIA.
           PERFORM UNTIL FIM-COBRANCA
               READ COBRANCA-FILE
                   AT END
                       SET FIM-COBRANCA TO TRUE
                   NOT AT END
                       IF CB-REMETIDA AND CB-COBRANCA-FAMILIA
                           PERFORM GUARDAR-ITEM-FAMILIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COBRANCA-FILE
           MOVE "N" TO WS-FIM-COBRANCA
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO REABRIR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA
               CLOSE TRABALHO-FILE
               CLOSE CONCILIA-FILE
               CLOSE RECEBIMENTO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CLASSIFICAR-ITENS
           PERFORM VERIFICAR-EXCESSO-FAMILIA
           PERFORM APLICAR-PAGAMENTO-FAMILIA.

       GUARDAR-ITEM-FAMILIA.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-FR FROM 1 BY 1
                   UNTIL WS-IDX-FR > WS-QTD-FAM-RESPOSTAS
                       OR WS-IDX-ACHADO > 0
               IF WS-FR-COD-RESP(WS-IDX-FR) = CB-COD-RESP
                       AND WS-FR-COMPETENCIA(WS-IDX-FR)
                           = CB-COMPETENCIA
                   MOVE WS-IDX-FR TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO > 0
               IF WS-QTD-ITENS < 999
                   ADD 1 TO WS-QTD-ITENS
                   MOVE WS-IDX-ACHADO TO WS-IT-IDX-FR(WS-QTD-ITENS)
                   MOVE CB-MATRICULA  TO WS-IT-MATRICULA(WS-QTD-ITENS)
                   MOVE CB-VALOR      TO WS-IT-VALOR(WS-QTD-ITENS)
                   MOVE ZEROS         TO WS-IT-APLICADO(WS-QTD-ITENS)
                   MOVE "S" TO WS-FR-CASADA(WS-IDX-ACHADO)
                   ADD CB-VALOR TO WS-FR-COBRADO(WS-IDX-ACHADO)
               ELSE
                   DISPLAY "TABELA DE ITENS DE FAMILIA CHEIA - "
                       "COBRANCA SEM BAIXA: " CB-MATRICULA
               END-IF
           END-IF.

      * CLASSIFICACAO POR TROCA DE VIZINHOS PELA FAMILIA (DESEMPATE
      * PELA MATRICULA), COMO NAS DEMAIS EDICOES ORDENADAS PEQUENAS
      * DA SUITE.
       CLASSIFICAR-ITENS.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I >= WS-QTD-ITENS
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                       UNTIL WS-IDX-J > WS-QTD-ITENS - WS-IDX-I
                   IF WS-IT-IDX-FR(WS-IDX-J) >
                           WS-IT-IDX-FR(WS-IDX-J + 1)
                       OR (WS-IT-IDX-FR(WS-IDX-J) =
                               WS-IT-IDX-FR(WS-IDX-J + 1)
                           AND WS-IT-MATRICULA(WS-IDX-J) >
                               WS-IT-MATRICULA(WS-IDX-J + 1))
                       MOVE WS-IT-ENTRADA(WS-IDX-J)  TO WS-IT-TROCA
                       MOVE WS-IT-ENTRADA(WS-IDX-J + 1)
                           TO WS-IT-ENTRADA(WS-IDX-J)
                       MOVE WS-IT-TROCA
                           TO WS-IT-ENTRADA(WS-IDX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * FAMILIA QUE PAGOU MAIS DO QUE O TOTAL DOS FILHOS NAO TEM
      * COMO SER REPARTIDA: AS COBRANCAS FICAM "R" E A FAMILIA SAI
      * APONTADA COMO DIVERGENCIA PARA A TESOURARIA RESOLVER.
       VERIFICAR-EXCESSO-FAMILIA.
           PERFORM VARYING WS-IDX-FR FROM 1 BY 1
                   UNTIL WS-IDX-FR > WS-QTD-FAM-RESPOSTAS
               IF WS-FR-CASADA(WS-IDX-FR) = "S"
                       AND WS-FR-SITUACAO(WS-IDX-FR) = "P"
                       AND WS-FR-VALOR(WS-IDX-FR)
                           > WS-FR-COBRADO(WS-IDX-FR)
                   MOVE "S" TO WS-FR-DIVERGENTE(WS-IDX-FR)
                   ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE SPACES TO CN-LINHA
                   STRING "PAGAMENTO DA FAMILIA ACIMA DO COBRADO - "
                          "RESPONSAVEL " WS-FR-COD-RESP(WS-IDX-FR)
                          " COMPETENCIA " WS-FR-COMPETENCIA(WS-IDX-FR)
                       DELIMITED BY SIZE INTO CN-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-CONCILIA
               END-IF
           END-PERFORM.

      * REPARTE O PAGAMENTO DE CADA FAMILIA NOS FILHOS, NA ORDEM DA
      * TABELA (MATRICULA): CADA UM LEVA O MENOR ENTRE A SUA
      * MENSALIDADE E O SALDO QUE AINDA RESTA DO PAGAMENTO.
       APLICAR-PAGAMENTO-FAMILIA.
           MOVE ZEROS TO WS-IDX-FR
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-QTD-ITENS
               IF WS-IT-IDX-FR(WS-IDX-IT) NOT = WS-IDX-FR
                   MOVE WS-IT-IDX-FR(WS-IDX-IT) TO WS-IDX-FR
                   IF WS-FR-SITUACAO(WS-IDX-FR) = "P"
                           AND WS-FR-DIVERGENTE(WS-IDX-FR) = "N"
                           AND WS-FR-VALOR(WS-IDX-FR) > 0
                       MOVE WS-FR-VALOR(WS-IDX-FR) TO WS-SALDO-FAMILIA
                   ELSE
                       MOVE ZEROS TO WS-SALDO-FAMILIA
                   END-IF
               END-IF
               IF WS-SALDO-FAMILIA >= WS-IT-VALOR(WS-IDX-IT)
                   MOVE WS-IT-VALOR(WS-IDX-IT)
                       TO WS-IT-APLICADO(WS-IDX-IT)
               ELSE
                   MOVE WS-SALDO-FAMILIA TO WS-IT-APLICADO(WS-IDX-IT)
               END-IF
               SUBTRACT WS-IT-APLICADO(WS-IDX-IT)
                   FROM WS-SALDO-FAMILIA
           END-PERFORM.

      * PASSA A CARTEIRA INTEIRA PELO TRABALHO, APLICANDO A RESPOSTA
      * DO BANCO A CADA COBRANCA REMETIDA: PAGA VIRA "P" (VALOR
      * CONFERIDO), REJEITADA OU NAO PAGA VIRA "I"; REMETIDA SEM
           END-PERFORM.

       CONFERIR-COBRANCA.
           EVALUATE TRUE
               WHEN CB-REMETIDA AND CB-PARCELA-ACORDO
                   PERFORM CONFERIR-PARCELA-ACORDO
               WHEN CB-REMETIDA AND CB-COBRANCA-FAMILIA
                   PERFORM CONFERIR-ITEM-FAMILIA
               WHEN OTHER
                   PERFORM CONFERIR-COBRANCA-INDIVIDUAL
           END-EVALUATE.

      * PARCELA DE ACORDO: MESMAS REGRAS DA COBRANCA INDIVIDUAL, COM A
      * RESPOSTA ACHADA PELO ACORDO E PELA PARCELA.
       CONFERIR-PARCELA-ACORDO.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-AR FROM 1 BY 1
                   UNTIL WS-IDX-AR > WS-QTD-ACO-RESPOSTAS
                       OR WS-IDX-ACHADO > 0
               IF WS-AR-ACORDO(WS-IDX-AR) = CB-NUM-ACORDO
                       AND WS-AR-PARCELA(WS-IDX-AR) = CB-NUM-PARCELA
                       AND WS-AR-CASADA(WS-IDX-AR) = "N"
                   MOVE WS-IDX-AR TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0
               ADD 1 TO WS-QTD-SEM-RESPOSTA
               MOVE SPACES TO CN-LINHA
               STRING "PARCELA SEM RESPOSTA DO BANCO - ACORDO "
                      CB-NUM-ACORDO " PARCELA " CB-NUM-PARCELA
                      " COMPETENCIA " CB-COMPETENCIA
                   DELIMITED BY SIZE INTO CN-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CONCILIA
           ELSE
               MOVE "S" TO WS-AR-CASADA(WS-IDX-ACHADO)
               EVALUATE TRUE
                   WHEN WS-AR-SITUACAO(WS-IDX-ACHADO) = "P"
                           AND WS-AR-VALOR(WS-IDX-ACHADO)
                               NOT = CB-VALOR
                       ADD 1 TO WS-QTD-DIVERGENTES
                       MOVE SPACES TO CN-LINHA
                       STRING "VALOR PAGO DIFERE DA PARCELA - "
                              "ACORDO " CB-NUM-ACORDO
                              " PARCELA " CB-NUM-PARCELA
                           DELIMITED BY SIZE INTO CN-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-CONCILIA
                   WHEN WS-AR-SITUACAO(WS-IDX-ACHADO) = "P"
                       ADD 1 TO WS-QTD-PAGAS
                       ADD WS-AR-VALOR(WS-IDX-ACHADO) TO WS-TOT-PAGO
                       MOVE "P" TO CB-SITUACAO
                       MOVE WS-AR-VALOR(WS-IDX-ACHADO)
                           TO CB-VALOR-PAGO
                       MOVE CB-MATRICULA   TO RB-MATRICULA
                       MOVE CB-COMPETENCIA TO RB-COMPETENCIA
                       MOVE WS-CAB-DATA-EXECUCAO
                           TO RB-DATA-RECEBIMENTO
                       MOVE WS-AR-VALOR(WS-IDX-ACHADO) TO RB-VALOR
                       WRITE RB-RECEBIMENTO-REC
                   WHEN OTHER
                       ADD 1 TO WS-QTD-INADIMPLENTES
                       MOVE "I" TO CB-SITUACAO
                       MOVE SPACES TO CN-LINHA
                       STRING "PARCELA NAO PAGA - ACORDO "
                              CB-NUM-ACORDO
                              " PARCELA " CB-NUM-PARCELA
                              " RESP " CB-NOME-RESP
                           DELIMITED BY SIZE INTO CN-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-CONCILIA
               END-EVALUATE
           END-IF.

      * COBRANCA DO BOLETO UNICO: RECEBE A PARTE DO PAGAMENTO DA
      * FAMILIA QUE LHE COUBE NA REPARTICAO.
       CONFERIR-ITEM-FAMILIA.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-QTD-ITENS
                       OR WS-IDX-ACHADO > 0
               MOVE WS-IT-IDX-FR(WS-IDX-IT) TO WS-IDX-FR
               IF WS-IT-MATRICULA(WS-IDX-IT) = CB-MATRICULA
                       AND WS-FR-COD-RESP(WS-IDX-FR) = CB-COD-RESP
                       AND WS-FR-COMPETENCIA(WS-IDX-FR)
                           = CB-COMPETENCIA
                   MOVE WS-IDX-IT TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0
               ADD 1 TO WS-QTD-SEM-RESPOSTA
               MOVE SPACES TO CN-LINHA
               STRING "COBRANCA SEM RESPOSTA DO BANCO - "
                      "MATRICULA " CB-MATRICULA
                      " COMPETENCIA " CB-COMPETENCIA
                      " (BOLETO DA FAMILIA " CB-COD-RESP ")"
                   DELIMITED BY SIZE INTO CN-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CONCILIA
           ELSE
               MOVE WS-IT-IDX-FR(WS-IDX-ACHADO) TO WS-IDX-FR
               EVALUATE TRUE
                   WHEN WS-FR-DIVERGENTE(WS-IDX-FR) = "S"
                       CONTINUE
                   WHEN WS-FR-SITUACAO(WS-IDX-FR) = "P"
                           AND WS-IT-APLICADO(WS-IDX-ACHADO)
                               = CB-VALOR
                       ADD 1 TO WS-QTD-PAGAS
                       MOVE "P" TO CB-SITUACAO
                       PERFORM BAIXAR-ITEM-FAMILIA
                   WHEN WS-IT-APLICADO(WS-IDX-ACHADO) > 0
                       ADD 1 TO WS-QTD-PARCIAIS
                       MOVE "I" TO CB-SITUACAO
                       PERFORM BAIXAR-ITEM-FAMILIA
                       MOVE SPACES TO CN-LINHA
                       STRING "PAGAMENTO PARCIAL DA FAMILIA "
                              CB-COD-RESP
                              " - MATRICULA " CB-MATRICULA
                              " COMPETENCIA " CB-COMPETENCIA
                              " PAGO " CB-VALOR-PAGO
                              " DE " CB-VALOR
                           DELIMITED BY SIZE INTO CN-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-CONCILIA
                   WHEN OTHER
                       ADD 1 TO WS-QTD-INADIMPLENTES
                       MOVE "I" TO CB-SITUACAO
                       MOVE SPACES TO CN-LINHA
                       STRING "COBRANCA NAO PAGA - MATRICULA "
                              CB-MATRICULA
                              " COMPETENCIA " CB-COMPETENCIA
                              " FAMILIA " CB-COD-RESP
                              " RESP " CB-NOME-RESP
                           DELIMITED BY SIZE INTO CN-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-CONCILIA
               END-EVALUATE
           END-IF.

      * BAIXA NA COBRANCA A PARTE DO PAGAMENTO DA FAMILIA E REGISTRA
      * O RECEBIMENTO DO FILHO COM A DATA DO RETORNO.
       BAIXAR-ITEM-FAMILIA.
           MOVE WS-IT-APLICADO(WS-IDX-ACHADO) TO CB-VALOR-PAGO
           ADD WS-IT-APLICADO(WS-IDX-ACHADO) TO WS-TOT-PAGO
           MOVE CB-MATRICULA   TO RB-MATRICULA
           MOVE CB-COMPETENCIA TO RB-COMPETENCIA
           MOVE WS-CAB-DATA-EXECUCAO TO RB-DATA-RECEBIMENTO
           MOVE WS-IT-APLICADO(WS-IDX-ACHADO) TO RB-VALOR
           WRITE RB-RECEBIMENTO-REC.

       CONFERIR-COBRANCA-INDIVIDUAL.
           IF CB-REMETIDA
      * A TAXA DE MATRICULA PODE CAIR NA MESMA COMPETENCIA DA
      * MENSALIDADE DO ALUNO - PRIMEIRO PROCURA A RESPOSTA DE MESMO
      * VALOR, DEPOIS QUALQUER UMA DA MATRICULA NA COMPETENCIA.
               MOVE ZEROS TO WS-IDX-ACHADO
               PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                       UNTIL WS-IDX-RSP > WS-QTD-RESPOSTAS
                           OR WS-IDX-ACHADO > 0
                   IF WS-RSP-MATRICULA(WS-IDX-RSP) = CB-MATRICULA
                           AND WS-RSP-COMPETENCIA(WS-IDX-RSP)
                               = CB-COMPETENCIA
                           AND WS-RSP-VALOR(WS-IDX-RSP) = CB-VALOR
                           AND WS-RSP-CASADA(WS-IDX-RSP) = "N"
                       MOVE WS-IDX-RSP TO WS-IDX-ACHADO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                       UNTIL WS-IDX-RSP > WS-QTD-RESPOSTAS
                           OR WS-IDX-ACHADO > 0
                           ADD WS-RSP-VALOR(WS-IDX-ACHADO)
                               TO WS-TOT-PAGO
                           MOVE "P" TO CB-SITUACAO
                           MOVE WS-RSP-VALOR(WS-IDX-ACHADO)
                               TO CB-VALOR-PAGO
                           MOVE CB-MATRICULA   TO RB-MATRICULA
                           MOVE CB-COMPETENCIA TO RB-COMPETENCIA
                           MOVE WS-CAB-DATA-EXECUCAO
                               TO RB-DATA-RECEBIMENTO
                           MOVE WS-RSP-VALOR(WS-IDX-ACHADO)
                               TO RB-VALOR
                           WRITE RB-RECEBIMENTO-REC
                       WHEN OTHER
                           ADD 1 TO WS-QTD-INADIMPLENTES
                           MOVE "I" TO CB-SITUACAO
                   END-STRING
                   PERFORM GRAVAR-LINHA-CONCILIA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-FR FROM 1 BY 1
                   UNTIL WS-IDX-FR > WS-QTD-FAM-RESPOSTAS
               IF WS-FR-CASADA(WS-IDX-FR) = "N"
                   ADD 1 TO WS-QTD-NAO-REMETIDAS
                   MOVE SPACES TO CN-LINHA
                   STRING "RESPOSTA DE FAMILIA SEM COBRANCA "
                          "CORRESPONDENTE - RESPONSAVEL "
                          WS-FR-COD-RESP(WS-IDX-FR)
                          " COMPETENCIA "
                          WS-FR-COMPETENCIA(WS-IDX-FR)
                       DELIMITED BY SIZE INTO CN-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-CONCILIA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-AR FROM 1 BY 1
                   UNTIL WS-IDX-AR > WS-QTD-ACO-RESPOSTAS
               IF WS-AR-CASADA(WS-IDX-AR) = "N"
                   ADD 1 TO WS-QTD-NAO-REMETIDAS
                   MOVE SPACES TO CN-LINHA
                   STRING "RESPOSTA DE PARCELA SEM COBRANCA "
                          "CORRESPONDENTE - ACORDO "
                          WS-AR-ACORDO(WS-IDX-AR)
                          " PARCELA " WS-AR-PARCELA(WS-IDX-AR)
                       DELIMITED BY SIZE INTO CN-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-CONCILIA
               END-IF
           END-PERFORM.

      * DEVOLVE A CARTEIRA ATUALIZADA DO TRABALHO PARA O ARQUIVO
                  " DIVERGENTES=" WS-QTD-DIVERGENTES
                  " SEM RESPOSTA=" WS-QTD-SEM-RESPOSTA
                  " SEM COBRANCA=" WS-QTD-NAO-REMETIDAS
                  " PARCIAIS=" WS-QTD-PARCIAIS
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CONCILIA
           DISPLAY CN-LINHA
           DISPLAY "BOLETOS DE FAMILIA RESPONDIDOS: "
               WS-QTD-FAM-RESPOSTAS
           DISPLAY "PARCELAS DE ACORDO RESPONDIDAS: "
               WS-QTD-ACO-RESPOSTAS
           DISPLAY "TOTAL EFETIVAMENTE RECEBIDO: " WS-TOT-PAGO.

       IMPRIMIR-CABECALHO-CONCILIA.
