      *          VIA ARQUIVO DE TRABALHO, COMO NO 011-TRANSFERE-TURMA)
      *          PARA UMA SEGUNDA REMESSA NAO COBRAR O RESPONSAVEL
      *          DUAS VEZES.
      *          COBRANCAS DE FAMILIA COM OPCAO PELO BOLETO UNICO
      *          (MARCADAS "F" NA GERACAO) NAO SAEM COMO DETALHE
      *          PROPRIO: SAEM UM REGISTRO "F" POR FAMILIA COM O TOTAL
      *          DOS FILHOS, SEGUIDO DE UM ITEM "I" POR ALUNO, EM
      *          ORDEM DE MATRICULA - A MESMA ORDEM EM QUE O RETORNO
      *          (A022) REPARTE UM PAGAMENTO PARCIAL.
      *          PARCELA DE ACORDO DE RENEGOCIACAO (A042) SAI COMO
      *          REGISTRO "A", IDENTIFICADA PELO NUMERO DO ACORDO E DA
      *          PARCELA, SEMPRE NUM BOLETO PROPRIO.
      * Tectonics: cobc
      ******************************************************************

       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  TRABALHO-FILE.
       01  TR-COBRANCA-REC     PIC X(93).
      * MESMO PROTOCOLO DA REMESSA DE SALARIOS: O PRIMEIRO BYTE DIZ
      * SE E HEADER, DETALHE OU TRAILER. O BOLETO UNICO DA FAMILIA E
      * O REGISTRO "F" (E O QUE O BANCO COBRA); OS ITENS "I" QUE O
      * SEGUEM DISCRIMINAM CADA FILHO NO BOLETO.
       FD  REMESSA-FILE.
       01  RM-HEADER-REC.
           05 RM-H-TIPO        PIC X(01).
           05 RM-D-COMPETENCIA PIC 9(06).
           05 RM-D-VALOR       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       01  RM-FAMILIA-REC.
           05 RM-F-TIPO        PIC X(01).
           05 RM-F-COD-RESP    PIC 9(06).
           05 RM-F-NOME-RESP   PIC X(30).
           05 RM-F-COMPETENCIA PIC 9(06).
           05 RM-F-VALOR       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 RM-F-QTD-ITENS   PIC 9(02).
       01  RM-ITEM-REC.
           05 RM-I-TIPO        PIC X(01).
           05 RM-I-COD-RESP    PIC 9(06).
           05 RM-I-MATRICULA   PIC 9(06).
           05 RM-I-TURMA       PIC X(06).
           05 RM-I-COMPETENCIA PIC 9(06).
           05 RM-I-VALOR       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       01  RM-ACORDO-REC.
           05 RM-A-TIPO        PIC X(01).
           05 RM-A-ACORDO      PIC 9(06).
           05 RM-A-PARCELA     PIC 9(02).
           05 RM-A-NOME-RESP   PIC X(30).
           05 RM-A-COMPETENCIA PIC 9(06).
           05 RM-A-VALOR       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       01  RM-TRAILER-REC.
           05 RM-T-TIPO        PIC X(01).
           05 RM-T-QUANTIDADE  PIC 9(06).
       01 WS-SOMATORIO       PIC S9(09)V99 VALUES ZEROS.
       01 WS-NUMERO-LOTE     PIC 9(06)    VALUES ZEROS.
       01 WS-QTD-LIDAS       PIC 9(06) VALUES ZEROS.
      * REGISTROS QUE O BANCO COBRA (DETALHES INDIVIDUAIS MAIS
      * BOLETOS DE FAMILIA) - E O QUE O TRAILER CONTA.
       01 WS-QTD-DETALHES    PIC 9(06) VALUES ZEROS.
       01 WS-QTD-FAMILIAS    PIC 9(06) VALUES ZEROS.
       01 WS-QTD-INDIVIDUAIS PIC 9(06) VALUES ZEROS.
       01 WS-QTD-PARCELAS    PIC 9(06) VALUES ZEROS.
      * COBRANCAS DO BOLETO UNICO, GUARDADAS DURANTE A LEITURA E
      * GRAVADAS NO FIM, CLASSIFICADAS POR FAMILIA E MATRICULA.
       01 WS-FAMILIA-TABELA.
           05 WS-FM-ENTRADA OCCURS 999 TIMES.
               10 WS-FM-COD-RESP    PIC 9(06).
               10 WS-FM-MATRICULA   PIC 9(06).
               10 WS-FM-TURMA       PIC X(06).
               10 WS-FM-NOME-RESP   PIC X(30).
               10 WS-FM-VALOR       PIC 9(05)V99.
       01 WS-FM-TROCA.
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC X(06).
           05 FILLER            PIC X(30).
           05 FILLER            PIC 9(05)V99.
       01 WS-QTD-ITENS-FAMILIA PIC 9(04) VALUES ZEROS.
       01 WS-IDX-I           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-J           PIC 9(04) VALUES ZEROS.
       01 WS-TOT-FAMILIA     PIC 9(07)V99 VALUES ZEROS.
       01 WS-QTD-FILHOS      PIC 9(02) VALUES ZEROS.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.
               END-READ
           END-PERFORM

           PERFORM CLASSIFICAR-FAMILIAS
           PERFORM GRAVAR-BOLETOS-FAMILIA

           MOVE "T"              TO RM-T-TIPO
           MOVE WS-QTD-DETALHES  TO RM-T-QUANTIDADE
           MOVE WS-SOMATORIO     TO RM-T-SOMATORIO
           WRITE RM-TRAILER-REC

               WS-NUMERO-LOTE
               " COBRANCAS=" WS-QTD-COBRANCAS
               " SOMATORIO=" WS-SOMATORIO
           COMPUTE WS-QTD-INDIVIDUAIS =
               WS-QTD-DETALHES - WS-QTD-FAMILIAS - WS-QTD-PARCELAS
           DISPLAY "BOLETOS INDIVIDUAIS=" WS-QTD-INDIVIDUAIS
               " BOLETOS DE FAMILIA=" WS-QTD-FAMILIAS
               " (" WS-QTD-ITENS-FAMILIA " COBRANCAS)"
               " PARCELAS DE ACORDO=" WS-QTD-PARCELAS

           IF WS-QTD-COBRANCAS = 0
               DISPLAY "NENHUMA COBRANCA ABERTA NA COMPETENCIA "
           GOBACK.

      * COBRANCA ABERTA DA COMPETENCIA ENTRA NA REMESSA E VAI PARA O
      * TRABALHO JA MARCADA "R"; AS DEMAIS PASSAM INALTERADAS. A DO
      * BOLETO UNICO SO E GUARDADA AQUI - O REGISTRO DA FAMILIA SAI
      * NO FIM, QUANDO TODOS OS FILHOS JA FORAM LIDOS.
       PROCESSAR-COBRANCA.
           IF CB-ABERTA AND CB-COMPETENCIA = WS-COMPETENCIA
               EVALUATE TRUE
                   WHEN CB-PARCELA-ACORDO
                       PERFORM GRAVAR-DETALHE-ACORDO
                   WHEN CB-COBRANCA-FAMILIA
                           AND CB-COD-RESP IS NUMERIC
                           AND WS-QTD-ITENS-FAMILIA < 999
                       PERFORM GUARDAR-ITEM-FAMILIA
                   WHEN OTHER
                       IF CB-COBRANCA-FAMILIA
                           DISPLAY "TABELA DE FAMILIAS CHEIA OU "
                               "FAMILIA INVALIDA - COBRANCA "
                               "INDIVIDUAL: " CB-MATRICULA
                           MOVE "I" TO CB-AGRUPAMENTO
                       END-IF
                       PERFORM GRAVAR-DETALHE-INDIVIDUAL
               END-EVALUATE
           END-IF
           MOVE CB-COBRANCA-REC TO TR-COBRANCA-REC
           WRITE TR-COBRANCA-REC.

      * PARCELA DE ACORDO: BOLETO PROPRIO, IDENTIFICADO PELO ACORDO E
      * PELA PARCELA (A MESMA MATRICULA PODE TER A MENSALIDADE DO MES
      * E UMA PARCELA NA MESMA COMPETENCIA).
       GRAVAR-DETALHE-ACORDO.
           MOVE "A"             TO RM-A-TIPO
           MOVE CB-NUM-ACORDO   TO RM-A-ACORDO
           MOVE CB-NUM-PARCELA  TO RM-A-PARCELA
           MOVE CB-NOME-RESP    TO RM-A-NOME-RESP
           MOVE CB-COMPETENCIA  TO RM-A-COMPETENCIA
           MOVE CB-VALOR        TO RM-A-VALOR
           WRITE RM-ACORDO-REC
           ADD 1 TO WS-QTD-COBRANCAS
           ADD 1 TO WS-QTD-DETALHES
           ADD 1 TO WS-QTD-PARCELAS
           ADD CB-VALOR TO WS-SOMATORIO
               ON SIZE ERROR
                   DISPLAY "** ESTOURO NO SOMATORIO DE CONTROLE "
                       "DA REMESSA DE COBRANCAS **"
           END-ADD
           MOVE "R" TO CB-SITUACAO.

       GRAVAR-DETALHE-INDIVIDUAL.
           MOVE "D"             TO RM-D-TIPO
           MOVE CB-MATRICULA    TO RM-D-MATRICULA
           MOVE CB-NOME-RESP    TO RM-D-NOME-RESP
           MOVE CB-COMPETENCIA  TO RM-D-COMPETENCIA
           MOVE CB-VALOR        TO RM-D-VALOR
           WRITE RM-DETALHE-REC
           ADD 1 TO WS-QTD-COBRANCAS
           ADD 1 TO WS-QTD-DETALHES
           ADD CB-VALOR TO WS-SOMATORIO
               ON SIZE ERROR
                   DISPLAY "** ESTOURO NO SOMATORIO DE CONTROLE "
                       "DA REMESSA DE COBRANCAS **"
           END-ADD
           MOVE "R" TO CB-SITUACAO.

       GUARDAR-ITEM-FAMILIA.
           ADD 1 TO WS-QTD-ITENS-FAMILIA
           MOVE CB-COD-RESP  TO WS-FM-COD-RESP(WS-QTD-ITENS-FAMILIA)
           MOVE CB-MATRICULA TO WS-FM-MATRICULA(WS-QTD-ITENS-FAMILIA)
           MOVE CB-TURMA     TO WS-FM-TURMA(WS-QTD-ITENS-FAMILIA)
           MOVE CB-NOME-RESP TO WS-FM-NOME-RESP(WS-QTD-ITENS-FAMILIA)
           MOVE CB-VALOR     TO WS-FM-VALOR(WS-QTD-ITENS-FAMILIA)
           ADD 1 TO WS-QTD-COBRANCAS
           ADD CB-VALOR TO WS-SOMATORIO
               ON SIZE ERROR
                   DISPLAY "** ESTOURO NO SOMATORIO DE CONTROLE "
                       "DA REMESSA DE COBRANCAS **"
           END-ADD
           MOVE "R" TO CB-SITUACAO.

      * CLASSIFICACAO POR TROCA DE VIZINHOS PELA FAMILIA (DESEMPATE
      * PELA MATRICULA), COMO NAS DEMAIS EDICOES ORDENADAS PEQUENAS
      * DA SUITE.
       CLASSIFICAR-FAMILIAS.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I >= WS-QTD-ITENS-FAMILIA
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                       UNTIL WS-IDX-J > WS-QTD-ITENS-FAMILIA - WS-IDX-I
                   IF WS-FM-COD-RESP(WS-IDX-J) >
                           WS-FM-COD-RESP(WS-IDX-J + 1)
                       OR (WS-FM-COD-RESP(WS-IDX-J) =
                               WS-FM-COD-RESP(WS-IDX-J + 1)
                           AND WS-FM-MATRICULA(WS-IDX-J) >
                               WS-FM-MATRICULA(WS-IDX-J + 1))
                       MOVE WS-FM-ENTRADA(WS-IDX-J)  TO WS-FM-TROCA
                       MOVE WS-FM-ENTRADA(WS-IDX-J + 1)
                           TO WS-FM-ENTRADA(WS-IDX-J)
                       MOVE WS-FM-TROCA
                           TO WS-FM-ENTRADA(WS-IDX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * UM BOLETO "F" POR FAMILIA COM O TOTAL DOS FILHOS, SEGUIDO DOS
      * ITENS "I" DE CADA ALUNO. O NOME NO BOLETO E O DO RESPONSAVEL
      * GRAVADO NA COBRANCA DO PRIMEIRO FILHO.
       GRAVAR-BOLETOS-FAMILIA.
           MOVE 1 TO WS-IDX-I
           PERFORM UNTIL WS-IDX-I > WS-QTD-ITENS-FAMILIA
               MOVE ZEROS TO WS-TOT-FAMILIA
               MOVE ZEROS TO WS-QTD-FILHOS
               PERFORM VARYING WS-IDX-J FROM WS-IDX-I BY 1
                       UNTIL WS-IDX-J > WS-QTD-ITENS-FAMILIA
                           OR WS-FM-COD-RESP(WS-IDX-J)
                               NOT = WS-FM-COD-RESP(WS-IDX-I)
                   ADD WS-FM-VALOR(WS-IDX-J) TO WS-TOT-FAMILIA
                   ADD 1 TO WS-QTD-FILHOS
               END-PERFORM
               MOVE "F"                       TO RM-F-TIPO
               MOVE WS-FM-COD-RESP(WS-IDX-I)  TO RM-F-COD-RESP
               MOVE WS-FM-NOME-RESP(WS-IDX-I) TO RM-F-NOME-RESP
               MOVE WS-COMPETENCIA            TO RM-F-COMPETENCIA
               MOVE WS-TOT-FAMILIA            TO RM-F-VALOR
               MOVE WS-QTD-FILHOS             TO RM-F-QTD-ITENS
               WRITE RM-FAMILIA-REC
               ADD 1 TO WS-QTD-DETALHES
               ADD 1 TO WS-QTD-FAMILIAS
               PERFORM VARYING WS-IDX-J FROM WS-IDX-I BY 1
                       UNTIL WS-IDX-J > WS-QTD-ITENS-FAMILIA
                           OR WS-FM-COD-RESP(WS-IDX-J)
                               NOT = WS-FM-COD-RESP(WS-IDX-I)
                   MOVE "I"                       TO RM-I-TIPO
                   MOVE WS-FM-COD-RESP(WS-IDX-J)  TO RM-I-COD-RESP
                   MOVE WS-FM-MATRICULA(WS-IDX-J) TO RM-I-MATRICULA
                   MOVE WS-FM-TURMA(WS-IDX-J)     TO RM-I-TURMA
                   MOVE WS-COMPETENCIA            TO RM-I-COMPETENCIA
                   MOVE WS-FM-VALOR(WS-IDX-J)     TO RM-I-VALOR
                   WRITE RM-ITEM-REC
               END-PERFORM
               MOVE WS-IDX-J TO WS-IDX-I
           END-PERFORM.

      * PROXIMO NUMERO DA SEQUENCIA DE REMESSAS DE COBRANCA -
      * CONTROLE AUSENTE E A PRIMEIRA GERACAO E A SEQUENCIA COMECA
      * DO 1; O NUMERO CONSUMIDO E REGRAVADO NA HORA.
