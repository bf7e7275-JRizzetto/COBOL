      *          BLOCO DE ETIQUETA (MESMA MONTAGEM DO A005-UNSTRING),
      *          A DATA DO CABECALHO COMPARTILHADO, AS NOTAS POR
      *          DISCIPLINA E O RESULTADO DA RECUPERACAO.
      *          COM O ANO LETIVO FECHADO PELO RESULTADO ANUAL (012), A
      *          REPROVACAO E A DO RESULTADO ANUAL
      *          (RESULTADOS_ANUAIS.DAT), A MESMA QUE A ROLAGEM DE ANO
      *          (013) APLICA: ALUNO PROMOVIDO PELAS NOTAS, COM
      *          DEPENDENCIA OU PELO CONSELHO DE CLASSE NAO RECEBE
      *          CARTA.
      *          O STATUS DO PERIODO SO VALE PARA O ALUNO SEM RESULTADO
      *          ANUAL E ENQUANTO O ANO LETIVO (ANO_LETIVO OU O DA DATA
      *          DE MOVIMENTO) NAO FOR O ULTIMO FECHADO PELO 012 NO
      *          CONTROLE DE ANOS FECHADOS.
      * Tectonics: cobc
      ******************************************************************

           SELECT CARTA-FILE ASSIGN TO DYNAMIC WS-ARQ-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.
           SELECT ANUAL-FILE ASSIGN TO DYNAMIC WS-ARQ-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.
           SELECT ANOFECH-FILE ASSIGN TO DYNAMIC WS-ARQ-ANOFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOFECH.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT GRAVADO PELO 002-ALUNO-APROVADO (RESULT-FILE).
       COPY ALUNO-MASTER-REC.
       FD  CARTA-FILE.
       01  CA-LINHA            PIC X(100).
       FD  ANUAL-FILE.
       COPY RESULTADO-ANUAL-REC.
       FD  ANOFECH-FILE.
       COPY ANO-FECHADO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-RESULT      PIC X(40)
                              VALUES "data/RESULTADOS.DAT".
       01 WS-FS-CARTA        PIC X(02) VALUES SPACES.
       01 WS-FIM-ARQUIVO     PIC X(01) VALUES "N".
           88 FIM-ARQUIVO            VALUE "S".
       01 WS-ARQ-ANUAL       PIC X(40)
                              VALUES "data/RESULTADOS_ANUAIS.DAT".
       01 WS-FS-ANUAL        PIC X(02) VALUES SPACES.
       01 WS-FIM-ANUAL       PIC X(01) VALUES "N".
           88 FIM-ANUAL              VALUE "S".
       01 WS-ARQ-ANOFECH     PIC X(40)
                              VALUES "data/ANOS_FECHADOS.DAT".
       01 WS-FS-ANOFECH      PIC X(02) VALUES SPACES.
       01 WS-FIM-ANOFECH     PIC X(01) VALUES "N".
           88 FIM-ANOFECH            VALUE "S".
      * ULTIMO ANO LETIVO FECHADO PELO RESULTADO ANUAL (012) - E O ANO
      * DE QUE O ARQUIVO DE RESULTADOS ANUAIS TRATA.
       01 WS-ULTIMO-ANO-FECHADO PIC 9(04) VALUES ZEROS.
      * ANO LETIVO DAS CARTAS: ANO_LETIVO NO AMBIENTE, SENAO O ANO DA
      * DATA DE MOVIMENTO (MESMA REGRA DA ROLAGEM DE ANO).
       01 WS-ANO-X           PIC X(04) VALUES SPACES.
       01 WS-ANO-LETIVO      PIC 9(04) VALUES ZEROS.
      * RESULTADOS ANUAIS CARREGADOS NA ABERTURA. SEM O ARQUIVO (OU COM
      * O ANO AINDA NAO FECHADO) A CARTA SAI PELO RESULTADO DO PERIODO.
       01 WS-ANUAL-TABELA.
           05 WS-RA-ENTRADA OCCURS 999 TIMES.
               10 WS-RA-MATRICULA   PIC 9(06).
               10 WS-RA-STATUS      PIC X(11).
       01 WS-QTD-ANUAIS      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-RA          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-RA-ACHADO   PIC 9(04) VALUES ZEROS.
      * SITUACAO QUE DECIDE A CARTA: A DO RESULTADO ANUAL, SENAO A DO
      * RESULTADO DO PERIODO.
       01 WS-STATUS-CARTA    PIC X(11) VALUES SPACES.
      * NOMES DAS AVALIACOES, NA MESMA SEQUENCIA FIXA DO BOLETIM.
       01 WS-DISC-TAB-INIT.
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 1".

           MOVE "NOTIFICACAO DE REPROVACAO" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           ACCEPT WS-ANO-X FROM ENVIRONMENT "ANO_LETIVO"
           IF WS-ANO-X IS NUMERIC AND WS-ANO-X NOT = "0000"
               MOVE WS-ANO-X TO WS-ANO-LETIVO
           ELSE
               MOVE WS-CAB-ANO TO WS-ANO-LETIVO
           END-IF
           PERFORM CARREGAR-RESULTADOS-ANUAIS

           PERFORM LER-RESULTADO

           PERFORM UNTIL FIM-ARQUIVO
               PERFORM BUSCAR-RESULTADO-ANUAL
               IF WS-STATUS-CARTA = "REPROVADO"
                   ADD 1 TO WS-QTD-REPROVADOS
                   PERFORM EMITIR-CARTA
               END-IF
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

      * CARREGA OS RESULTADOS ANUAIS DO ULTIMO FECHAMENTO DO ANO
      * (012). ARQUIVO AUSENTE, OU DE OUTRO ANO LETIVO SEGUNDO O
      * CONTROLE DE ANOS FECHADOS: ANO AINDA NAO FECHADO, A CARTA SAI
      * PELO RESULTADO DO PERIODO.
       CARREGAR-RESULTADOS-ANUAIS.
           PERFORM BUSCAR-ULTIMO-ANO-FECHADO
           IF WS-ULTIMO-ANO-FECHADO > ZEROS
                   AND WS-ULTIMO-ANO-FECHADO NOT = WS-ANO-LETIVO
               DISPLAY "RESULTADO ANUAL E DO ANO LETIVO "
                   WS-ULTIMO-ANO-FECHADO " - ANO " WS-ANO-LETIVO
                   " AINDA NAO FECHADO, CARTAS PELO RESULTADO "
                   "DO PERIODO"
           ELSE
               PERFORM LER-RESULTADOS-ANUAIS
           END-IF.

       LER-RESULTADOS-ANUAIS.
           OPEN INPUT ANUAL-FILE
           IF WS-FS-ANUAL NOT = "00"
               DISPLAY "RESULTADO ANUAL INDISPONIVEL (" WS-FS-ANUAL
                   ") - CARTAS PELO RESULTADO DO PERIODO"
           ELSE
               PERFORM UNTIL FIM-ANUAL
                   READ ANUAL-FILE
                       AT END
                           SET FIM-ANUAL TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-RESULTADO-ANUAL
                   END-READ
               END-PERFORM
               CLOSE ANUAL-FILE
               DISPLAY "RESULTADOS ANUAIS CARREGADOS: " WS-QTD-ANUAIS
           END-IF.

      * O MAIOR ANO COM RESULTADO ANUAL ("R") NO CONTROLE DE ANOS
      * FECHADOS. SEM O CONTROLE FICA ZERO E O ARQUIVO ANUAL VALE COMO
      * ESTIVER, COMO NA ROLAGEM DE ANO.
       BUSCAR-ULTIMO-ANO-FECHADO.
           MOVE ZEROS TO WS-ULTIMO-ANO-FECHADO
           OPEN INPUT ANOFECH-FILE
           IF WS-FS-ANOFECH = "00"
               PERFORM UNTIL FIM-ANOFECH
                   READ ANOFECH-FILE
                       AT END
                           SET FIM-ANOFECH TO TRUE
                       NOT AT END
                           IF AF-RESULTADO-ANUAL
                                   AND AF-ANO > WS-ULTIMO-ANO-FECHADO
                               MOVE AF-ANO TO WS-ULTIMO-ANO-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOFECH-FILE
           END-IF.

       GUARDAR-RESULTADO-ANUAL.
           IF WS-QTD-ANUAIS < 999
               ADD 1 TO WS-QTD-ANUAIS
               MOVE RA-MATRICULA    TO WS-RA-MATRICULA(WS-QTD-ANUAIS)
               MOVE RA-STATUS-ANUAL TO WS-RA-STATUS(WS-QTD-ANUAIS)
           ELSE
               DISPLAY "TABELA DE RESULTADOS ANUAIS CHEIA - "
                   "RESULTADO IGNORADO: " RA-MATRICULA
           END-IF.

      * SITUACAO QUE DECIDE A CARTA: A DO RESULTADO ANUAL DA
      * MATRICULA, QUALQUER QUE SEJA (SO "REPROVADO" RECEBE CARTA),
      * SENAO A DO RESULTADO DO PERIODO.
       BUSCAR-RESULTADO-ANUAL.
           MOVE RS-STATUS TO WS-STATUS-CARTA
           MOVE ZEROS     TO WS-IDX-RA-ACHADO
           PERFORM VARYING WS-IDX-RA FROM 1 BY 1
                   UNTIL WS-IDX-RA > WS-QTD-ANUAIS
                       OR WS-IDX-RA-ACHADO > 0
               IF WS-RA-MATRICULA(WS-IDX-RA) = RS-MATRICULA
                   MOVE WS-IDX-RA TO WS-IDX-RA-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-RA-ACHADO > 0
               MOVE WS-RA-STATUS(WS-IDX-RA-ACHADO) TO WS-STATUS-CARTA
           END-IF.

      * EMITE UMA CARTA PARA O RESPONSAVEL DO ALUNO REPROVADO. SEM
      * CADASTRO MESTRE NAO HA NOME NEM ENDERECO DE RESPONSAVEL - A
      * CARTA NAO E EMITIDA E A MATRICULA E APONTADA NO CONSOLE PARA
