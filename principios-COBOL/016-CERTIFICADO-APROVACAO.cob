      *          NUNCA QUEIMA UM NUMERO NOVO - ENTAO QUALQUER
      *          CERTIFICADO APRESENTADO PODE SER CONFERIDO CONTRA O
      *          LIVRO DEPOIS.
      *          ALUNO COM DEPENDENCIA AINDA NAO CUMPRIDA NO CADASTRO
      *          DE DEPENDENCIAS TEM CADA UMA IMPRESSA NO CERTIFICADO,
      *          ATE SER CUMPRIDA.
      *          QUEM RECEBE O CERTIFICADO E DECIDIDO PELO RESULTADO
      *          ANUAL (RESULTADOS_ANUAIS.DAT), O MESMO QUE A ROLAGEM DE
      *          ANO (013) USA PARA PROMOVER: APROVADO OU APROVADO COM
      *          DEPENDENCIA, PELAS NOTAS OU PELO CONSELHO DE CLASSE
      *          (SITUACAO "APROVADO PELO CONSELHO" NO CERTIFICADO). O
      *          STATUS DO PERIODO SO VALE PARA O ALUNO SEM RESULTADO
      *          ANUAL E ENQUANTO O ANO LETIVO (ANO_LETIVO OU O DA DATA
      *          DE MOVIMENTO) NAO FOR O ULTIMO FECHADO PELO 012 NO
      *          CONTROLE DE ANOS FECHADOS. AS DEPENDENCIAS DO ANO
      *          MARCADAS NO RESULTADO ANUAL SAEM JUNTO COM AS ABERTAS
      *          NO CADASTRO, MESMO ANTES DA ROLAGEM ABRI-LAS.
      * Tectonics: cobc
      ******************************************************************

           SELECT CERTIFICADO-FILE ASSIGN TO DYNAMIC WS-ARQ-CERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERT.
           SELECT DEPENDENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-DEPENDENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENCIA.
           SELECT ANUAL-FILE ASSIGN TO DYNAMIC WS-ARQ-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.
           SELECT ANOFECH-FILE ASSIGN TO DYNAMIC WS-ARQ-ANOFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOFECH.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT GRAVADO PELO 002-ALUNO-APROVADO (RESULT-FILE).
           05 LV-DATA-EMISSAO  PIC 9(08).
       FD  CERTIFICADO-FILE.
       01  CT-LINHA            PIC X(100).
       FD  DEPENDENCIA-FILE.
       COPY DEPENDENCIA-REC.
       FD  ANUAL-FILE.
       COPY RESULTADO-ANUAL-REC.
       FD  ANOFECH-FILE.
       COPY ANO-FECHADO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-RESULT      PIC X(40)
                              VALUES "data/RESULTADOS.DAT".
       01 WS-ARQ-CERT        PIC X(40)
                              VALUES "data/CERTIFICADOS.TXT".
       01 WS-FS-CERT         PIC X(02) VALUES SPACES.
       01 WS-ARQ-DEPENDENCIA PIC X(40)
                              VALUES "data/DEPENDENCIAS.DAT".
       01 WS-FS-DEPENDENCIA  PIC X(02) VALUES SPACES.
       01 WS-FIM-DEPENDENCIA PIC X(01) VALUES "N".
           88 FIM-DEPENDENCIA        VALUE "S".
      * DEPENDENCIAS DO CADASTRO: AS ABERTAS SAO IMPRESSAS NO
      * CERTIFICADO; AS CUMPRIDAS SO IMPEDEM A DEPENDENCIA DO ANO,
      * MARCADA NO RESULTADO ANUAL, DE SAIR DE NOVO.
       01 WS-DEPEND-TABELA.
           05 WS-DP-ENTRADA OCCURS 2000 TIMES.
               10 WS-DP-MATRICULA   PIC 9(06).
               10 WS-DP-ANO         PIC 9(04).
               10 WS-DP-TURMA       PIC X(06).
               10 WS-DP-DISCIPLINA  PIC 9(01).
               10 WS-DP-NOME-DISC   PIC X(15).
               10 WS-DP-SITUACAO    PIC X(01).
       01 WS-QTD-DEPEND      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DP          PIC 9(04) VALUES ZEROS.
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
      * RESULTADOS ANUAIS CARREGADOS NA ABERTURA. SEM O ARQUIVO O
      * CERTIFICADO SAI PELO RESULTADO DO PERIODO, COMO SEMPRE.
       01 WS-ANUAL-TABELA.
           05 WS-RA-ENTRADA OCCURS 999 TIMES.
               10 WS-RA-MATRICULA   PIC 9(06).
               10 WS-RA-STATUS      PIC X(11).
               10 WS-RA-CONSELHO    PIC X(01).
               10 WS-RA-DEPEND-DISC PIC X(01) OCCURS 4 TIMES.
       01 WS-QTD-ANUAIS      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-RA          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-RA-ACHADO   PIC 9(04) VALUES ZEROS.
       01 WS-QTD-CONSELHO    PIC 9(04) VALUES ZEROS.
      * SITUACAO QUE DECIDE O CERTIFICADO: A DO RESULTADO ANUAL, SENAO
      * A DO RESULTADO DO PERIODO.
       01 WS-STATUS-CERT     PIC X(11) VALUES SPACES.
       01 WS-PELO-CONSELHO   PIC X(01) VALUES "N".
           88 PELO-CONSELHO          VALUE "S".
      * ANO LETIVO DO RESULTADO ANUAL: ANO_LETIVO NO AMBIENTE, SENAO O
      * ANO DA DATA DE MOVIMENTO (MESMA REGRA DA ROLAGEM DE ANO).
       01 WS-ANO-X           PIC X(04) VALUES SPACES.
       01 WS-ANO-LETIVO      PIC 9(04) VALUES ZEROS.
      * NOMES DAS AVALIACOES, NA MESMA SEQUENCIA FIXA DO BOLETIM.
       01 WS-DISC-TAB-INIT.
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 1".
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 2".
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 3".
           05 FILLER PIC X(15)    VALUE "PROVA FINAL".
       01 WS-TABELA-DISCIPLINAS REDEFINES WS-DISC-TAB-INIT.
           05 WS-NOME-DISCIPLINA  PIC X(15) OCCURS 4 TIMES.
       01 WS-IDX-DISC        PIC 9(01) VALUES ZERO.
       01 WS-ACHOU-DP        PIC X(01) VALUES "N".
           88 ACHOU-DP               VALUE "S".
       01 WS-FIM-RESULT      PIC X(01) VALUES "N".
           88 FIM-RESULT             VALUE "S".
       01 WS-FIM-LIVRO       PIC X(01) VALUES "N".
       01 WS-QTD-APROVADOS   PIC 9(05) VALUES ZEROS.
       01 WS-QTD-NOVOS       PIC 9(05) VALUES ZEROS.
       01 WS-QTD-REIMPRESSOS PIC 9(05) VALUES ZEROS.
       01 WS-QTD-COM-DEPEND  PIC 9(05) VALUES ZEROS.
       01 WS-QTD-CONSELHO-CERT PIC 9(05) VALUES ZEROS.
       01 WS-TEM-DEPEND      PIC X(01) VALUES "N".
           88 TEM-DEPEND             VALUE "S".
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.
               GOBACK
           END-IF

           MOVE "CERTIFICADO DE APROVACAO" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           ACCEPT WS-ANO-X FROM ENVIRONMENT "ANO_LETIVO"
           IF WS-ANO-X IS NUMERIC AND WS-ANO-X NOT = "0000"
               MOVE WS-ANO-X TO WS-ANO-LETIVO
           ELSE
               MOVE WS-CAB-ANO TO WS-ANO-LETIVO
           END-IF

           PERFORM CARREGAR-LIVRO
           PERFORM CARREGAR-DEPENDENCIAS
           PERFORM CARREGAR-RESULTADOS-ANUAIS

           OPEN EXTEND LIVRO-FILE
           IF WS-FS-LIVRO = "35"
                   WS-FS-MASTER ") - USANDO O NOME DO RESULTADO"
           END-IF


           PERFORM UNTIL FIM-RESULT
               READ RESULT-FILE
                   AT END
                       SET FIM-RESULT TO TRUE
                   NOT AT END
                       PERFORM BUSCAR-RESULTADO-ANUAL
                       IF WS-STATUS-CERT = "APROVADO" OR "DEPENDENCIA"
                           ADD 1 TO WS-QTD-APROVADOS
                           PERFORM EMITIR-CERTIFICADO
                       END-IF
           DISPLAY "CERTIFICADOS: APROVADOS=" WS-QTD-APROVADOS
               " NOVOS=" WS-QTD-NOVOS
               " REIMPRESSOS=" WS-QTD-REIMPRESSOS
               " COM DEPENDENCIA=" WS-QTD-COM-DEPEND
               " PELO CONSELHO=" WS-QTD-CONSELHO-CERT
               " ULTIMO NUMERO DO LIVRO=" WS-ULTIMO-NUMERO

           CLOSE RESULT-FILE
                   " CERTIFICADOS, ULTIMO NUMERO " WS-ULTIMO-NUMERO
           END-IF.

      * CADASTRO DE DEPENDENCIAS INTEIRO (ABERTAS E CUMPRIDAS).
      * CADASTRO AUSENTE: NENHUM ALUNO EM DEPENDENCIA AINDA ABERTA.
       CARREGAR-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIA-FILE
           IF WS-FS-DEPENDENCIA = "00"
               PERFORM UNTIL FIM-DEPENDENCIA
                   READ DEPENDENCIA-FILE
                       AT END
                           SET FIM-DEPENDENCIA TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-DEPENDENCIA
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
               DISPLAY "DEPENDENCIAS NO CADASTRO: " WS-QTD-DEPEND
           END-IF.

       GUARDAR-DEPENDENCIA.
           IF WS-QTD-DEPEND < 2000
               ADD 1 TO WS-QTD-DEPEND
               MOVE DP-MATRICULA    TO WS-DP-MATRICULA(WS-QTD-DEPEND)
               MOVE DP-ANO-ORIGEM   TO WS-DP-ANO(WS-QTD-DEPEND)
               MOVE DP-TURMA-ORIGEM TO WS-DP-TURMA(WS-QTD-DEPEND)
               MOVE DP-DISCIPLINA   TO WS-DP-DISCIPLINA(WS-QTD-DEPEND)
               MOVE DP-NOME-DISCIPLINA
                                    TO WS-DP-NOME-DISC(WS-QTD-DEPEND)
               MOVE DP-SITUACAO     TO WS-DP-SITUACAO(WS-QTD-DEPEND)
           ELSE
               DISPLAY "TABELA DE DEPENDENCIAS CHEIA - DEPENDENCIA "
                   "IGNORADA: " DP-MATRICULA
           END-IF.

      * CARREGA OS RESULTADOS ANUAIS DO ULTIMO FECHAMENTO DO ANO
      * (012). ARQUIVO AUSENTE, OU DE OUTRO ANO LETIVO SEGUNDO O
      * CONTROLE DE ANOS FECHADOS: ANO AINDA NAO FECHADO, O
      * CERTIFICADO SAI PELO RESULTADO DO PERIODO.
       CARREGAR-RESULTADOS-ANUAIS.
           PERFORM BUSCAR-ULTIMO-ANO-FECHADO
           IF WS-ULTIMO-ANO-FECHADO > ZEROS
                   AND WS-ULTIMO-ANO-FECHADO NOT = WS-ANO-LETIVO
               DISPLAY "RESULTADO ANUAL E DO ANO LETIVO "
                   WS-ULTIMO-ANO-FECHADO " - ANO " WS-ANO-LETIVO
                   " AINDA NAO FECHADO, CERTIFICADOS PELO RESULTADO "
                   "DO PERIODO"
           ELSE
               PERFORM LER-RESULTADOS-ANUAIS
           END-IF.

       LER-RESULTADOS-ANUAIS.
           OPEN INPUT ANUAL-FILE
           IF WS-FS-ANUAL NOT = "00"
               DISPLAY "RESULTADO ANUAL INDISPONIVEL (" WS-FS-ANUAL
                   ") - CERTIFICADOS PELO RESULTADO DO PERIODO"
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
                   " (PELO CONSELHO: " WS-QTD-CONSELHO ")"
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
               MOVE RA-CONSELHO     TO WS-RA-CONSELHO(WS-QTD-ANUAIS)
               IF RA-DECIDIDO-CONSELHO
                   ADD 1 TO WS-QTD-CONSELHO
               END-IF
               PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
                       UNTIL WS-IDX-DISC > 4
                   MOVE RA-DISC-DEPENDENCIA(WS-IDX-DISC)
                       TO WS-RA-DEPEND-DISC(WS-QTD-ANUAIS, WS-IDX-DISC)
               END-PERFORM
           ELSE
               DISPLAY "TABELA DE RESULTADOS ANUAIS CHEIA - "
                   "RESULTADO IGNORADO: " RA-MATRICULA
           END-IF.

      * SITUACAO QUE DECIDE O CERTIFICADO: A DO RESULTADO ANUAL DA
      * MATRICULA, QUALQUER QUE SEJA (TRANSFERIDO E ABANDONO TAMBEM
      * NAO RECEBEM), SENAO A DO RESULTADO DO PERIODO.
       BUSCAR-RESULTADO-ANUAL.
           MOVE RS-STATUS TO WS-STATUS-CERT
           MOVE "N"       TO WS-PELO-CONSELHO
           MOVE ZEROS     TO WS-IDX-RA-ACHADO
           PERFORM VARYING WS-IDX-RA FROM 1 BY 1
                   UNTIL WS-IDX-RA > WS-QTD-ANUAIS
                       OR WS-IDX-RA-ACHADO > 0
               IF WS-RA-MATRICULA(WS-IDX-RA) = RS-MATRICULA
                   MOVE WS-IDX-RA TO WS-IDX-RA-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-RA-ACHADO > 0
               MOVE WS-RA-STATUS(WS-IDX-RA-ACHADO) TO WS-STATUS-CERT
               IF WS-RA-CONSELHO(WS-IDX-RA-ACHADO) = "S"
                   MOVE "S" TO WS-PELO-CONSELHO
               END-IF
           END-IF.

       GUARDAR-REGISTRO-LIVRO.
           IF WS-QTD-LIVRO < 999
               ADD 1 TO WS-QTD-LIVRO
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING
           WRITE CT-LINHA
           IF PELO-CONSELHO
               ADD 1 TO WS-QTD-CONSELHO-CERT
               MOVE "SITUACAO: APROVADO PELO CONSELHO DE CLASSE."
                   TO CT-LINHA
               WRITE CT-LINHA
           END-IF
           PERFORM IMPRIMIR-DEPENDENCIAS
           MOVE SPACES TO CT-LINHA
           WRITE CT-LINHA
           MOVE SPACES TO CT-LINHA
           MOVE SPACES TO CT-LINHA
           WRITE CT-LINHA.

      * AS DEPENDENCIAS AINDA NAO CUMPRIDAS DO ALUNO, UMA POR LINHA:
      * AS ABERTAS NO CADASTRO E AS DO ANO MARCADAS NO RESULTADO ANUAL
      * QUE A ROLAGEM AINDA NAO LEVOU AO CADASTRO.
       IMPRIMIR-DEPENDENCIAS.
           MOVE "N" TO WS-TEM-DEPEND
           PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                   UNTIL WS-IDX-DP > WS-QTD-DEPEND
               IF WS-DP-MATRICULA(WS-IDX-DP) = RS-MATRICULA
                       AND WS-DP-SITUACAO(WS-IDX-DP) = "A"
                   PERFORM IMPRIMIR-TITULO-DEPENDENCIAS
                   MOVE SPACES TO CT-LINHA
                   STRING "   " WS-DP-NOME-DISC(WS-IDX-DP)
                          " (TURMA " WS-DP-TURMA(WS-IDX-DP)
                          ", ANO LETIVO " WS-DP-ANO(WS-IDX-DP) ")"
                       DELIMITED BY SIZE INTO CT-LINHA
                   END-STRING
                   WRITE CT-LINHA
               END-IF
           END-PERFORM
           IF WS-IDX-RA-ACHADO > 0
               PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
                       UNTIL WS-IDX-DISC > 4
                   IF WS-RA-DEPEND-DISC(WS-IDX-RA-ACHADO, WS-IDX-DISC)
                           = "S"
                       PERFORM IMPRIMIR-DEPENDENCIA-DO-ANO
                   END-IF
               END-PERFORM
           END-IF.

      * DEPENDENCIA DO ANO JA NO CADASTRO (ABERTA, JA IMPRESSA ACIMA,
      * OU CUMPRIDA) NAO SAI DE NOVO.
       IMPRIMIR-DEPENDENCIA-DO-ANO.
           MOVE "N" TO WS-ACHOU-DP
           PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                   UNTIL WS-IDX-DP > WS-QTD-DEPEND OR ACHOU-DP
               IF WS-DP-MATRICULA(WS-IDX-DP) = RS-MATRICULA
                       AND WS-DP-ANO(WS-IDX-DP) = WS-ANO-LETIVO
                       AND WS-DP-DISCIPLINA(WS-IDX-DP) = WS-IDX-DISC
                   MOVE "S" TO WS-ACHOU-DP
               END-IF
           END-PERFORM
           IF NOT ACHOU-DP
               PERFORM IMPRIMIR-TITULO-DEPENDENCIAS
               MOVE SPACES TO CT-LINHA
               STRING "   " WS-NOME-DISCIPLINA(WS-IDX-DISC)
                      " (TURMA " RS-TURMA
                      ", ANO LETIVO " WS-ANO-LETIVO ")"
                   DELIMITED BY SIZE INTO CT-LINHA
               END-STRING
               WRITE CT-LINHA
           END-IF.

       IMPRIMIR-TITULO-DEPENDENCIAS.
           IF NOT TEM-DEPEND
               MOVE "S" TO WS-TEM-DEPEND
               ADD 1 TO WS-QTD-COM-DEPEND
               MOVE "COM DEPENDENCIA, AINDA NAO CUMPRIDA, EM:"
                   TO CT-LINHA
               WRITE CT-LINHA
           END-IF.

       COPY CABECALHO-PROC.

       END PROGRAM 016-CERTIFICADO-APROVACAO.
