      *          UNICO ALUNO CONSISTENTE NA TURMA NOVA. TRANSACAO SEM
      *          REGISTRO DE CAPTURA OU COM TURMA DE ORIGEM DIFERENTE
      *          DA CAPTURADA E REJEITADA E APONTADA NO RELATORIO.
      *          A TURMA DE DESTINO PRECISA ESTAR NO CADASTRO MESTRE DE
      *          TURMAS (021) E TER VAGA: A OCUPACAO E CONTADA NO
      *          PROPRIO BRUTO E A TRANSFERENCIA QUE PASSARIA DA
      *          CAPACIDADE NAO E APLICADA - O ALUNO SAI NO RELATORIO
      *          COMO QUEM NAO COUBE NA TURMA.
      * Tectonics: cobc
      ******************************************************************

           SELECT PRESENCA-FILE ASSIGN TO DYNAMIC WS-ARQ-PRESENCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESENCA.
      * CADASTRO MESTRE DE TURMAS - CAPACIDADE DA TURMA DE DESTINO.
           SELECT TURMA-MASTER ASSIGN TO DYNAMIC WS-ARQ-TURMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TURMA
               FILE STATUS IS WS-FS-TURMA.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
           05 PR-DATA          PIC 9(08).
           05 PR-FLAG          PIC X(01).
           05 PR-JUSTIF        PIC X(10).
       FD  TURMA-MASTER.
       COPY TURMA-MASTER-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-RELATORIO   PIC X(40)
                              VALUES "data/TRANSFERENCIAS.TXT".
       01 WS-FS-RELATORIO    PIC X(02) VALUES SPACES.
       01 WS-ARQ-TURMA       PIC X(40)
                              VALUES "data/TURMAS_MASTER.DAT".
       01 WS-FS-TURMA        PIC X(02) VALUES SPACES.
      * SEM O CADASTRO DE TURMAS AS TRANSFERENCIAS SAO APLICADAS SEM
      * CONFERIR VAGA E A EXECUCAO DEVOLVE ALERTA.
       01 WS-CADASTRO-TURMA  PIC X(01) VALUES "N".
           88 CADASTRO-TURMA-ABERTO  VALUE "S".
       01 WS-FIM-TRANSF      PIC X(01) VALUES "N".
           88 FIM-TRANSF             VALUE "S".
       01 WS-FIM-BRUTO       PIC X(01) VALUES "N".
               10 WS-TR-TURMA-ORIG  PIC X(06).
               10 WS-TR-TURMA-DEST  PIC X(06).
               10 WS-TR-DATA        PIC 9(08).
      *        "N"=PENDENTE "S"=APLICADA "L"=DESTINO LOTADO
      *        "C"=DESTINO FORA DO CADASTRO DE TURMAS.
               10 WS-TR-APLICADA    PIC X(01).
               10 WS-TR-DIAS-PRES   PIC 9(04).
       01 WS-QTD-TRANSF      PIC 9(03) VALUES ZEROS.
       01 WS-IDX-TR          PIC 9(03) VALUES ZEROS.
       01 WS-MATRICULA-X     PIC X(06) VALUES SPACES.
      * OCUPACAO DE CADA TURMA DO BRUTO, CONTADA ANTES DA REGRAVACAO E
      * ATUALIZADA A CADA TROCA APLICADA, COM A CAPACIDADE DO CADASTRO.
       01 WS-OCUPACAO-TABELA.
           05 WS-OC-ENTRADA OCCURS 100 TIMES.
               10 WS-OC-TURMA       PIC X(06).
               10 WS-OC-QTD         PIC 9(04).
               10 WS-OC-CAPACIDADE  PIC 9(03).
               10 WS-OC-CADASTRADA  PIC X(01).
       01 WS-QTD-OCUPACAO    PIC 9(03) VALUES ZEROS.
       01 WS-IDX-OC          PIC 9(03) VALUES ZEROS.
       01 WS-IDX-OC-ACHADO   PIC 9(03) VALUES ZEROS.
       01 WS-IDX-OC-ORIGEM   PIC 9(03) VALUES ZEROS.
       01 WS-TURMA-BUSCA     PIC X(06) VALUES SPACES.
      * TOTAIS DA EXECUCAO, MOSTRADOS NO FECHAMENTO.
       01 WS-QTD-BRUTO       PIC 9(05) VALUES ZEROS.
       01 WS-QTD-TROCADOS    PIC 9(05) VALUES ZEROS.
       01 WS-QTD-REJEITADAS  PIC 9(03) VALUES ZEROS.
       01 WS-QTD-SEM-VAGA    PIC 9(03) VALUES ZEROS.
       01 WS-DATA-TRANSF.
           05 WS-TRF-ANO     PIC 9(04).
           05 WS-TRF-MES     PIC 9(02).
           MOVE "TRANSFERENCIAS DE TURMA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-TRANSF

           PERFORM CONTAR-OCUPACAO
           PERFORM REGRAVAR-BRUTO
           IF CADASTRO-TURMA-ABERTO
               CLOSE TURMA-MASTER
           END-IF
           PERFORM CONTAR-PRESENCAS
           PERFORM IMPRIMIR-RESULTADO

           DISPLAY "TRANSFERENCIAS: LIDAS=" WS-QTD-TRANSF
               " APLICADAS=" WS-QTD-TROCADOS
               " REJEITADAS=" WS-QTD-REJEITADAS
               " SEM VAGA=" WS-QTD-SEM-VAGA

           IF WS-QTD-REJEITADAS > 0 OR NOT CADASTRO-TURMA-ABERTO
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
                   "IGNORADA: " TF-MATRICULA
           END-IF.

      * PRIMEIRA PASSADA NO BRUTO: QUANTOS ALUNOS CADA TURMA TEM HOJE.
       CONTAR-OCUPACAO.
           INITIALIZE WS-OCUPACAO-TABELA
           OPEN INPUT TURMA-MASTER
           IF WS-FS-TURMA = "00"
               SET CADASTRO-TURMA-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL (" WS-FS-TURMA
                   ") - VAGA NA TURMA DE DESTINO NAO CONFERIDA"
           END-IF
           OPEN INPUT BRUTO-FILE
           IF WS-FS-BRUTO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO BRUTO: " WS-FS-BRUTO
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FIM-BRUTO
               READ BRUTO-FILE
                   AT END
                       SET FIM-BRUTO TO TRUE
                   NOT AT END
                       MOVE BR-TURMA TO WS-TURMA-BUSCA
                       PERFORM ACHAR-OCUPACAO
                       IF WS-IDX-OC-ACHADO > 0
                           ADD 1 TO WS-OC-QTD(WS-IDX-OC-ACHADO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRUTO-FILE
           MOVE "N" TO WS-FIM-BRUTO.

      * LOCALIZA A TURMA NA TABELA DE OCUPACAO; A PRIMEIRA VEZ QUE
      * APARECE, BUSCA A CAPACIDADE NO CADASTRO.
       ACHAR-OCUPACAO.
           MOVE ZEROS TO WS-IDX-OC-ACHADO
           PERFORM VARYING WS-IDX-OC FROM 1 BY 1
                   UNTIL WS-IDX-OC > WS-QTD-OCUPACAO
                       OR WS-IDX-OC-ACHADO > 0
               IF WS-OC-TURMA(WS-IDX-OC) = WS-TURMA-BUSCA
                   MOVE WS-IDX-OC TO WS-IDX-OC-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-OC-ACHADO = 0
               IF WS-QTD-OCUPACAO < 100
                   ADD 1 TO WS-QTD-OCUPACAO
                   MOVE WS-QTD-OCUPACAO TO WS-IDX-OC-ACHADO
                   MOVE WS-TURMA-BUSCA
                       TO WS-OC-TURMA(WS-IDX-OC-ACHADO)
                   MOVE ZEROS TO WS-OC-QTD(WS-IDX-OC-ACHADO)
                   MOVE "N" TO WS-OC-CADASTRADA(WS-IDX-OC-ACHADO)
                   IF CADASTRO-TURMA-ABERTO
                       MOVE WS-TURMA-BUSCA TO TM-TURMA
                       READ TURMA-MASTER KEY IS TM-TURMA
                       IF WS-FS-TURMA = "00"
                           MOVE "S"
                               TO WS-OC-CADASTRADA(WS-IDX-OC-ACHADO)
                           MOVE TM-CAPACIDADE
                               TO WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO)
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "TABELA DE OCUPACAO CHEIA - TURMA "
                       "IGNORADA: " WS-TURMA-BUSCA
               END-IF
           END-IF.

      * REGRAVA O ARQUIVO BRUTO APLICANDO AS TROCAS DE TURMA: O BRUTO
      * E COPIADO PARA O ARQUIVO DE TRABALHO JA COM A TURMA NOVA E
      * DEPOIS COPIADO DE VOLTA - MESMO ESQUEMA DE REGRAVACAO DO

      * TROCA A TURMA DO REGISTRO DE CAPTURA QUANDO MATRICULA E TURMA
      * DE ORIGEM CONFEREM COM UMA TRANSACAO PENDENTE - AS NOTAS JA
      * DIGITADAS SEGUEM NO MESMO REGISTRO PARA A TURMA NOVA. DESTINO
      * FORA DO CADASTRO OU SEM VAGA MANTEM O ALUNO NA TURMA DE ORIGEM.
       APLICAR-TRANSFERENCIA.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL WS-IDX-TR > WS-QTD-TRANSF
               IF WS-TR-MATRICULA(WS-IDX-TR) = BR-MATRICULA
                       AND WS-TR-TURMA-ORIG(WS-IDX-TR) = BR-TURMA
                   PERFORM CONFERIR-VAGA-DESTINO
                   IF WS-TR-APLICADA(WS-IDX-TR) = "S"
                       MOVE WS-TR-TURMA-DEST(WS-IDX-TR) TO BR-TURMA
                       ADD 1 TO WS-QTD-TROCADOS
                   END-IF
               END-IF
           END-PERFORM.

      * A VAGA OCUPADA PASSA DA TURMA DE ORIGEM PARA A DE DESTINO.
       CONFERIR-VAGA-DESTINO.
           MOVE "S" TO WS-TR-APLICADA(WS-IDX-TR)
           IF CADASTRO-TURMA-ABERTO
               MOVE BR-TURMA TO WS-TURMA-BUSCA
               PERFORM ACHAR-OCUPACAO
               MOVE WS-IDX-OC-ACHADO TO WS-IDX-OC-ORIGEM
               MOVE WS-TR-TURMA-DEST(WS-IDX-TR) TO WS-TURMA-BUSCA
               PERFORM ACHAR-OCUPACAO
               IF WS-IDX-OC-ACHADO > 0
                   IF WS-OC-CADASTRADA(WS-IDX-OC-ACHADO) NOT = "S"
                       MOVE "C" TO WS-TR-APLICADA(WS-IDX-TR)
                   ELSE
                       IF WS-OC-QTD(WS-IDX-OC-ACHADO)
                               >= WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO)
                           MOVE "L" TO WS-TR-APLICADA(WS-IDX-TR)
                       ELSE
                           ADD 1 TO WS-OC-QTD(WS-IDX-OC-ACHADO)
                           IF WS-IDX-OC-ORIGEM > 0
                               SUBTRACT 1
                                   FROM WS-OC-QTD(WS-IDX-OC-ORIGEM)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * CONTA NO MOVIMENTO DE PRESENCA OS DIAS QUE CADA TRANSFERIDO
      * CARREGA - O MOVIMENTO E CHAVEADO POR MATRICULA, ENTAO NADA
      * PRECISA SER REGRAVADO, SO CONFERIDO PARA O RELATORIO.
                   UNTIL WS-IDX-TR > WS-QTD-TRANSF
               MOVE WS-TR-DATA(WS-IDX-TR) TO WS-DATA-TRANSF
               MOVE SPACES TO RL-LINHA
               EVALUATE WS-TR-APLICADA(WS-IDX-TR)
                   WHEN "S"
                       STRING "MATRICULA " WS-TR-MATRICULA(WS-IDX-TR)
                              " DE " WS-TR-TURMA-ORIG(WS-IDX-TR)
                              " PARA " WS-TR-TURMA-DEST(WS-IDX-TR)
                              " EM " WS-TRF-DIA "/" WS-TRF-MES "/"
                              WS-TRF-ANO
                              " - APLICADA, DIAS DE PRESENCA="
                              WS-TR-DIAS-PRES(WS-IDX-TR)
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                   WHEN "L"
                       ADD 1 TO WS-QTD-REJEITADAS
                       ADD 1 TO WS-QTD-SEM-VAGA
                       MOVE WS-TR-TURMA-DEST(WS-IDX-TR)
                           TO WS-TURMA-BUSCA
                       PERFORM ACHAR-OCUPACAO
                       STRING "MATRICULA " WS-TR-MATRICULA(WS-IDX-TR)
                              " DE " WS-TR-TURMA-ORIG(WS-IDX-TR)
                              " PARA " WS-TR-TURMA-DEST(WS-IDX-TR)
                              " - NAO COUBE: TURMA LOTADA (CAPACIDADE "
                              WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO) ")"
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       DISPLAY RL-LINHA
                   WHEN "C"
                       ADD 1 TO WS-QTD-REJEITADAS
                       STRING "MATRICULA " WS-TR-MATRICULA(WS-IDX-TR)
                              " DE " WS-TR-TURMA-ORIG(WS-IDX-TR)
                              " PARA " WS-TR-TURMA-DEST(WS-IDX-TR)
                              " - REJEITADA: TURMA DE DESTINO NAO "
                              "CADASTRADA"
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       DISPLAY RL-LINHA
                   WHEN OTHER
                       ADD 1 TO WS-QTD-REJEITADAS
                       STRING "MATRICULA " WS-TR-MATRICULA(WS-IDX-TR)
                              " DE " WS-TR-TURMA-ORIG(WS-IDX-TR)
                              " PARA " WS-TR-TURMA-DEST(WS-IDX-TR)
                              " - REJEITADA: SEM CAPTURA NA TURMA DE "
                              "ORIGEM"
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       DISPLAY RL-LINHA
               END-EVALUATE
               PERFORM GRAVAR-LINHA-TRANSF
           END-PERFORM

           STRING "REGISTROS DO BRUTO LIDOS: " WS-QTD-BRUTO
                  "  TROCAS APLICADAS: " WS-QTD-TROCADOS
                  "  REJEITADAS: " WS-QTD-REJEITADAS
                  "  SEM VAGA: " WS-QTD-SEM-VAGA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-TRANSF.
