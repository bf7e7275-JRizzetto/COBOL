      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: LIBERACAO DA REMATRICULA PENDENTE FINANCEIRA. A
      *          ROLAGEM DE ANO (013) SEGURA FORA DA CAPTURA O ALUNO
      *          CUJA FAMILIA TEM COBRANCA VENCIDA ACIMA DA TOLERANCIA.
      *          RODADO SOB DEMANDA NA SEMANA DE MATRICULA, DEPOIS DO
      *          RETORNO DO BANCO (A022) OU DO FECHAMENTO DE ACORDO
      *          (A042): PARA CADA PENDENTE REFAZ A DIVIDA VENCIDA DA
      *          FAMILIA NA CARTEIRA ATUAL; QUEM FICOU DENTRO DA
      *          TOLERANCIA ENTRA NA CAPTURA DO ANO SEGUINTE
      *          (ALUNOS_BRUTO_NOVO.DAT) NA TURMA JA RESOLVIDA PELA
      *          ROLAGEM, GANHA A TAXA DE MATRICULA NA CARTEIRA E FICA
      *          MARCADO COMO LIBERADO NA LISTA. QUEM CONTINUA DEVENDO
      *          SAI NO RELATORIO COM A DIVIDA ATUALIZADA. A VAGA NA
      *          TURMA DE DESTINO E CONFERIDA CONTRA A CAPACIDADE DO
      *          CADASTRO DE TURMAS (021), CONTANDO A CAPTURA ATUAL.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 020-LIBERA-REMATRICULA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LISTA GERADA PELA ROLAGEM - LIDA INTEIRA E REGRAVADA COM AS
      * LIBERACOES.
           SELECT PENDENTE-FILE ASSIGN TO DYNAMIC WS-ARQ-PENDENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTE.
      * CARTEIRA DE COBRANCAS: LIDA PARA A DIVIDA DE CADA FAMILIA E
      * ESTENDIDA COM AS TAXAS DE MATRICULA.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
      * VALOR DA MENSALIDADE POR TURMA - BASE DA TAXA DE MATRICULA.
           SELECT PRECO-FILE ASSIGN TO DYNAMIC WS-ARQ-PRECO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRECO.
      * PARAMETRO OPCIONAL DE TOLERANCIA E TAXA (O MESMO DA ROLAGEM).
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
      * CAPTURA DO ANO SEGUINTE GERADA PELA ROLAGEM - O LIBERADO ENTRA
      * NO FIM DELA.
           SELECT NOVO-FILE ASSIGN TO DYNAMIC WS-ARQ-NOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
      * CADASTRO MESTRE DE TURMAS - CAPACIDADE DA TURMA DE DESTINO.
           SELECT TURMA-MASTER ASSIGN TO DYNAMIC WS-ARQ-TURMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TURMA
               FILE STATUS IS WS-FS-TURMA.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDENTE-FILE.
       COPY REMAT-PENDENTE-REC.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  PRECO-FILE.
       01  PT-PRECO-REC.
           05 PT-TURMA         PIC X(06).
           05 PT-VALOR         PIC 9(05)V99.
       FD  PARAM-FILE.
       COPY REMAT-PARAM-REC.
      * MESMO LAYOUT DO ARQUIVO BRUTO DE CAPTURA.
       FD  NOVO-FILE.
       01  NV-ALUNO-REC.
           05 NV-MATRICULA     PIC 9(06).
           05 NV-TURMA         PIC X(06).
           05 NV-NOME-ALUNO    PIC X(30).
           05 NV-NOTA          PIC 9(02)V99 OCCURS 4 TIMES.
           05 NV-FREQUENCIA    PIC 9(03).
           05 NV-NOTA-RECUP    PIC 9(02)V99.
       FD  TURMA-MASTER.
       COPY TURMA-MASTER-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-PENDENTE    PIC X(40)
                              VALUES "data/REMATRICULA_PENDENTE.DAT".
       01 WS-FS-PENDENTE     PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBRANCA    PIC X(40)
                              VALUES "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-PRECO       PIC X(40)
                              VALUES "data/PRECOS_TURMA.DAT".
       01 WS-FS-PRECO        PIC X(02) VALUES SPACES.
       01 WS-ARQ-PARAM       PIC X(40)
                              VALUES "data/REMATRICULA_PARAM.DAT".
       01 WS-FS-PARAM        PIC X(02) VALUES SPACES.
       01 WS-ARQ-NOVO        PIC X(40)
                              VALUES "data/ALUNOS_BRUTO_NOVO.DAT".
       01 WS-FS-NOVO         PIC X(02) VALUES SPACES.
       01 WS-ARQ-RELATORIO   PIC X(40)
                              VALUES "data/REMATRICULA_LIBERACAO.TXT".
       01 WS-FS-RELATORIO    PIC X(02) VALUES SPACES.
       01 WS-ARQ-TURMA       PIC X(40)
                              VALUES "data/TURMAS_MASTER.DAT".
       01 WS-FS-TURMA        PIC X(02) VALUES SPACES.
       01 WS-CADASTRO-TURMA  PIC X(01) VALUES "N".
           88 CADASTRO-TURMA-ABERTO  VALUE "S".
       01 WS-FIM-NOVO        PIC X(01) VALUES "N".
           88 FIM-NOVO               VALUE "S".
       01 WS-FIM-PENDENTE    PIC X(01) VALUES "N".
           88 FIM-PENDENTE           VALUE "S".
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
           88 FIM-COBRANCA           VALUE "S".
       01 WS-FIM-PRECO       PIC X(01) VALUES "N".
           88 FIM-PRECO              VALUE "S".
      * CONDICOES DA REMATRICULA - PADRAO SEM PARAMETRO.
       01 WS-TOLERANCIA      PIC 9(05)V99 VALUES ZEROS.
       01 WS-VALOR-TAXA      PIC 9(05)V99 VALUES ZEROS.
       01 WS-COMP-TAXA       PIC 9(06)    VALUES ZEROS.
       01 WS-COMP-TAXA-R REDEFINES WS-COMP-TAXA.
           05 WS-COMP-TAXA-ANO PIC 9(04).
           05 WS-COMP-TAXA-MES PIC 9(02).
       01 WS-COMPETENCIA     PIC 9(06)    VALUES ZEROS.
      * PRECOS POR TURMA CARREGADOS NA ABERTURA.
       01 WS-PRECO-TABELA.
           05 WS-PRC-ENTRADA OCCURS 50 TIMES.
               10 WS-PRC-TURMA      PIC X(06).
               10 WS-PRC-VALOR      PIC 9(05)V99.
       01 WS-QTD-PRECOS      PIC 9(02) VALUES ZEROS.
       01 WS-IDX-PRC         PIC 9(02) VALUES ZEROS.
      * LISTA DE PENDENTES EM MEMORIA, COM A DIVIDA REFEITA NA CARTEIRA
      * ATUAL E SE A TAXA DE MATRICULA DA COMPETENCIA JA EXISTE.
       01 WS-PENDENTE-TABELA.
           05 WS-PD-ENTRADA OCCURS 500 TIMES.
               10 WS-PD-MATRICULA      PIC 9(06).
               10 WS-PD-TURMA-DESTINO  PIC X(06).
               10 WS-PD-NOME-ALUNO     PIC X(30).
               10 WS-PD-COD-RESP       PIC 9(06).
               10 WS-PD-NOME-RESP      PIC X(30).
               10 WS-PD-DIVIDA         PIC 9(07)V99.
               10 WS-PD-DATA-BLOQUEIO  PIC 9(08).
               10 WS-PD-SITUACAO       PIC X(01).
               10 WS-PD-DATA-LIBERACAO PIC 9(08).
               10 WS-PD-TAXA-GERADA    PIC X(01).
       01 WS-QTD-PENDENTES   PIC 9(03) VALUES ZEROS.
       01 WS-IDX-PD          PIC 9(03) VALUES ZEROS.
       01 WS-SALDO-COBRANCA  PIC 9(05)V99 VALUES ZEROS.
       01 WS-PAGO-COBRANCA   PIC 9(05)V99 VALUES ZEROS.
       01 WS-DIVIDA-VENCIDA  PIC X(01) VALUES "N".
           88 DIVIDA-VENCIDA         VALUE "S".
       01 WS-VALOR-COBRAR    PIC 9(05)V99 VALUES ZEROS.
       01 WS-AUX-VALOR       PIC ZZ.ZZZ.ZZ9,99.
      * ALUNOS JA NA CAPTURA DE CADA TURMA, COM A CAPACIDADE DO
      * CADASTRO.
       01 WS-OCUPACAO-TABELA.
           05 WS-OC-ENTRADA OCCURS 100 TIMES.
               10 WS-OC-TURMA       PIC X(06).
               10 WS-OC-QTD         PIC 9(04).
               10 WS-OC-CAPACIDADE  PIC 9(03).
               10 WS-OC-CADASTRADA  PIC X(01).
       01 WS-QTD-OCUPACAO    PIC 9(03) VALUES ZEROS.
       01 WS-IDX-OC          PIC 9(03) VALUES ZEROS.
       01 WS-IDX-OC-ACHADO   PIC 9(03) VALUES ZEROS.
       01 WS-TURMA-BUSCA     PIC X(06) VALUES SPACES.
      * TOTAIS DA LIBERACAO.
       01 WS-QTD-EXAMINADOS  PIC 9(05) VALUES ZEROS.
       01 WS-QTD-LIBERADOS   PIC 9(05) VALUES ZEROS.
       01 WS-QTD-MANTIDOS    PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SEM-VAGA    PIC 9(05) VALUES ZEROS.
       01 WS-TURMA-LOTADA    PIC X(01) VALUES "N".
           88 TURMA-LOTADA           VALUE "S".
       01 WS-QTD-TAXAS       PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DIVERGENCIAS PIC 9(05) VALUES ZEROS.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           MOVE WS-RC-NORMAL TO RETURN-CODE

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE LIBERACAO: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "LIBERACAO DE REMATRICULA PENDENTE"
               TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-LIBERACAO
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA

           PERFORM CARREGAR-PENDENTES
           IF WS-QTD-PENDENTES = 0
               MOVE "NENHUM ALUNO NA LISTA DE PENDENCIA FINANCEIRA"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-LIBERACAO
               CLOSE RELATORIO-FILE
               DISPLAY "LIBERACAO: NENHUM PENDENTE"
               GOBACK
           END-IF

           PERFORM CARREGAR-PARAMETRO
           PERFORM CARREGAR-PRECOS
           PERFORM CARREGAR-DEBITOS
           PERFORM CONTAR-OCUPACAO

           OPEN EXTEND NOVO-FILE
           IF WS-FS-NOVO = "35"
               OPEN OUTPUT NOVO-FILE
               CLOSE NOVO-FILE
               OPEN EXTEND NOVO-FILE
           END-IF
           IF WS-FS-NOVO NOT = "00"
               DISPLAY "ERRO AO ABRIR CAPTURA DO ANO SEGUINTE: "
                   WS-FS-NOVO
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND COBRANCA-FILE
           IF WS-FS-COBRANCA = "35"
               OPEN OUTPUT COBRANCA-FILE
               CLOSE COBRANCA-FILE
               OPEN EXTEND COBRANCA-FILE
           END-IF
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA
               CLOSE NOVO-FILE
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-IDX-PD FROM 1 BY 1
                   UNTIL WS-IDX-PD > WS-QTD-PENDENTES
               IF WS-PD-SITUACAO(WS-IDX-PD) = "P"
                   ADD 1 TO WS-QTD-EXAMINADOS
                   PERFORM EXAMINAR-PENDENTE
               END-IF
           END-PERFORM
           CLOSE NOVO-FILE
           CLOSE COBRANCA-FILE
           IF CADASTRO-TURMA-ABERTO
               CLOSE TURMA-MASTER
           END-IF

           PERFORM REGRAVAR-PENDENTES

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-LIBERACAO
           MOVE SPACES TO RL-LINHA
           STRING "PENDENTES EXAMINADOS: " WS-QTD-EXAMINADOS
                  "  LIBERADOS: " WS-QTD-LIBERADOS
                  "  MANTIDOS: " WS-QTD-MANTIDOS
                  "  SEM VAGA: " WS-QTD-SEM-VAGA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-LIBERACAO
           MOVE SPACES TO RL-LINHA
           STRING "TAXAS DE MATRICULA LANCADAS: " WS-QTD-TAXAS
                  "  DIVERGENCIAS: " WS-QTD-DIVERGENCIAS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-LIBERACAO
           CLOSE RELATORIO-FILE

           DISPLAY "LIBERACAO: EXAMINADOS=" WS-QTD-EXAMINADOS
               " LIBERADOS=" WS-QTD-LIBERADOS
               " MANTIDOS=" WS-QTD-MANTIDOS
               " TAXAS=" WS-QTD-TAXAS
               " SEM VAGA=" WS-QTD-SEM-VAGA

           IF WS-QTD-DIVERGENCIAS > 0 OR WS-QTD-SEM-VAGA > 0
                   OR NOT CADASTRO-TURMA-ABERTO
               MOVE WS-RC-ALERTA TO RETURN-CODE
           END-IF
           GOBACK.

      * CARREGA A LISTA INTEIRA - LIBERADOS DE RODADAS ANTERIORES
      * VOLTAM IGUAIS NA REGRAVACAO.
       CARREGAR-PENDENTES.
           INITIALIZE WS-PENDENTE-TABELA
           OPEN INPUT PENDENTE-FILE
           IF WS-FS-PENDENTE NOT = "00"
               DISPLAY "LISTA DE PENDENCIA FINANCEIRA INDISPONIVEL ("
                   WS-FS-PENDENTE ")"
           ELSE
               PERFORM UNTIL FIM-PENDENTE
                   READ PENDENTE-FILE
                       AT END
                           SET FIM-PENDENTE TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-PENDENTE
                   END-READ
               END-PERFORM
               CLOSE PENDENTE-FILE
           END-IF.

       GUARDAR-PENDENTE.
           IF WS-QTD-PENDENTES < 500
               ADD 1 TO WS-QTD-PENDENTES
               MOVE PF-MATRICULA
                   TO WS-PD-MATRICULA(WS-QTD-PENDENTES)
               MOVE PF-TURMA-DESTINO
                   TO WS-PD-TURMA-DESTINO(WS-QTD-PENDENTES)
               MOVE PF-NOME-ALUNO
                   TO WS-PD-NOME-ALUNO(WS-QTD-PENDENTES)
               MOVE PF-COD-RESP
                   TO WS-PD-COD-RESP(WS-QTD-PENDENTES)
               MOVE PF-NOME-RESP
                   TO WS-PD-NOME-RESP(WS-QTD-PENDENTES)
               MOVE ZEROS
                   TO WS-PD-DIVIDA(WS-QTD-PENDENTES)
               MOVE PF-DATA-BLOQUEIO
                   TO WS-PD-DATA-BLOQUEIO(WS-QTD-PENDENTES)
               MOVE PF-SITUACAO
                   TO WS-PD-SITUACAO(WS-QTD-PENDENTES)
               MOVE PF-DATA-LIBERACAO
                   TO WS-PD-DATA-LIBERACAO(WS-QTD-PENDENTES)
               MOVE "N"
                   TO WS-PD-TAXA-GERADA(WS-QTD-PENDENTES)
           ELSE
               DISPLAY "LISTA DE PENDENCIA CHEIA - MATRICULA "
                   "IGNORADA: " PF-MATRICULA
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF.

      * LE A TOLERANCIA E A TAXA DO PARAMETRO. ARQUIVO AUSENTE OU
      * LINHA INVALIDA MANTEM O PADRAO.
       CARREGAR-PARAMETRO.
           OPEN INPUT PARAM-FILE
           IF WS-FS-PARAM NOT = "00"
               DISPLAY "SEM PARAMETRO DE REMATRICULA (" WS-FS-PARAM
                   ") - TOLERANCIA ZERO E TAXA PELA TABELA DE PRECOS"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARAMETRO DE REMATRICULA VAZIO - "
                           "CONDICOES PADRAO"
                   NOT AT END
                       IF RA-TOLERANCIA IS NUMERIC
                               AND RA-VALOR-TAXA IS NUMERIC
                               AND RA-COMP-TAXA IS NUMERIC
                           MOVE RA-TOLERANCIA TO WS-TOLERANCIA
                           MOVE RA-VALOR-TAXA TO WS-VALOR-TAXA
                           MOVE RA-COMP-TAXA  TO WS-COMP-TAXA
                       ELSE
                           DISPLAY "PARAMETRO DE REMATRICULA INVALIDO ("
                               RA-PARAM-REC ") - CONDICOES PADRAO"
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           IF WS-COMP-TAXA = 0
               MOVE WS-COMPETENCIA TO WS-COMP-TAXA
               IF WS-COMP-TAXA-MES = 12
                   ADD 1 TO WS-COMP-TAXA-ANO
                   MOVE 1 TO WS-COMP-TAXA-MES
               ELSE
                   ADD 1 TO WS-COMP-TAXA-MES
               END-IF
           END-IF
           MOVE WS-TOLERANCIA TO WS-AUX-VALOR
           DISPLAY "TOLERANCIA DE DIVIDA: " WS-AUX-VALOR
               " TAXA DE MATRICULA NA COMPETENCIA " WS-COMP-TAXA.

       CARREGAR-PRECOS.
           OPEN INPUT PRECO-FILE
           IF WS-FS-PRECO NOT = "00"
               DISPLAY "TABELA DE PRECOS INDISPONIVEL ("
                   WS-FS-PRECO ")"
           ELSE
               PERFORM UNTIL FIM-PRECO
                   READ PRECO-FILE
                       AT END
                           SET FIM-PRECO TO TRUE
                       NOT AT END
                           IF WS-QTD-PRECOS < 50
                               ADD 1 TO WS-QTD-PRECOS
                               MOVE PT-TURMA
                                   TO WS-PRC-TURMA(WS-QTD-PRECOS)
                               MOVE PT-VALOR
                                   TO WS-PRC-VALOR(WS-QTD-PRECOS)
                           ELSE
                               DISPLAY "TABELA DE PRECOS CHEIA - "
                                   "LINHA IGNORADA: " PT-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECO-FILE
           END-IF.

      * REFAZ A DIVIDA VENCIDA DE CADA PENDENTE NA CARTEIRA ATUAL, COM
      * A MESMA REGRA DA ROLAGEM: DA FAMILIA INTEIRA QUANDO HA CODIGO
      * DE RESPONSAVEL, SENAO SO DO ALUNO.
       CARREGAR-DEBITOS.
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "CARTEIRA DE COBRANCAS INDISPONIVEL ("
                   WS-FS-COBRANCA ")"
           ELSE
               PERFORM UNTIL FIM-COBRANCA
                   READ COBRANCA-FILE
                       AT END
                           SET FIM-COBRANCA TO TRUE
                       NOT AT END
                           PERFORM APURAR-COBRANCA
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-FILE
           END-IF.

       APURAR-COBRANCA.
           MOVE "N" TO WS-DIVIDA-VENCIDA
           MOVE ZEROS TO WS-SALDO-COBRANCA
           IF CB-INADIMPLENTE OR CB-ACORDO-ROMPIDO
                   OR ((CB-ABERTA OR CB-REMETIDA)
                       AND CB-COMPETENCIA < WS-COMPETENCIA)
               IF CB-VALOR-PAGO IS NUMERIC
                   MOVE CB-VALOR-PAGO TO WS-PAGO-COBRANCA
               ELSE
                   MOVE ZEROS TO WS-PAGO-COBRANCA
               END-IF
               IF CB-VALOR > WS-PAGO-COBRANCA
                   SUBTRACT WS-PAGO-COBRANCA FROM CB-VALOR
                       GIVING WS-SALDO-COBRANCA
                   SET DIVIDA-VENCIDA TO TRUE
               END-IF
           END-IF
           PERFORM VARYING WS-IDX-PD FROM 1 BY 1
                   UNTIL WS-IDX-PD > WS-QTD-PENDENTES
               IF WS-PD-SITUACAO(WS-IDX-PD) = "P"
                   IF DIVIDA-VENCIDA
                       IF (WS-PD-COD-RESP(WS-IDX-PD) > 0
                               AND CB-COD-RESP IS NUMERIC
                               AND CB-COD-RESP
                                   = WS-PD-COD-RESP(WS-IDX-PD))
                           OR (WS-PD-COD-RESP(WS-IDX-PD) = 0
                               AND CB-MATRICULA
                                   = WS-PD-MATRICULA(WS-IDX-PD))
                           ADD WS-SALDO-COBRANCA
                               TO WS-PD-DIVIDA(WS-IDX-PD)
                       END-IF
                   END-IF
                   IF CB-TAXA-MATRICULA
                           AND CB-MATRICULA = WS-PD-MATRICULA(WS-IDX-PD)
                           AND CB-COMPETENCIA = WS-COMP-TAXA
                       MOVE "S" TO WS-PD-TAXA-GERADA(WS-IDX-PD)
                   END-IF
               END-IF
           END-PERFORM.

      * CONTA A CAPTURA DO ANO SEGUINTE POR TURMA - O PENDENTE SO
      * ENTRA ONDE AINDA HOUVER VAGA.
       CONTAR-OCUPACAO.
           INITIALIZE WS-OCUPACAO-TABELA
           OPEN INPUT TURMA-MASTER
           IF WS-FS-TURMA = "00"
               SET CADASTRO-TURMA-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL (" WS-FS-TURMA
                   ") - VAGA NA TURMA DE DESTINO NAO CONFERIDA"
           END-IF
           OPEN INPUT NOVO-FILE
           IF WS-FS-NOVO = "00"
               PERFORM UNTIL FIM-NOVO
                   READ NOVO-FILE
                       AT END
                           SET FIM-NOVO TO TRUE
                       NOT AT END
                           MOVE NV-TURMA TO WS-TURMA-BUSCA
                           PERFORM ACHAR-OCUPACAO
                           IF WS-IDX-OC-ACHADO > 0
                               ADD 1 TO WS-OC-QTD(WS-IDX-OC-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOVO-FILE
           END-IF.

       ACHAR-OCUPACAO.
           MOVE ZEROS TO WS-IDX-OC-ACHADO
           PERFORM VARYING WS-IDX-OC FROM 1 BY 1
                   UNTIL WS-IDX-OC > WS-QTD-OCUPACAO
                       OR WS-IDX-OC-ACHADO > 0
               IF WS-OC-TURMA(WS-IDX-OC) = WS-TURMA-BUSCA
                   MOVE WS-IDX-OC TO WS-IDX-OC-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-OC-ACHADO = 0 AND WS-QTD-OCUPACAO < 100
               ADD 1 TO WS-QTD-OCUPACAO
               MOVE WS-QTD-OCUPACAO TO WS-IDX-OC-ACHADO
               MOVE WS-TURMA-BUSCA TO WS-OC-TURMA(WS-IDX-OC-ACHADO)
               MOVE "N" TO WS-OC-CADASTRADA(WS-IDX-OC-ACHADO)
               IF CADASTRO-TURMA-ABERTO
                   MOVE WS-TURMA-BUSCA TO TM-TURMA
                   READ TURMA-MASTER KEY IS TM-TURMA
                   IF WS-FS-TURMA = "00"
                       MOVE "S" TO WS-OC-CADASTRADA(WS-IDX-OC-ACHADO)
                       MOVE TM-CAPACIDADE
                           TO WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO)
                   END-IF
               END-IF
           END-IF.

      * DENTRO DA TOLERANCIA O ALUNO ENTRA NA CAPTURA E GANHA A TAXA;
      * FORA DELA CONTINUA PENDENTE COM A DIVIDA ATUALIZADA. TURMA
      * LOTADA TAMBEM O MANTEM PENDENTE, NA LISTA DE QUEM NAO COUBE.
       EXAMINAR-PENDENTE.
           MOVE WS-PD-DIVIDA(WS-IDX-PD) TO WS-AUX-VALOR
           MOVE WS-PD-TURMA-DESTINO(WS-IDX-PD) TO WS-TURMA-BUSCA
           MOVE ZEROS TO WS-IDX-OC-ACHADO
           IF CADASTRO-TURMA-ABERTO
               PERFORM ACHAR-OCUPACAO
           END-IF
           MOVE "N" TO WS-TURMA-LOTADA
           IF WS-IDX-OC-ACHADO > 0
               IF WS-OC-CADASTRADA(WS-IDX-OC-ACHADO) = "S"
                       AND WS-OC-QTD(WS-IDX-OC-ACHADO)
                           >= WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO)
                   SET TURMA-LOTADA TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-PD-DIVIDA(WS-IDX-PD) > WS-TOLERANCIA
                   ADD 1 TO WS-QTD-MANTIDOS
                   MOVE SPACES TO RL-LINHA
                   STRING "MATRICULA " WS-PD-MATRICULA(WS-IDX-PD)
                          " " WS-PD-NOME-ALUNO(WS-IDX-PD)
                          " MANTIDA PENDENTE - DIVIDA " WS-AUX-VALOR
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-LIBERACAO
               WHEN TURMA-LOTADA
                   ADD 1 TO WS-QTD-SEM-VAGA
                   MOVE SPACES TO RL-LINHA
                   STRING "MATRICULA " WS-PD-MATRICULA(WS-IDX-PD)
                          " " WS-PD-NOME-ALUNO(WS-IDX-PD)
                          " NAO COUBE NA TURMA "
                          WS-PD-TURMA-DESTINO(WS-IDX-PD)
                          " (CAPACIDADE "
                          WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO) ")"
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-LIBERACAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-LIBERADOS
                   IF WS-IDX-OC-ACHADO > 0
                       ADD 1 TO WS-OC-QTD(WS-IDX-OC-ACHADO)
                   END-IF
                   PERFORM GRAVAR-MATRICULA-NOVA
                   MOVE "L" TO WS-PD-SITUACAO(WS-IDX-PD)
                   MOVE WS-CAB-DATA-EXECUCAO
                       TO WS-PD-DATA-LIBERACAO(WS-IDX-PD)
                   MOVE SPACES TO RL-LINHA
                   STRING "MATRICULA " WS-PD-MATRICULA(WS-IDX-PD)
                          " " WS-PD-NOME-ALUNO(WS-IDX-PD)
                          " LIBERADA PARA A TURMA "
                          WS-PD-TURMA-DESTINO(WS-IDX-PD)
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-LIBERACAO
                   IF WS-PD-TAXA-GERADA(WS-IDX-PD) NOT = "S"
                       PERFORM GERAR-TAXA-MATRICULA
                   END-IF
           END-EVALUATE.

       GRAVAR-MATRICULA-NOVA.
           MOVE WS-PD-MATRICULA(WS-IDX-PD)     TO NV-MATRICULA
           MOVE WS-PD-TURMA-DESTINO(WS-IDX-PD) TO NV-TURMA
           MOVE WS-PD-NOME-ALUNO(WS-IDX-PD)    TO NV-NOME-ALUNO
           MOVE ZEROS            TO NV-NOTA(1)
           MOVE ZEROS            TO NV-NOTA(2)
           MOVE ZEROS            TO NV-NOTA(3)
           MOVE ZEROS            TO NV-NOTA(4)
           MOVE ZEROS            TO NV-FREQUENCIA
           MOVE ZEROS            TO NV-NOTA-RECUP
           WRITE NV-ALUNO-REC.

      * TAXA DE MATRICULA NOS MESMOS MOLDES DA ROLAGEM. TURMA SEM
      * PRECO FICA PARA A SECRETARIA.
       GERAR-TAXA-MATRICULA.
           MOVE WS-VALOR-TAXA TO WS-VALOR-COBRAR
           IF WS-VALOR-COBRAR = 0
               PERFORM VARYING WS-IDX-PRC FROM 1 BY 1
                       UNTIL WS-IDX-PRC > WS-QTD-PRECOS
                           OR WS-VALOR-COBRAR > 0
                   IF WS-PRC-TURMA(WS-IDX-PRC)
                           = WS-PD-TURMA-DESTINO(WS-IDX-PD)
                       MOVE WS-PRC-VALOR(WS-IDX-PRC)
                           TO WS-VALOR-COBRAR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VALOR-COBRAR = 0
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SPACES TO RL-LINHA
               STRING "    TURMA " WS-PD-TURMA-DESTINO(WS-IDX-PD)
                      " SEM PRECO - TAXA DE MATRICULA NAO LANCADA"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-LIBERACAO
           ELSE
               INITIALIZE CB-COBRANCA-REC
               MOVE WS-PD-MATRICULA(WS-IDX-PD)     TO CB-MATRICULA
               MOVE WS-PD-TURMA-DESTINO(WS-IDX-PD) TO CB-TURMA
               MOVE WS-COMP-TAXA        TO CB-COMPETENCIA
               MOVE WS-PD-NOME-RESP(WS-IDX-PD)     TO CB-NOME-RESP
               MOVE WS-VALOR-COBRAR     TO CB-VALOR
               MOVE "A"                 TO CB-SITUACAO
               MOVE WS-VALOR-COBRAR     TO CB-VALOR-BRUTO
               MOVE ZEROS               TO CB-VALOR-DESCONTO
               MOVE WS-PD-COD-RESP(WS-IDX-PD)      TO CB-COD-RESP
               MOVE "I"                 TO CB-AGRUPAMENTO
               MOVE ZEROS               TO CB-VALOR-PAGO
               MOVE "T"                 TO CB-ORIGEM
               MOVE ZEROS               TO CB-NUM-ACORDO
               MOVE ZEROS               TO CB-NUM-PARCELA
               WRITE CB-COBRANCA-REC
               MOVE "S" TO WS-PD-TAXA-GERADA(WS-IDX-PD)
               ADD 1 TO WS-QTD-TAXAS
           END-IF.

       REGRAVAR-PENDENTES.
           OPEN OUTPUT PENDENTE-FILE
           IF WS-FS-PENDENTE NOT = "00"
               DISPLAY "ERRO AO REGRAVAR LISTA DE PENDENCIA: "
                   WS-FS-PENDENTE
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-IDX-PD FROM 1 BY 1
                   UNTIL WS-IDX-PD > WS-QTD-PENDENTES
               MOVE WS-PD-MATRICULA(WS-IDX-PD)     TO PF-MATRICULA
               MOVE WS-PD-TURMA-DESTINO(WS-IDX-PD) TO PF-TURMA-DESTINO
               MOVE WS-PD-NOME-ALUNO(WS-IDX-PD)    TO PF-NOME-ALUNO
               MOVE WS-PD-COD-RESP(WS-IDX-PD)      TO PF-COD-RESP
               MOVE WS-PD-NOME-RESP(WS-IDX-PD)     TO PF-NOME-RESP
               IF WS-PD-SITUACAO(WS-IDX-PD) = "P"
                   MOVE WS-PD-DIVIDA(WS-IDX-PD)    TO PF-DIVIDA
               ELSE
                   MOVE ZEROS                      TO PF-DIVIDA
               END-IF
               MOVE WS-PD-DATA-BLOQUEIO(WS-IDX-PD) TO PF-DATA-BLOQUEIO
               MOVE WS-PD-SITUACAO(WS-IDX-PD)      TO PF-SITUACAO
               MOVE WS-PD-DATA-LIBERACAO(WS-IDX-PD)
                   TO PF-DATA-LIBERACAO
               WRITE PF-PENDENTE-REC
           END-PERFORM
           CLOSE PENDENTE-FILE.

       IMPRIMIR-CABECALHO-LIBERACAO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

       GRAVAR-LINHA-LIBERACAO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-LIBERACAO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM 020-LIBERA-REMATRICULA.
