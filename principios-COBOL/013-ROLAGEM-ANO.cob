      *          LINHA NA TABELA DE PROGRESSAO, SAEM NA LISTA DE
      *          DIVERGENCIAS - E A LISTA QUE A SECRETARIA TRABALHA NA
      *          SEMANA DE MATRICULA.
      *          FAMILIA COM MENSALIDADE VENCIDA NAO REMATRICULA ATE
      *          PAGAR OU FECHAR ACORDO: A DIVIDA VENCIDA DA FAMILIA NA
      *          CARTEIRA DE COBRANCAS (A MESMA QUE O A023 LISTA, PELO
      *          SALDO) ACIMA DA TOLERANCIA DO PARAMETRO SEGURA O ALUNO
      *          FORA DA CAPTURA, NA LISTA DE REMATRICULA PENDENTE
      *          FINANCEIRA (REMATRICULA_PENDENTE.DAT) QUE A LIBERACAO
      *          (020) TRABALHA DEPOIS. CADA ALUNO QUE ENTRA NA CAPTURA
      *          GANHA A COBRANCA DA TAXA DE MATRICULA NA CARTEIRA.
      *          A TURMA DE DESTINO PRECISA ESTAR NO CADASTRO MESTRE DE
      *          TURMAS (021) E TER VAGA: QUEM PASSARIA DA CAPACIDADE
      *          FICA FORA DA CAPTURA, NA LISTA DE QUEM NAO COUBE. O
      *          ALUNO SEGURADO PELA DIVIDA GUARDA A VAGA DELE.
      *          COM O RESULTADO ANUAL (012) DISPONIVEL, E A SITUACAO
      *          DO ANO QUE DECIDE: O APROVADO COM DEPENDENCIA TAMBEM
      *          E PROMOVIDO, E GANHA UM REGISTRO DE DEPENDENCIA
      *          ABERTA POR DISCIPLINA NO CADASTRO DE DEPENDENCIAS.
      * Tectonics: cobc
      ******************************************************************

           SELECT DIVERGENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-DIVERG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVERG.
      * CARTEIRA DE COBRANCAS: LIDA PARA A DIVIDA DE CADA FAMILIA E
      * ESTENDIDA COM AS TAXAS DE MATRICULA.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
      * VALOR DA MENSALIDADE POR TURMA - BASE DA TAXA DE MATRICULA.
           SELECT PRECO-FILE ASSIGN TO DYNAMIC WS-ARQ-PRECO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRECO.
      * PARAMETRO OPCIONAL DE TOLERANCIA E TAXA.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
      * CADASTRO MESTRE DE TURMAS - CAPACIDADE DA TURMA DE DESTINO.
           SELECT TURMA-MASTER ASSIGN TO DYNAMIC WS-ARQ-TURMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TURMA
               FILE STATUS IS WS-FS-TURMA.
      * ALUNOS SEGURADOS PELA DIVIDA DA FAMILIA - REGERADA A CADA
      * ROLAGEM, COMO A CAPTURA.
           SELECT PENDENTE-FILE ASSIGN TO DYNAMIC WS-ARQ-PENDENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTE.
      * RESULTADO ANUAL DO FECHAMENTO DO ANO - SITUACAO FINAL E AS
      * DISCIPLINAS EM DEPENDENCIA.
           SELECT ANUAL-FILE ASSIGN TO DYNAMIC WS-ARQ-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.
      * CADASTRO DE DEPENDENCIAS - ESTENDIDO COM AS ABERTAS NA
      * PROMOCAO.
           SELECT DEPENDENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-DEPENDENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENCIA.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT GRAVADO PELO 002-ALUNO-APROVADO (RESULT-FILE).
           05 NV-NOTA-RECUP    PIC 9(02)V99.
       FD  DIVERGENCIA-FILE.
       01  DV-LINHA            PIC X(100).
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  PRECO-FILE.
       01  PT-PRECO-REC.
           05 PT-TURMA         PIC X(06).
           05 PT-VALOR         PIC 9(05)V99.
       FD  PARAM-FILE.
       COPY REMAT-PARAM-REC.
       FD  PENDENTE-FILE.
       COPY REMAT-PENDENTE-REC.
       FD  TURMA-MASTER.
       COPY TURMA-MASTER-REC.
       FD  ANUAL-FILE.
       COPY RESULTADO-ANUAL-REC.
       FD  DEPENDENCIA-FILE.
       COPY DEPENDENCIA-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-RESULT      PIC X(40)
                              VALUES "data/RESULTADOS.DAT".
       01 WS-ARQ-DIVERG      PIC X(40)
                              VALUES "data/ROLAGEM_DIVERGENCIAS.TXT".
       01 WS-FS-DIVERG       PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBRANCA    PIC X(40)
                              VALUES "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-PRECO       PIC X(40)
                              VALUES "data/PRECOS_TURMA.DAT".
       01 WS-FS-PRECO        PIC X(02) VALUES SPACES.
       01 WS-ARQ-PARAM       PIC X(40)
                              VALUES "data/REMATRICULA_PARAM.DAT".
       01 WS-FS-PARAM        PIC X(02) VALUES SPACES.
       01 WS-ARQ-PENDENTE    PIC X(40)
                              VALUES "data/REMATRICULA_PENDENTE.DAT".
       01 WS-FS-PENDENTE     PIC X(02) VALUES SPACES.
       01 WS-ARQ-TURMA       PIC X(40)
                              VALUES "data/TURMAS_MASTER.DAT".
       01 WS-FS-TURMA        PIC X(02) VALUES SPACES.
       01 WS-ARQ-ANUAL       PIC X(40)
                              VALUES "data/RESULTADOS_ANUAIS.DAT".
       01 WS-FS-ANUAL        PIC X(02) VALUES SPACES.
       01 WS-ARQ-DEPENDENCIA PIC X(40)
                              VALUES "data/DEPENDENCIAS.DAT".
       01 WS-FS-DEPENDENCIA  PIC X(02) VALUES SPACES.
       01 WS-FIM-ANUAL       PIC X(01) VALUES "N".
           88 FIM-ANUAL              VALUE "S".
       01 WS-FIM-DEPENDENCIA PIC X(01) VALUES "N".
           88 FIM-DEPENDENCIA        VALUE "S".
      * ANO LETIVO QUE ESTA ROLANDO: ANO_LETIVO NO AMBIENTE, SENAO O
      * ANO DA DATA DE MOVIMENTO - E O ANO DE ORIGEM DA DEPENDENCIA.
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
      * RESULTADOS ANUAIS CARREGADOS NA ABERTURA. SEM O ARQUIVO A
      * ROLAGEM DECIDE PELO RESULTADO DO PERIODO, COMO SEMPRE.
       01 WS-ANUAL-TABELA.
           05 WS-RA-ENTRADA OCCURS 999 TIMES.
               10 WS-RA-MATRICULA   PIC 9(06).
               10 WS-RA-STATUS      PIC X(11).
               10 WS-RA-DISC        OCCURS 4 TIMES.
                   15 WS-RA-MEDIA-DISC  PIC 9(02)V99.
                   15 WS-RA-DEPEND-DISC PIC X(01).
       01 WS-QTD-ANUAIS      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-RA          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-RA-ACHADO   PIC 9(04) VALUES ZEROS.
       01 WS-STATUS-ROLAGEM  PIC X(11) VALUES SPACES.
      * DEPENDENCIAS JA CADASTRADAS (MATRICULA+ANO+DISCIPLINA) - A
      * ROLAGEM REPETIDA NAO ABRE A MESMA DEPENDENCIA DUAS VEZES.
       01 WS-DEPEND-TABELA.
           05 WS-DP-CHAVE OCCURS 2000 TIMES.
               10 WS-DP-MATRICULA   PIC 9(06).
               10 WS-DP-ANO         PIC 9(04).
               10 WS-DP-DISCIPLINA  PIC 9(01).
       01 WS-QTD-DEPEND      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DP          PIC 9(04) VALUES ZEROS.
       01 WS-ACHOU-DP        PIC X(01) VALUES "N".
           88 ACHOU-DP               VALUE "S".
       01 WS-DEPEND-ABERTO   PIC X(01) VALUES "N".
           88 DEPEND-ABERTO          VALUE "S".
      * SEM O CADASTRO DE TURMAS A ROLAGEM SEGUE SEM CONFERIR VAGA E
      * DEVOLVE ALERTA.
       01 WS-CADASTRO-TURMA  PIC X(01) VALUES "N".
           88 CADASTRO-TURMA-ABERTO  VALUE "S".
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
           88 FIM-COBRANCA           VALUE "S".
       01 WS-FIM-PRECO       PIC X(01) VALUES "N".
           88 FIM-PRECO              VALUE "S".
       01 WS-FIM-RESULT      PIC X(01) VALUES "N".
           88 FIM-RESULT             VALUE "S".
       01 WS-FIM-PROGRESSAO  PIC X(01) VALUES "N".
       01 WS-IDX-RES         PIC 9(04) VALUES ZEROS.
       01 WS-ACHOU-RES       PIC X(01) VALUES "N".
           88 ACHOU-RES              VALUE "S".
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
      * CARTEIRA RESUMIDA POR MATRICULA: DIVIDA VENCIDA DO PROPRIO
      * ALUNO, FAMILIA E RESPONSAVEL DA COBRANCA MAIS RECENTE E SE A
      * TAXA DE MATRICULA DA COMPETENCIA JA FOI LANCADA (ROLAGEM
      * REPETIDA NAO COBRA DUAS VEZES).
       01 WS-DEBITO-TABELA.
           05 WS-DB-ENTRADA OCCURS 999 TIMES.
               10 WS-DB-MATRICULA   PIC 9(06).
               10 WS-DB-COD-RESP    PIC 9(06).
               10 WS-DB-NOME-RESP   PIC X(30).
               10 WS-DB-COMP-ULTIMA PIC 9(06).
               10 WS-DB-DIVIDA      PIC 9(07)V99.
               10 WS-DB-TAXA-GERADA PIC X(01).
       01 WS-QTD-DEBITOS     PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DB          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DB-ACHADO   PIC 9(04) VALUES ZEROS.
      * DIVIDA VENCIDA SOMADA POR FAMILIA PAGADORA (CB-COD-RESP).
       01 WS-FAMILIA-TABELA.
           05 WS-DF-ENTRADA OCCURS 999 TIMES.
               10 WS-DF-COD-RESP    PIC 9(06).
               10 WS-DF-DIVIDA      PIC 9(07)V99.
       01 WS-QTD-FAMILIAS    PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DF          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DF-ACHADO   PIC 9(04) VALUES ZEROS.
       01 WS-SALDO-COBRANCA  PIC 9(05)V99 VALUES ZEROS.
       01 WS-PAGO-COBRANCA   PIC 9(05)V99 VALUES ZEROS.
       01 WS-DIVIDA-FAMILIA  PIC 9(07)V99 VALUES ZEROS.
       01 WS-VALOR-COBRAR    PIC 9(05)V99 VALUES ZEROS.
       01 WS-AUX-VALOR       PIC ZZ.ZZZ.ZZ9,99.
      * VAGAS JA TOMADAS EM CADA TURMA DE DESTINO NESTA ROLAGEM (A
      * CAPTURA NOVA COMECA VAZIA), COM A CAPACIDADE DO CADASTRO.
       01 WS-OCUPACAO-TABELA.
           05 WS-OC-ENTRADA OCCURS 100 TIMES.
               10 WS-OC-TURMA       PIC X(06).
               10 WS-OC-QTD         PIC 9(04).
               10 WS-OC-CAPACIDADE  PIC 9(03).
               10 WS-OC-CADASTRADA  PIC X(01).
       01 WS-QTD-OCUPACAO    PIC 9(03) VALUES ZEROS.
       01 WS-IDX-OC          PIC 9(03) VALUES ZEROS.
       01 WS-IDX-OC-ACHADO   PIC 9(03) VALUES ZEROS.
       01 WS-VAGA            PIC X(01) VALUES SPACES.
           88 VAGA-OK                VALUE "S".
           88 VAGA-TURMA-LOTADA      VALUE "L".
           88 VAGA-TURMA-INEXISTENTE VALUE "C".
      * TOTAIS DA ROLAGEM.
       01 WS-QTD-LIDOS       PIC 9(05) VALUES ZEROS.
       01 WS-QTD-PROMOVIDOS  PIC 9(05) VALUES ZEROS.
       01 WS-QTD-RETIDOS     PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DIVERGENCIAS PIC 9(05) VALUES ZEROS.
       01 WS-QTD-BLOQUEADOS  PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SEM-VAGA    PIC 9(05) VALUES ZEROS.
       01 WS-QTD-TAXAS       PIC 9(05) VALUES ZEROS.
       01 WS-QTD-COM-DEPEND  PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DEPEND-NOVAS PIC 9(05) VALUES ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.
               GOBACK
           END-IF

           OPEN OUTPUT PENDENTE-FILE
           IF WS-FS-PENDENTE NOT = "00"
               DISPLAY "ERRO AO ABRIR LISTA DE PENDENCIA FINANCEIRA: "
                   WS-FS-PENDENTE
               CLOSE RESULT-FILE
               CLOSE NOVO-FILE
               CLOSE DIVERGENCIA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "DIVERGENCIAS DA ROLAGEM DE ANO" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-ROLAGEM
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA
           ACCEPT WS-ANO-X FROM ENVIRONMENT "ANO_LETIVO"
           IF WS-ANO-X IS NUMERIC AND WS-ANO-X NOT = "0000"
               MOVE WS-ANO-X TO WS-ANO-LETIVO
           ELSE
               MOVE WS-CAB-ANO TO WS-ANO-LETIVO
           END-IF
           PERFORM CARREGAR-RESULTADOS-ANUAIS
           PERFORM ABRIR-DEPENDENCIAS
           PERFORM CARREGAR-PARAMETRO
           PERFORM CARREGAR-PRECOS
           PERFORM CARREGAR-DEBITOS
           INITIALIZE WS-OCUPACAO-TABELA
           OPEN INPUT TURMA-MASTER
           IF WS-FS-TURMA = "00"
               SET CADASTRO-TURMA-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL (" WS-FS-TURMA
                   ") - VAGA NA TURMA DE DESTINO NAO CONFERIDA"
           END-IF

      * A CARTEIRA FICA ABERTA EM EXTEND PARA AS TAXAS DE MATRICULA.
           OPEN EXTEND COBRANCA-FILE
           IF WS-FS-COBRANCA = "35"
               OPEN OUTPUT COBRANCA-FILE
               CLOSE COBRANCA-FILE
               OPEN EXTEND COBRANCA-FILE
           END-IF
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA
               CLOSE RESULT-FILE
               CLOSE NOVO-FILE
               CLOSE DIVERGENCIA-FILE
               CLOSE PENDENTE-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-RESULT
               READ RESULT-FILE
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           CLOSE COBRANCA-FILE
           CLOSE PENDENTE-FILE
           IF DEPEND-ABERTO
               CLOSE DEPENDENCIA-FILE
           END-IF
           IF CADASTRO-TURMA-ABERTO
               CLOSE TURMA-MASTER
           END-IF

           PERFORM CONFERIR-MATRICULADOS

               DELIMITED BY SIZE INTO DV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ROLAGEM
           MOVE SPACES TO DV-LINHA
           STRING "PENDENTES FINANCEIROS: " WS-QTD-BLOQUEADOS
                  "  TAXAS DE MATRICULA LANCADAS: " WS-QTD-TAXAS
                  "  SEM VAGA: " WS-QTD-SEM-VAGA
               DELIMITED BY SIZE INTO DV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ROLAGEM
           MOVE SPACES TO DV-LINHA
           STRING "PROMOVIDOS COM DEPENDENCIA: " WS-QTD-COM-DEPEND
                  "  DEPENDENCIAS ABERTAS: " WS-QTD-DEPEND-NOVAS
               DELIMITED BY SIZE INTO DV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ROLAGEM

           CLOSE NOVO-FILE
           CLOSE DIVERGENCIA-FILE
               " PROMOVIDOS=" WS-QTD-PROMOVIDOS
               " RETIDOS=" WS-QTD-RETIDOS
               " DIVERGENCIAS=" WS-QTD-DIVERGENCIAS
               " PENDENTES FINANCEIROS=" WS-QTD-BLOQUEADOS
               " TAXAS=" WS-QTD-TAXAS
               " SEM VAGA=" WS-QTD-SEM-VAGA
               " COM DEPENDENCIA=" WS-QTD-COM-DEPEND

           IF WS-QTD-DIVERGENCIAS > 0 OR WS-QTD-BLOQUEADOS > 0
                   OR WS-QTD-SEM-VAGA > 0 OR NOT CADASTRO-TURMA-ABERTO
                   OR (WS-QTD-COM-DEPEND > 0 AND NOT DEPEND-ABERTO)
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
      * APROVADO VAI PARA A TURMA DE DESTINO DA TABELA DE PROGRESSAO;
      * REPROVADO REFAZ A MESMA TURMA. TURMA DE APROVADO SEM LINHA NA
      * TABELA E DIVERGENCIA - O ALUNO NAO ENTRA NA CAPTURA NOVA ATE A
      * SECRETARIA DECIDIR O DESTINO DELE. A SITUACAO DO RESULTADO
      * ANUAL, QUANDO HA, PREVALECE SOBRE A DO ULTIMO PERIODO; O
      * APROVADO COM DEPENDENCIA E PROMOVIDO E TEM AS DEPENDENCIAS
      * ABERTAS JA NA DECISAO (VALEM MESMO SE A DIVIDA OU A VAGA O
      * SEGURAREM FORA DA CAPTURA).
       ROLAR-ALUNO.
           IF WS-QTD-RESULTADOS < 999
               ADD 1 TO WS-QTD-RESULTADOS
                   TO WS-RES-MATRICULA(WS-QTD-RESULTADOS)
           END-IF

           PERFORM BUSCAR-RESULTADO-ANUAL
           IF WS-STATUS-ROLAGEM = "APROVADO" OR "DEPENDENCIA"
               PERFORM BUSCAR-PROGRESSAO
               IF ACHOU-PROG
                   ADD 1 TO WS-QTD-PROMOVIDOS
                   IF WS-STATUS-ROLAGEM = "DEPENDENCIA"
                       ADD 1 TO WS-QTD-COM-DEPEND
                       PERFORM GRAVAR-DEPENDENCIAS-ALUNO
                   END-IF
                   PERFORM ADMITIR-REMATRICULA
               ELSE
                   ADD 1 TO WS-QTD-DIVERGENCIAS
                   MOVE SPACES TO DV-LINHA
           ELSE
               ADD 1 TO WS-QTD-RETIDOS
               MOVE RS-TURMA TO WS-TURMA-DESTINO
               PERFORM ADMITIR-REMATRICULA
           END-IF.

      * SITUACAO QUE DECIDE A ROLAGEM: A DO RESULTADO ANUAL DA
      * MATRICULA (APROVADO, DEPENDENCIA OU REPROVADO), SENAO A DO
      * RESULTADO DO PERIODO.
       BUSCAR-RESULTADO-ANUAL.
           MOVE RS-STATUS TO WS-STATUS-ROLAGEM
           MOVE ZEROS     TO WS-IDX-RA-ACHADO
           PERFORM VARYING WS-IDX-RA FROM 1 BY 1
                   UNTIL WS-IDX-RA > WS-QTD-ANUAIS
                       OR WS-IDX-RA-ACHADO > 0
               IF WS-RA-MATRICULA(WS-IDX-RA) = RS-MATRICULA
                   MOVE WS-IDX-RA TO WS-IDX-RA-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-RA-ACHADO > 0
               IF WS-RA-STATUS(WS-IDX-RA-ACHADO) = "APROVADO"
                       OR "DEPENDENCIA" OR "REPROVADO"
                   MOVE WS-RA-STATUS(WS-IDX-RA-ACHADO)
                       TO WS-STATUS-ROLAGEM
               END-IF
           END-IF.

      * UMA DEPENDENCIA ABERTA POR DISCIPLINA MARCADA NO RESULTADO
      * ANUAL, A MENOS QUE A MESMA JA ESTEJA NO CADASTRO.
       GRAVAR-DEPENDENCIAS-ALUNO.
           PERFORM VARYING WS-IDX-DISC FROM 1 BY 1 UNTIL WS-IDX-DISC > 4
               IF WS-RA-DEPEND-DISC(WS-IDX-RA-ACHADO, WS-IDX-DISC) = "S"
                   PERFORM GRAVAR-DEPENDENCIA
               END-IF
           END-PERFORM.

       GRAVAR-DEPENDENCIA.
           MOVE "N" TO WS-ACHOU-DP
           PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                   UNTIL WS-IDX-DP > WS-QTD-DEPEND OR ACHOU-DP
               IF WS-DP-MATRICULA(WS-IDX-DP) = RS-MATRICULA
                       AND WS-DP-ANO(WS-IDX-DP) = WS-ANO-LETIVO
                       AND WS-DP-DISCIPLINA(WS-IDX-DP) = WS-IDX-DISC
                   MOVE "S" TO WS-ACHOU-DP
               END-IF
           END-PERFORM
           IF NOT ACHOU-DP AND DEPEND-ABERTO
               MOVE RS-MATRICULA       TO DP-MATRICULA
               MOVE WS-ANO-LETIVO      TO DP-ANO-ORIGEM
               MOVE RS-TURMA           TO DP-TURMA-ORIGEM
               MOVE WS-IDX-DISC        TO DP-DISCIPLINA
               MOVE WS-NOME-DISCIPLINA(WS-IDX-DISC)
                   TO DP-NOME-DISCIPLINA
               MOVE WS-RA-MEDIA-DISC(WS-IDX-RA-ACHADO, WS-IDX-DISC)
                   TO DP-MEDIA-ORIGEM
               SET DP-ABERTA           TO TRUE
               MOVE ZEROS              TO DP-NOTA
               MOVE WS-CAB-DATA-EXECUCAO TO DP-DATA-SITUACAO
               WRITE DP-DEPENDENCIA-REC
               ADD 1 TO WS-QTD-DEPEND-NOVAS
               MOVE SPACES TO DV-LINHA
               STRING "MATRICULA " RS-MATRICULA " " RS-NOME-ALUNO
                      " PROMOVIDA COM DEPENDENCIA EM "
                      WS-NOME-DISCIPLINA(WS-IDX-DISC)
                   DELIMITED BY SIZE INTO DV-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ROLAGEM
           END-IF.

      * CARREGA OS RESULTADOS ANUAIS. ARQUIVO AUSENTE: A DECISAO FICA
      * COM O RESULTADO DO PERIODO E NINGUEM SAI COM DEPENDENCIA.
       CARREGAR-RESULTADOS-ANUAIS.
           OPEN INPUT ANUAL-FILE
           IF WS-FS-ANUAL NOT = "00"
               DISPLAY "RESULTADO ANUAL INDISPONIVEL (" WS-FS-ANUAL
                   ") - ROLAGEM PELO RESULTADO DO PERIODO"
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

       GUARDAR-RESULTADO-ANUAL.
           IF WS-QTD-ANUAIS < 999
               ADD 1 TO WS-QTD-ANUAIS
               MOVE RA-MATRICULA    TO WS-RA-MATRICULA(WS-QTD-ANUAIS)
               MOVE RA-STATUS-ANUAL TO WS-RA-STATUS(WS-QTD-ANUAIS)
               PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
                       UNTIL WS-IDX-DISC > 4
                   MOVE RA-MEDIA-DISCIPLINA(WS-IDX-DISC)
                       TO WS-RA-MEDIA-DISC(WS-QTD-ANUAIS, WS-IDX-DISC)
                   MOVE RA-DISC-DEPENDENCIA(WS-IDX-DISC)
                       TO WS-RA-DEPEND-DISC(WS-QTD-ANUAIS, WS-IDX-DISC)
               END-PERFORM
           ELSE
               DISPLAY "TABELA DE RESULTADOS ANUAIS CHEIA - "
                   "RESULTADO IGNORADO: " RA-MATRICULA
           END-IF.

      * CARREGA AS CHAVES DO CADASTRO DE DEPENDENCIAS E DEIXA O
      * ARQUIVO ABERTO EM EXTEND PARA AS DEPENDENCIAS NOVAS.
       ABRIR-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIA-FILE
           IF WS-FS-DEPENDENCIA = "00"
               PERFORM UNTIL FIM-DEPENDENCIA
                   READ DEPENDENCIA-FILE
                       AT END
                           SET FIM-DEPENDENCIA TO TRUE
                       NOT AT END
                           IF WS-QTD-DEPEND < 2000
                               ADD 1 TO WS-QTD-DEPEND
                               MOVE DP-MATRICULA
                                   TO WS-DP-MATRICULA(WS-QTD-DEPEND)
                               MOVE DP-ANO-ORIGEM
                                   TO WS-DP-ANO(WS-QTD-DEPEND)
                               MOVE DP-DISCIPLINA
                                   TO WS-DP-DISCIPLINA(WS-QTD-DEPEND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
           END-IF
           OPEN EXTEND DEPENDENCIA-FILE
           IF WS-FS-DEPENDENCIA = "35"
               OPEN OUTPUT DEPENDENCIA-FILE
               CLOSE DEPENDENCIA-FILE
               OPEN EXTEND DEPENDENCIA-FILE
           END-IF
           IF WS-FS-DEPENDENCIA = "00"
               SET DEPEND-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO AO ABRIR CADASTRO DE DEPENDENCIAS ("
                   WS-FS-DEPENDENCIA ") - DEPENDENCIAS NAO ABERTAS"
           END-IF.

       BUSCAR-PROGRESSAO.
               END-IF
           END-PERFORM.

      * A DIVIDA VENCIDA DA FAMILIA (OU DO ALUNO, SEM FAMILIA) ACIMA
      * DA TOLERANCIA SEGURA O ALUNO NA LISTA DE PENDENCIA FINANCEIRA;
      * ABAIXO DELA ELE ENTRA NA CAPTURA COM A TAXA DE MATRICULA.
       ADMITIR-REMATRICULA.
           PERFORM CONFERIR-VAGA-DESTINO
           EVALUATE TRUE
               WHEN VAGA-TURMA-INEXISTENTE
                   ADD 1 TO WS-QTD-DIVERGENCIAS
                   MOVE SPACES TO DV-LINHA
                   STRING "MATRICULA " RS-MATRICULA
                          " TURMA DE DESTINO " WS-TURMA-DESTINO
                          " NAO CADASTRADA - FORA DA CAPTURA NOVA"
                       DELIMITED BY SIZE INTO DV-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ROLAGEM
               WHEN VAGA-TURMA-LOTADA
                   ADD 1 TO WS-QTD-SEM-VAGA
                   MOVE SPACES TO DV-LINHA
                   STRING "MATRICULA " RS-MATRICULA " " RS-NOME-ALUNO
                          " NAO COUBE NA TURMA " WS-TURMA-DESTINO
                          " (CAPACIDADE "
                          WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO) ")"
                       DELIMITED BY SIZE INTO DV-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ROLAGEM
               WHEN OTHER
                   PERFORM APURAR-DIVIDA-FAMILIA
                   IF WS-DIVIDA-FAMILIA > WS-TOLERANCIA
                       ADD 1 TO WS-QTD-BLOQUEADOS
                       PERFORM GRAVAR-PENDENTE-FINANCEIRO
                   ELSE
                       PERFORM GRAVAR-MATRICULA-NOVA
                       PERFORM GERAR-TAXA-MATRICULA
                   END-IF
           END-EVALUATE.

      * OCUPA UMA VAGA NA TURMA DE DESTINO SE AINDA HOUVER. A PRIMEIRA
      * VEZ QUE A TURMA APARECE, A CAPACIDADE VEM DO CADASTRO.
       CONFERIR-VAGA-DESTINO.
           SET VAGA-OK TO TRUE
           IF CADASTRO-TURMA-ABERTO
               MOVE ZEROS TO WS-IDX-OC-ACHADO
               PERFORM VARYING WS-IDX-OC FROM 1 BY 1
                       UNTIL WS-IDX-OC > WS-QTD-OCUPACAO
                           OR WS-IDX-OC-ACHADO > 0
                   IF WS-OC-TURMA(WS-IDX-OC) = WS-TURMA-DESTINO
                       MOVE WS-IDX-OC TO WS-IDX-OC-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-OC-ACHADO = 0 AND WS-QTD-OCUPACAO < 100
                   ADD 1 TO WS-QTD-OCUPACAO
                   MOVE WS-QTD-OCUPACAO TO WS-IDX-OC-ACHADO
                   MOVE WS-TURMA-DESTINO
                       TO WS-OC-TURMA(WS-IDX-OC-ACHADO)
                   MOVE "N" TO WS-OC-CADASTRADA(WS-IDX-OC-ACHADO)
                   MOVE WS-TURMA-DESTINO TO TM-TURMA
                   READ TURMA-MASTER KEY IS TM-TURMA
                   IF WS-FS-TURMA = "00"
                       MOVE "S" TO WS-OC-CADASTRADA(WS-IDX-OC-ACHADO)
                       MOVE TM-CAPACIDADE
                           TO WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO)
                   END-IF
               END-IF
               IF WS-IDX-OC-ACHADO > 0
                   IF WS-OC-CADASTRADA(WS-IDX-OC-ACHADO) NOT = "S"
                       SET VAGA-TURMA-INEXISTENTE TO TRUE
                   ELSE
                       IF WS-OC-QTD(WS-IDX-OC-ACHADO)
                               >= WS-OC-CAPACIDADE(WS-IDX-OC-ACHADO)
                           SET VAGA-TURMA-LOTADA TO TRUE
                       ELSE
                           ADD 1 TO WS-OC-QTD(WS-IDX-OC-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APURAR-DIVIDA-FAMILIA.
           MOVE ZEROS TO WS-DIVIDA-FAMILIA
           MOVE ZEROS TO WS-IDX-DB-ACHADO
           PERFORM VARYING WS-IDX-DB FROM 1 BY 1
                   UNTIL WS-IDX-DB > WS-QTD-DEBITOS
                       OR WS-IDX-DB-ACHADO > 0
               IF WS-DB-MATRICULA(WS-IDX-DB) = RS-MATRICULA
                   MOVE WS-IDX-DB TO WS-IDX-DB-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-DB-ACHADO > 0
               IF WS-DB-COD-RESP(WS-IDX-DB-ACHADO) > 0
                   PERFORM VARYING WS-IDX-DF FROM 1 BY 1
                           UNTIL WS-IDX-DF > WS-QTD-FAMILIAS
                       IF WS-DF-COD-RESP(WS-IDX-DF)
                               = WS-DB-COD-RESP(WS-IDX-DB-ACHADO)
                           MOVE WS-DF-DIVIDA(WS-IDX-DF)
                               TO WS-DIVIDA-FAMILIA
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE WS-DB-DIVIDA(WS-IDX-DB-ACHADO)
                       TO WS-DIVIDA-FAMILIA
               END-IF
           END-IF.

       GRAVAR-PENDENTE-FINANCEIRO.
           MOVE RS-MATRICULA         TO PF-MATRICULA
           MOVE WS-TURMA-DESTINO     TO PF-TURMA-DESTINO
           MOVE RS-NOME-ALUNO        TO PF-NOME-ALUNO
           MOVE WS-DB-COD-RESP(WS-IDX-DB-ACHADO)  TO PF-COD-RESP
           MOVE WS-DB-NOME-RESP(WS-IDX-DB-ACHADO) TO PF-NOME-RESP
           MOVE WS-DIVIDA-FAMILIA    TO PF-DIVIDA
           MOVE WS-CAB-DATA-EXECUCAO TO PF-DATA-BLOQUEIO
           MOVE "P"                  TO PF-SITUACAO
           MOVE ZEROS                TO PF-DATA-LIBERACAO
           WRITE PF-PENDENTE-REC
           MOVE WS-DIVIDA-FAMILIA TO WS-AUX-VALOR
           MOVE SPACES TO DV-LINHA
           STRING "MATRICULA " RS-MATRICULA
                  " PARA A TURMA " WS-TURMA-DESTINO
                  " - REMATRICULA PENDENTE FINANCEIRA - DIVIDA "
                  WS-AUX-VALOR
               DELIMITED BY SIZE INTO DV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ROLAGEM.

      * TAXA DE MATRICULA: COBRANCA AVULSA NA TURMA NOVA, NO NOME DO
      * RESPONSAVEL DA ULTIMA COBRANCA DO ALUNO. ALUNO SEM HISTORICO NA
      * CARTEIRA OU TURMA SEM PRECO FICA PARA A SECRETARIA.
       GERAR-TAXA-MATRICULA.
           IF WS-IDX-DB-ACHADO = 0
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SPACES TO DV-LINHA
               STRING "MATRICULA " RS-MATRICULA
                      " SEM HISTORICO NA CARTEIRA - TAXA DE "
                      "MATRICULA NAO LANCADA"
                   DELIMITED BY SIZE INTO DV-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ROLAGEM
           ELSE
               IF WS-DB-TAXA-GERADA(WS-IDX-DB-ACHADO) NOT = "S"
                   PERFORM BUSCAR-VALOR-TAXA
                   IF WS-VALOR-COBRAR = 0
                       ADD 1 TO WS-QTD-DIVERGENCIAS
                       MOVE SPACES TO DV-LINHA
                       STRING "MATRICULA " RS-MATRICULA
                              " TURMA " WS-TURMA-DESTINO
                              " SEM PRECO - TAXA DE MATRICULA NAO "
                              "LANCADA"
                           DELIMITED BY SIZE INTO DV-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-ROLAGEM
                   ELSE
                       PERFORM GRAVAR-TAXA-MATRICULA
                   END-IF
               END-IF
           END-IF.

       BUSCAR-VALOR-TAXA.
           MOVE WS-VALOR-TAXA TO WS-VALOR-COBRAR
           IF WS-VALOR-COBRAR = 0
               PERFORM VARYING WS-IDX-PRC FROM 1 BY 1
                       UNTIL WS-IDX-PRC > WS-QTD-PRECOS
                           OR WS-VALOR-COBRAR > 0
                   IF WS-PRC-TURMA(WS-IDX-PRC) = WS-TURMA-DESTINO
                       MOVE WS-PRC-VALOR(WS-IDX-PRC)
                           TO WS-VALOR-COBRAR
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-TAXA-MATRICULA.
           INITIALIZE CB-COBRANCA-REC
           MOVE RS-MATRICULA       TO CB-MATRICULA
           MOVE WS-TURMA-DESTINO   TO CB-TURMA
           MOVE WS-COMP-TAXA       TO CB-COMPETENCIA
           MOVE WS-DB-NOME-RESP(WS-IDX-DB-ACHADO) TO CB-NOME-RESP
           MOVE WS-VALOR-COBRAR    TO CB-VALOR
           MOVE "A"                TO CB-SITUACAO
           MOVE WS-VALOR-COBRAR    TO CB-VALOR-BRUTO
           MOVE ZEROS              TO CB-VALOR-DESCONTO
           MOVE WS-DB-COD-RESP(WS-IDX-DB-ACHADO) TO CB-COD-RESP
           MOVE "I"                TO CB-AGRUPAMENTO
           MOVE ZEROS              TO CB-VALOR-PAGO
           MOVE "T"                TO CB-ORIGEM
           MOVE ZEROS              TO CB-NUM-ACORDO
           MOVE ZEROS              TO CB-NUM-PARCELA
           WRITE CB-COBRANCA-REC
           MOVE "S" TO WS-DB-TAXA-GERADA(WS-IDX-DB-ACHADO)
           ADD 1 TO WS-QTD-TAXAS.

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

      * RESUME A CARTEIRA POR MATRICULA E POR FAMILIA. DIVIDA VENCIDA
      * E A MESMA DO A023: COBRANCA INADIMPLENTE, DE ACORDO ROMPIDO OU
      * DE COMPETENCIA PASSADA SEM BAIXA, PELO SALDO. A RENEGOCIADA
      * ("N") JA ESTA NO ACORDO E NAO CONTA.
       CARREGAR-DEBITOS.
           INITIALIZE WS-DEBITO-TABELA
           INITIALIZE WS-FAMILIA-TABELA
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "CARTEIRA DE COBRANCAS INDISPONIVEL ("
                   WS-FS-COBRANCA ") - SEM CONFERENCIA DE DIVIDA"
           ELSE
               PERFORM UNTIL FIM-COBRANCA
                   READ COBRANCA-FILE
                       AT END
                           SET FIM-COBRANCA TO TRUE
                       NOT AT END
                           PERFORM RESUMIR-COBRANCA
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-FILE
           END-IF.

       RESUMIR-COBRANCA.
           MOVE ZEROS TO WS-IDX-DB-ACHADO
           PERFORM VARYING WS-IDX-DB FROM 1 BY 1
                   UNTIL WS-IDX-DB > WS-QTD-DEBITOS
                       OR WS-IDX-DB-ACHADO > 0
               IF WS-DB-MATRICULA(WS-IDX-DB) = CB-MATRICULA
                   MOVE WS-IDX-DB TO WS-IDX-DB-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-DB-ACHADO = 0
               IF WS-QTD-DEBITOS < 999
                   ADD 1 TO WS-QTD-DEBITOS
                   MOVE WS-QTD-DEBITOS TO WS-IDX-DB-ACHADO
                   MOVE CB-MATRICULA
                       TO WS-DB-MATRICULA(WS-IDX-DB-ACHADO)
                   MOVE "N" TO WS-DB-TAXA-GERADA(WS-IDX-DB-ACHADO)
               ELSE
                   DISPLAY "TABELA DE MATRICULAS DA CARTEIRA CHEIA - "
                       "SEM CONFERENCIA DE DIVIDA: " CB-MATRICULA
               END-IF
           END-IF
           IF WS-IDX-DB-ACHADO > 0
               IF CB-COMPETENCIA >= WS-DB-COMP-ULTIMA(WS-IDX-DB-ACHADO)
                   MOVE CB-COMPETENCIA
                       TO WS-DB-COMP-ULTIMA(WS-IDX-DB-ACHADO)
                   MOVE CB-NOME-RESP
                       TO WS-DB-NOME-RESP(WS-IDX-DB-ACHADO)
                   IF CB-COD-RESP IS NUMERIC
                       MOVE CB-COD-RESP
                           TO WS-DB-COD-RESP(WS-IDX-DB-ACHADO)
                   END-IF
               END-IF
               IF CB-TAXA-MATRICULA AND CB-COMPETENCIA = WS-COMP-TAXA
                   MOVE "S" TO WS-DB-TAXA-GERADA(WS-IDX-DB-ACHADO)
               END-IF
               IF CB-INADIMPLENTE OR CB-ACORDO-ROMPIDO
                       OR ((CB-ABERTA OR CB-REMETIDA)
                           AND CB-COMPETENCIA < WS-COMPETENCIA)
                   PERFORM SOMAR-DIVIDA
               END-IF
           END-IF.

       SOMAR-DIVIDA.
           IF CB-VALOR-PAGO IS NUMERIC
               MOVE CB-VALOR-PAGO TO WS-PAGO-COBRANCA
           ELSE
               MOVE ZEROS TO WS-PAGO-COBRANCA
           END-IF
           IF CB-VALOR > WS-PAGO-COBRANCA
               SUBTRACT WS-PAGO-COBRANCA FROM CB-VALOR
                   GIVING WS-SALDO-COBRANCA
               ADD WS-SALDO-COBRANCA
                   TO WS-DB-DIVIDA(WS-IDX-DB-ACHADO)
               IF CB-COD-RESP IS NUMERIC AND CB-COD-RESP > 0
                   MOVE ZEROS TO WS-IDX-DF-ACHADO
                   PERFORM VARYING WS-IDX-DF FROM 1 BY 1
                           UNTIL WS-IDX-DF > WS-QTD-FAMILIAS
                               OR WS-IDX-DF-ACHADO > 0
                       IF WS-DF-COD-RESP(WS-IDX-DF) = CB-COD-RESP
                           MOVE WS-IDX-DF TO WS-IDX-DF-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-IDX-DF-ACHADO = 0 AND WS-QTD-FAMILIAS < 999
                       ADD 1 TO WS-QTD-FAMILIAS
                       MOVE WS-QTD-FAMILIAS TO WS-IDX-DF-ACHADO
                       MOVE CB-COD-RESP
                           TO WS-DF-COD-RESP(WS-IDX-DF-ACHADO)
                   END-IF
                   IF WS-IDX-DF-ACHADO > 0
                       ADD WS-SALDO-COBRANCA
                           TO WS-DF-DIVIDA(WS-IDX-DF-ACHADO)
                   END-IF
               END-IF
           END-IF.

      * GRAVA A MATRICULA DO ANO SEGUINTE NO LAYOUT DO BRUTO, COM AS
      * NOTAS, A FREQUENCIA E A RECUPERACAO ZERADAS PARA A DIGITACAO
      * DO PERIODO NOVO.
