      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: APURACAO DO PONTO ELETRONICO - AS HORAS EXTRAS E AS
      *          FALTAS ERAM DIGITADAS PELO RH NO MOVIMENTO DA FOLHA A
      *          PARTIR DA LISTAGEM DO RELOGIO, E UM ERRO DE DIGITACAO
      *          ENTRAVA DIRETO NO BRUTO DO A008. ESTE PROGRAMA LE A
      *          EXPORTACAO DIARIA DO RELOGIO (MATRICULA, DATA E OS
      *          PARES DE ENTRADA/SAIDA), APLICA A JORNADA CONTRATADA
      *          DE CADA FUNCIONARIO E O CALENDARIO DE FERIADOS E
      *          APURA NA COMPETENCIA ABERTA:
      *            - HORAS EXTRAS A 50% (DIA UTIL ALEM DA JORNADA OU
      *              DIA FORA DA ESCALA) E A 100% (DOMINGO FORA DA
      *              ESCALA E FERIADO);
      *            - ADICIONAL NOTURNO (22H AS 5H, HORA REDUZIDA);
      *            - ATRASOS E SAIDAS ANTECIPADAS ALEM DA TOLERANCIA;
      *            - FALTAS NAO JUSTIFICADAS (DIA DA ESCALA SEM
      *              MARCACAO, FORA DE FERIAS E AFASTAMENTO) E A PERDA
      *              DO DSR DA SEMANA COM FALTA.
      *          O RESULTADO VAI PARA O MOVIMENTO DA FOLHA COMO AS
      *          VERBAS QUE O A008 JA ENTENDE, PRESAS A COMPETENCIA; O
      *          RERUN SUBSTITUI AS VERBAS DO PONTO JA GRAVADAS NELA.
      *          DIA COM QUANTIDADE IMPAR DE MARCACOES, MARCACAO
      *          FALTANDO OU HORARIO INVALIDO NAO E ADIVINHADO: SAI NO
      *          RELATORIO DE OCORRENCIAS PARA O SUPERVISOR ACERTAR NO
      *          RELOGIO, E O DIA FICA FORA DA APURACAO ATE LA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A035-PONTO-ELETRONICO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC WS-ARQ-FUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-ID-FUNC
               ALTERNATE RECORD KEY IS FM-CPF-FUNC
               FILE STATUS IS WS-FS-FUNC.
      * EXPORTACAO DO RELOGIO DE PONTO: UMA LINHA POR MATRICULA E DIA,
      * COM ATE SEIS MARCACOES HHMM NA ORDEM EM QUE FORAM BATIDAS.
           SELECT PONTO-FILE ASSIGN TO DYNAMIC WS-ARQ-PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONTO.
      * JORNADA CONTRATADA DE CADA FUNCIONARIO, MANTIDA PELO RH.
           SELECT JORNADA-FILE ASSIGN TO DYNAMIC WS-ARQ-JORNADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNADA.
      * CALENDARIO DE FERIADOS DA OPERACAO (O MESMO DO DRIVER).
           SELECT CALENDARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
      * CONTROLE DE COMPETENCIAS DA FOLHA - COMPETENCIA FECHADA NAO
      * RECEBE MAIS VERBA DO PONTO.
           SELECT COMPETENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-COMPET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPET.
      * AFASTAMENTOS (A034) E PROGRAMACAO DE FERIAS (A024): DIA DA
      * ESCALA SEM MARCACAO DENTRO DELES NAO E FALTA.
           SELECT AFASTAMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-AFAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFAST.
           SELECT FERIAS-FILE ASSIGN TO DYNAMIC WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.
      * MOVIMENTO DE VERBAS DA FOLHA: AS VERBAS DO PONTO DA COMPETENCIA
      * SAO SUBSTITUIDAS PELO TRABALHO E O ARQUIVO E REGRAVADO.
           SELECT MOVIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT TRABALHO-FILE ASSIGN TO DYNAMIC WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
      * OCORRENCIAS PARA O SUPERVISOR E RESUMO DA APURACAO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
      * MARCACAO EM BRANCO = NAO BATIDA; AS BATIDAS VEM ENCOSTADAS A
      * ESQUERDA. A SAIDA DEPOIS DA MEIA-NOITE FICA NO DIA DA ENTRADA.
       FD  PONTO-FILE.
       01  PT-PONTO-REC.
           05 PT-MATRICULA     PIC 9(06).
           05 PT-DATA          PIC 9(08).
           05 PT-MARCACAO OCCURS 6 TIMES.
               10 PT-MARC-HORA PIC 9(02).
               10 PT-MARC-MIN  PIC 9(02).
      * ENTRADA E SAIDA EM HHMM, INTERVALO EM MINUTOS, CARGA SEMANAL
      * EM HORAS (DIVISOR DO VALOR DA HORA = CARGA X 5, 44H = 220) E
      * A ESCALA DE SEGUNDA A DOMINGO ("S" = DIA DE TRABALHO).
       FD  JORNADA-FILE.
       01  JR-JORNADA-REC.
           05 JR-MATRICULA     PIC 9(06).
           05 JR-ENTRADA       PIC 9(04).
           05 JR-SAIDA         PIC 9(04).
           05 JR-INTERVALO     PIC 9(03).
           05 JR-HORAS-SEMANA  PIC 9(02).
           05 JR-ESCALA        PIC X(07).
       FD  CALENDARIO-FILE.
       01  CA-CALENDARIO-REC.
           05 CA-DATA              PIC 9(08).
           05 CA-DESCRICAO         PIC X(20).
       FD  COMPETENCIA-FILE.
       COPY COMPETENCIA-REC.
       FD  AFASTAMENTO-FILE.
       COPY AFASTAMENTO-REC.
      * MESMO LAYOUT DA PROGRAMACAO DE FERIAS LIDA PELO A024.
       FD  FERIAS-FILE.
       01  FP-FERIAS-REC.
           05 FP-MATRICULA     PIC 9(06).
           05 FP-DATA-INICIO   PIC 9(08).
           05 FP-DIAS          PIC 9(02).
           05 FP-SITUACAO      PIC X(01).
               88 FP-EM-GOZO           VALUE "G".
               88 FP-ENCERRADA         VALUE "E".
      * MESMO LAYOUT DO MOVIMENTO DE VERBAS LIDO PELO A008.
       FD  MOVIMENTO-FILE.
       01  MV-MOVIMENTO-REC.
           05 MV-MATRICULA     PIC 9(06).
           05 MV-VERBA         PIC X(03).
               88 MV-VERBA-PONTO
                   VALUE "HE5" "HEC" "ADN" "ATR" "FAL" "DSR".
           05 MV-DESCRICAO     PIC X(20).
           05 MV-NATUREZA      PIC X(01).
           05 MV-VALOR         PIC 9(05)V99.
           05 MV-COMPETENCIA   PIC 9(06).
       FD  TRABALHO-FILE.
       01  TR-MOVIMENTO-REC    PIC X(43).
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-PONTO      PIC X(40)
           VALUE "data/PONTO_MARCACOES.DAT".
       01 WS-FS-PONTO                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-JORNADA    PIC X(40)
           VALUE "data/JORNADAS.DAT".
       01 WS-FS-JORNADA                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-CALENDARIO PIC X(40)
           VALUE "data/CALENDARIO.DAT".
       01 WS-FS-CALENDARIO                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-COMPET     PIC X(40)
           VALUE "data/FOLHA_COMPETENCIA.DAT".
       01 WS-FS-COMPET                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-AFAST      PIC X(40)
           VALUE "data/AFASTAMENTOS.DAT".
       01 WS-FS-AFAST                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-FERIAS     PIC X(40)
           VALUE "data/FERIAS_PROGRAMA.DAT".
       01 WS-FS-FERIAS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-MOVIMENTO  PIC X(40)
           VALUE "data/FOLHA_MOVIMENTO.DAT".
       01 WS-FS-MOVIMENTO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-TRABALHO   PIC X(40)
           VALUE "data/FOLHA_MOVIMENTO_TRAB.DAT".
       01 WS-FS-TRABALHO                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/PONTO_OCORRENCIAS.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-PONTO                           PIC X(01) VALUE "N".
           88 FIM-PONTO                          VALUE "S".
       01 WS-FIM-JORNADA                         PIC X(01) VALUE "N".
           88 FIM-JORNADA                        VALUE "S".
       01 WS-FIM-CALENDARIO                      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO                     VALUE "S".
       01 WS-FIM-COMPET                          PIC X(01) VALUE "N".
           88 FIM-COMPET                         VALUE "S".
       01 WS-FIM-AFAST                           PIC X(01) VALUE "N".
           88 FIM-AFAST                          VALUE "S".
       01 WS-FIM-FERIAS                          PIC X(01) VALUE "N".
           88 FIM-FERIAS                         VALUE "S".
       01 WS-FIM-MOVIMENTO                       PIC X(01) VALUE "N".
           88 FIM-MOVIMENTO                      VALUE "S".
      * COMPETENCIA APURADA (A DA DATA DE MOVIMENTO) - OS DIAS SAO
      * JULGADOS DO PRIMEIRO DO MES ATE A PROPRIA DATA DE MOVIMENTO,
      * CUJA EXPORTACAO O RELOGIO JA ENTREGOU QUANDO A NOITE RODA.
       01 WS-COMPETENCIA-PONTO PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WS-COMPET-FECHADA                      PIC X(01) VALUE "N".
           88 COMPET-FECHADA                     VALUE "S".
      * TOLERANCIA DIARIA DE ATRASO E DE HORA EXTRA EM MINUTOS: SO A
      * DIFERENCA ALEM DELA CONTA, E AI CONTA INTEIRA.
       01 WS-TOLERANCIA      PIC 9(02) VALUE 10.
      * JORNADAS CARREGADAS NA ABERTURA, COM OS ACUMULADORES DO MES E
      * A MARCA DE CADA DIA ("P"=APURADO, "E"=OCORRENCIA, BRANCO=SEM
      * MARCACAO).
       01 WS-JOR-TABELA.
           05 WS-JOR-ENTRADA OCCURS 200 TIMES.
               10 WS-JOR-MATRICULA   PIC 9(06).
               10 WS-JOR-NOME        PIC X(20).
               10 WS-JOR-ESCALA      PIC X(07).
               10 WS-JOR-MIN-DIA     PIC 9(04).
               10 WS-JOR-DIVISOR     PIC 9(03).
               10 WS-JOR-SALARIO     PIC 9(04)V99.
               10 WS-JOR-APURAR      PIC X(01).
               10 WS-JOR-MIN-HE50    PIC 9(05).
               10 WS-JOR-MIN-HE100   PIC 9(05).
               10 WS-JOR-MIN-NOTURNO PIC 9(05).
               10 WS-JOR-MIN-ATRASO  PIC 9(05).
               10 WS-JOR-QTD-FALTAS  PIC 9(02).
               10 WS-JOR-QTD-DSR     PIC 9(02).
               10 WS-JOR-DIA-MARCA   PIC X(01) OCCURS 31 TIMES.
       01 WS-QTD-JORNADAS    PIC 9(03) VALUE ZEROS.
       01 WS-IDX-JOR         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-JOR-ACHADO  PIC 9(03) VALUE ZEROS.
       01 WS-FERIADO-TABELA.
           05 WS-FERIADO    PIC 9(08) OCCURS 50 TIMES.
       01 WS-QTD-FERIADOS   PIC 9(02) VALUE ZEROS.
       01 WS-IDX-FER        PIC 9(02) VALUE ZEROS.
       01 WS-EH-FERIADO                          PIC X(01) VALUE "N".
           88 EH-FERIADO                         VALUE "S".
      * PERIODOS ABONADOS (FERIAS E AFASTAMENTOS) QUE TOCAM O MES.
       01 WS-ABN-TABELA.
           05 WS-ABN-ENTRADA OCCURS 300 TIMES.
               10 WS-ABN-MATRICULA  PIC 9(06).
               10 WS-ABN-INICIO     PIC 9(08).
               10 WS-ABN-FIM        PIC 9(08).
       01 WS-QTD-ABONOS      PIC 9(03) VALUE ZEROS.
       01 WS-IDX-ABN         PIC 9(03) VALUE ZEROS.
       01 WS-ABN-INICIO-N    PIC 9(08) VALUE ZEROS.
       01 WS-ABN-FIM-N       PIC 9(08) VALUE ZEROS.
       01 WS-DIA-ABONADO                         PIC X(01) VALUE "N".
           88 DIA-ABONADO                        VALUE "S".
      * MARCACOES DO DIA CONVERTIDAS EM MINUTOS CORRIDOS DESDE A
      * ZERO HORA DO DIA DA ENTRADA (DEPOIS DA MEIA-NOITE SOMA 1440).
       01 WS-MIN-TABELA.
           05 WS-MIN-MARC   PIC 9(04) OCCURS 6 TIMES.
       01 WS-QTD-MARC        PIC 9(01) VALUE ZEROS.
       01 WS-IDX-MARC        PIC 9(01) VALUE ZEROS.
       01 WS-QTD-VIRADAS     PIC 9(01) VALUE ZEROS.
       01 WS-ACHOU-BRANCO                        PIC X(01) VALUE "N".
           88 ACHOU-BRANCO                       VALUE "S".
       01 WS-MOTIVO          PIC X(35) VALUE SPACES.
       01 WS-MIN-TRABALHADO  PIC 9(04) VALUE ZEROS.
       01 WS-MIN-NOTURNO     PIC 9(04) VALUE ZEROS.
       01 WS-MIN-ENTRADA     PIC 9(04) VALUE ZEROS.
       01 WS-MIN-SAIDA       PIC 9(04) VALUE ZEROS.
       01 WS-JAN-INICIO      PIC 9(04) VALUE ZEROS.
       01 WS-JAN-FIM         PIC 9(04) VALUE ZEROS.
      * DATA JULGADA: DIA CORRIDO, DIA DA SEMANA (0=DOMINGO,
      * 6=SABADO, PELA BASE DO INTEGER-OF-DATE), POSICAO NA ESCALA
      * (1=SEGUNDA ... 7=DOMINGO) E SEMANA DE DOMINGO A SABADO.
       01 WS-DATA-DIA        PIC 9(08) VALUE ZEROS.
       01 WS-DIA-MES         PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS   PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       01 WS-POS-ESCALA      PIC 9(01) VALUE ZEROS.
       01 WS-SEMANA          PIC 9(07) VALUE ZEROS.
       01 WS-SEMANA-PERDIDA  PIC 9(07) VALUE ZEROS.
       01 WS-ENTRADA-R.
           05 WS-ENT-HORA    PIC 9(02).
           05 WS-ENT-MIN     PIC 9(02).
       01 WS-ENTRADA-N REDEFINES WS-ENTRADA-R PIC 9(04).
       01 WS-MIN-JORNADA     PIC S9(05) VALUE ZEROS.
      * VALORES DAS VERBAS DO FUNCIONARIO.
       01 WS-VALOR-HORA      PIC 9(04)V9(04) VALUE ZEROS.
       01 WS-VALOR-DIA       PIC 9(04)V9(04) VALUE ZEROS.
       01 WS-VALOR-VERBA     PIC 9(05)V99 VALUE ZEROS.
       01 WS-MOV-NOVO.
           05 WS-NOVO-MATRICULA   PIC 9(06).
           05 WS-NOVO-VERBA       PIC X(03).
           05 WS-NOVO-DESCRICAO   PIC X(20).
           05 WS-NOVO-NATUREZA    PIC X(01).
           05 WS-NOVO-VALOR       PIC 9(05)V99.
           05 WS-NOVO-COMPETENCIA PIC 9(06).
      * TOTAIS DA EXECUCAO.
       01 WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       01 WS-QTD-APURADOS    PIC 9(05) VALUE ZEROS.
       01 WS-QTD-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       01 WS-QTD-FORA        PIC 9(05) VALUE ZEROS.
       01 WS-QTD-JOR-INVAL   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-FUNC-APUR   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-VERBAS      PIC 9(05) VALUE ZEROS.
       01 WS-QTD-SUBSTITUIDAS PIC 9(05) VALUE ZEROS.
       01 WS-TOT-PROVENTOS   PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-DESCONTOS   PIC 9(07)V99 VALUE ZEROS.
      * SECAO CORRENTE DO RELATORIO: "O"=OCORRENCIAS, "R"=RESUMO -
      * DECIDE A LINHA DE COLUNAS REPETIDA NO SALTO DE PAGINA.
       01 WS-SECAO-RELATORIO                     PIC X(01) VALUE "O".
           88 SECAO-OCORRENCIAS                  VALUE "O".
       01 WS-MARCACOES-FMT   PIC X(30) VALUE SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "APURACAO DO PONTO ELETRONICO - "
               "A035-PONTO-ELETRONICO"

           MOVE "OCORRENCIAS E APURACAO DO PONTO" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-INTERNO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-HOJE
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA-PONTO

           PERFORM VERIFICAR-COMPETENCIA
           IF COMPET-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-PONTO
                   " JA FECHADA - PONTO NAO APURADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-JORNADAS
           IF WS-QTD-JORNADAS = 0
               DISPLAY "SEM JORNADAS CADASTRADAS - NADA A APURAR"
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF

      * SEM A EXPORTACAO DO RELOGIO TODO MUNDO FICARIA COM FALTA - O
      * MOVIMENTO NAO E TOCADO E A NOITE SEGUE COM ALERTA.
           OPEN INPUT PONTO-FILE
           IF WS-FS-PONTO NOT = "00"
               DISPLAY "SEM EXPORTACAO DO RELOGIO DE PONTO ("
                   WS-FS-PONTO ") - MOVIMENTO NAO ALTERADO"
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               CLOSE PONTO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DO PONTO: "
                   WS-FS-RELATORIO
               CLOSE PONTO-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-CALENDARIO
           PERFORM CARREGAR-AFASTAMENTOS
           PERFORM CARREGAR-FERIAS

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-PONTO

           PERFORM UNTIL FIM-PONTO
               READ PONTO-FILE
                   AT END
                       SET FIM-PONTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM APURAR-MARCACAO
               END-READ
           END-PERFORM
           CLOSE PONTO-FILE

           PERFORM VARYING WS-IDX-JOR FROM 1 BY 1
                   UNTIL WS-IDX-JOR > WS-QTD-JORNADAS
               PERFORM APURAR-FALTAS
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM LIMPAR-MOVIMENTO

           MOVE "R" TO WS-SECAO-RELATORIO
           MOVE WS-CAB-MAX-LINHAS TO WS-CAB-QTD-LINHAS
           PERFORM VARYING WS-IDX-JOR FROM 1 BY 1
                   UNTIL WS-IDX-JOR > WS-QTD-JORNADAS
               IF WS-JOR-APURAR(WS-IDX-JOR) = "S"
                   PERFORM GRAVAR-VERBAS-PONTO
               END-IF
           END-PERFORM
           CLOSE TRABALHO-FILE

           PERFORM IMPRIMIR-TOTAIS-PONTO
           CLOSE RELATORIO-FILE

           PERFORM REGRAVAR-MOVIMENTO

           DISPLAY "PONTO: COMPETENCIA=" WS-COMPETENCIA-PONTO
               " LIDOS=" WS-QTD-LIDOS
               " APURADOS=" WS-QTD-APURADOS
               " OCORRENCIAS=" WS-QTD-OCORRENCIAS
               " VERBAS=" WS-QTD-VERBAS
               " SUBSTITUIDAS=" WS-QTD-SUBSTITUIDAS

           IF WS-QTD-OCORRENCIAS > 0 OR WS-QTD-JOR-INVAL > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * COMPETENCIA FECHADA PELO A030 NAO RECEBE VERBA NOVA - A FOLHA
      * DELA JA FOI PAGA. CONTROLE AUSENTE E COMPETENCIA AINDA ABERTA.
       VERIFICAR-COMPETENCIA.
           MOVE "N" TO WS-COMPET-FECHADA
           MOVE "N" TO WS-FIM-COMPET
           OPEN INPUT COMPETENCIA-FILE
           IF WS-FS-COMPET = "00"
               PERFORM UNTIL FIM-COMPET
                   READ COMPETENCIA-FILE
                       AT END
                           SET FIM-COMPET TO TRUE
                       NOT AT END
                           IF FC-COMPETENCIA = WS-COMPETENCIA-PONTO
                                   AND FC-FECHADA
                               MOVE "S" TO WS-COMPET-FECHADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPETENCIA-FILE
           END-IF.

      * CARREGA AS JORNADAS. HORARIO OU CARGA INVALIDOS SAO APONTADOS
      * E A MATRICULA FICA SEM JORNADA - AS MARCACOES DELA VIRAM
      * OCORRENCIA EM VEZ DE SEREM APURADAS CONTRA UMA JORNADA ERRADA.
       CARREGAR-JORNADAS.
           MOVE ZEROS TO WS-QTD-JORNADAS
           MOVE "N"   TO WS-FIM-JORNADA
           OPEN INPUT JORNADA-FILE
           IF WS-FS-JORNADA = "00"
               PERFORM UNTIL FIM-JORNADA
                   READ JORNADA-FILE
                       AT END
                           SET FIM-JORNADA TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-JORNADA
                   END-READ
               END-PERFORM
               CLOSE JORNADA-FILE
               DISPLAY "JORNADAS CARREGADAS: " WS-QTD-JORNADAS
           END-IF.

       GUARDAR-JORNADA.
           MOVE JR-ENTRADA TO WS-ENTRADA-N
           EVALUATE TRUE
               WHEN JR-MATRICULA NOT NUMERIC
                       OR JR-ENTRADA NOT NUMERIC
                       OR JR-SAIDA NOT NUMERIC
                       OR JR-INTERVALO NOT NUMERIC
                       OR JR-HORAS-SEMANA NOT NUMERIC
                       OR JR-HORAS-SEMANA = ZEROS
                       OR WS-ENT-HORA > 23 OR WS-ENT-MIN > 59
                   ADD 1 TO WS-QTD-JOR-INVAL
                   DISPLAY "JORNADA INVALIDA IGNORADA: MATRICULA "
                       JR-MATRICULA
               WHEN WS-QTD-JORNADAS >= 200
                   ADD 1 TO WS-QTD-JOR-INVAL
                   DISPLAY "TABELA DE JORNADAS CHEIA - MATRICULA "
                       JR-MATRICULA " IGNORADA"
               WHEN OTHER
                   COMPUTE WS-MIN-ENTRADA = WS-ENT-HORA * 60
                       + WS-ENT-MIN
                   MOVE JR-SAIDA TO WS-ENTRADA-N
                   IF WS-ENT-HORA > 23 OR WS-ENT-MIN > 59
                       MOVE ZEROS TO WS-MIN-JORNADA
                   ELSE
                       COMPUTE WS-MIN-JORNADA = WS-ENT-HORA * 60
                           + WS-ENT-MIN - WS-MIN-ENTRADA
                       IF WS-MIN-JORNADA <= 0
                           ADD 1440 TO WS-MIN-JORNADA
                       END-IF
                       SUBTRACT JR-INTERVALO FROM WS-MIN-JORNADA
                   END-IF
                   IF WS-MIN-JORNADA <= 0
                       ADD 1 TO WS-QTD-JOR-INVAL
                       DISPLAY "JORNADA INVALIDA IGNORADA: MATRICULA "
                           JR-MATRICULA
                   ELSE
                       ADD 1 TO WS-QTD-JORNADAS
                       INITIALIZE WS-JOR-ENTRADA(WS-QTD-JORNADAS)
                       MOVE JR-MATRICULA
                           TO WS-JOR-MATRICULA(WS-QTD-JORNADAS)
                       MOVE JR-ESCALA
                           TO WS-JOR-ESCALA(WS-QTD-JORNADAS)
                       MOVE WS-MIN-JORNADA
                           TO WS-JOR-MIN-DIA(WS-QTD-JORNADAS)
                       COMPUTE WS-JOR-DIVISOR(WS-QTD-JORNADAS) =
                           JR-HORAS-SEMANA * 5
                       MOVE "N" TO WS-JOR-APURAR(WS-QTD-JORNADAS)
                   END-IF
           END-EVALUATE.

      * CARREGA OS FERIADOS DO CALENDARIO DA OPERACAO - ARQUIVO
      * AUSENTE SO CONSIDERA OS DOMINGOS.
       CARREGAR-CALENDARIO.
           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE "N"   TO WS-FIM-CALENDARIO
           OPEN INPUT CALENDARIO-FILE
           IF WS-FS-CALENDARIO NOT = "00"
               DISPLAY "SEM CALENDARIO DA OPERACAO ("
                   WS-FS-CALENDARIO ") - FERIADOS NAO CONSIDERADOS"
           ELSE
               PERFORM UNTIL FIM-CALENDARIO
                   READ CALENDARIO-FILE
                       AT END
                           SET FIM-CALENDARIO TO TRUE
                       NOT AT END
                           IF WS-QTD-FERIADOS < 50
                               ADD 1 TO WS-QTD-FERIADOS
                               MOVE CA-DATA
                                   TO WS-FERIADO(WS-QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      * AFASTAMENTO EM ANDAMENTO OU ENCERRADO ABONA DO INICIO ATE A
      * VESPERA DO RETORNO (SEM RETORNO, ATE O FIM DO MES).
       CARREGAR-AFASTAMENTOS.
           MOVE "N" TO WS-FIM-AFAST
           OPEN INPUT AFASTAMENTO-FILE
           IF WS-FS-AFAST = "00"
               PERFORM UNTIL FIM-AFAST
                   READ AFASTAMENTO-FILE
                       AT END
                           SET FIM-AFAST TO TRUE
                       NOT AT END
                           IF AF-EM-ANDAMENTO OR AF-ENCERRADO
                               MOVE AF-DATA-INICIO TO WS-ABN-INICIO-N
                               IF AF-DATA-RETORNO = ZEROS
                                   MOVE 99999999 TO WS-ABN-FIM-N
                               ELSE
                                   COMPUTE WS-ABN-FIM-N =
                                       FUNCTION DATE-OF-INTEGER(
                                       FUNCTION INTEGER-OF-DATE(
                                       AF-DATA-RETORNO) - 1)
                               END-IF
                               MOVE AF-MATRICULA TO WS-NOVO-MATRICULA
                               PERFORM GUARDAR-ABONO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTO-FILE
           END-IF.

      * FERIAS PAGAS (EM GOZO OU ENCERRADAS) ABONAM OS DIAS DO GOZO.
       CARREGAR-FERIAS.
           MOVE "N" TO WS-FIM-FERIAS
           OPEN INPUT FERIAS-FILE
           IF WS-FS-FERIAS = "00"
               PERFORM UNTIL FIM-FERIAS
                   READ FERIAS-FILE
                       AT END
                           SET FIM-FERIAS TO TRUE
                       NOT AT END
                           IF (FP-EM-GOZO OR FP-ENCERRADA)
                                   AND FP-DIAS > 0
                               MOVE FP-DATA-INICIO TO WS-ABN-INICIO-N
                               COMPUTE WS-ABN-FIM-N =
                                   FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(
                                   FP-DATA-INICIO) + FP-DIAS - 1)
                               MOVE FP-MATRICULA TO WS-NOVO-MATRICULA
                               PERFORM GUARDAR-ABONO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIAS-FILE
           END-IF.

      * SO GUARDA O PERIODO QUE TOCA O MES APURADO.
       GUARDAR-ABONO.
           IF WS-ABN-FIM-N >= WS-COMPETENCIA-PONTO * 100 + 1
                   AND WS-ABN-INICIO-N <= WS-DATA-HOJE
               IF WS-QTD-ABONOS < 300
                   ADD 1 TO WS-QTD-ABONOS
                   MOVE WS-NOVO-MATRICULA
                       TO WS-ABN-MATRICULA(WS-QTD-ABONOS)
                   MOVE WS-ABN-INICIO-N
                       TO WS-ABN-INICIO(WS-QTD-ABONOS)
                   MOVE WS-ABN-FIM-N
                       TO WS-ABN-FIM(WS-QTD-ABONOS)
               ELSE
                   DISPLAY "TABELA DE ABONOS CHEIA - PERIODO DA "
                       "MATRICULA " WS-NOVO-MATRICULA " IGNORADO"
               END-IF
           END-IF.

      * UMA LINHA DA EXPORTACAO: SO O MES APURADO ATE A DATA DE
      * MOVIMENTO ENTRA. MATRICULA SEM JORNADA, DIA REPETIDO OU
      * MARCACOES INCONSISTENTES VIRAM OCORRENCIA E O DIA NAO E
      * APURADO NEM JULGADO COMO FALTA.
       APURAR-MARCACAO.
           IF PT-DATA NOT NUMERIC
                   OR PT-DATA(1:6) NOT = WS-COMPETENCIA-PONTO
                   OR PT-DATA(7:2) = "00"
                   OR PT-DATA > WS-DATA-HOJE
               ADD 1 TO WS-QTD-FORA
           ELSE
               PERFORM BUSCAR-JORNADA
               MOVE PT-DATA(7:2) TO WS-DIA-MES
               EVALUATE TRUE
                   WHEN WS-IDX-JOR-ACHADO = 0
                       MOVE "MATRICULA SEM JORNADA CADASTRADA"
                           TO WS-MOTIVO
                       PERFORM REGISTRAR-OCORRENCIA
                   WHEN WS-JOR-DIA-MARCA(WS-IDX-JOR-ACHADO,
                           WS-DIA-MES) NOT = SPACE
                       MOVE "DIA REPETIDO NA EXPORTACAO"
                           TO WS-MOTIVO
                       PERFORM REGISTRAR-OCORRENCIA
                   WHEN OTHER
                       PERFORM CRITICAR-MARCACOES
                       IF WS-MOTIVO NOT = SPACES
                           MOVE "E" TO WS-JOR-DIA-MARCA
                               (WS-IDX-JOR-ACHADO, WS-DIA-MES)
                           PERFORM REGISTRAR-OCORRENCIA
                       ELSE
                           MOVE "P" TO WS-JOR-DIA-MARCA
                               (WS-IDX-JOR-ACHADO, WS-DIA-MES)
                           ADD 1 TO WS-QTD-APURADOS
                           PERFORM CALCULAR-DIA
                       END-IF
               END-EVALUATE
           END-IF.

       BUSCAR-JORNADA.
           MOVE ZEROS TO WS-IDX-JOR-ACHADO
           PERFORM VARYING WS-IDX-JOR FROM 1 BY 1
                   UNTIL WS-IDX-JOR > WS-QTD-JORNADAS
                       OR WS-IDX-JOR-ACHADO > 0
               IF WS-JOR-MATRICULA(WS-IDX-JOR) = PT-MATRICULA
                   MOVE WS-IDX-JOR TO WS-IDX-JOR-ACHADO
               END-IF
           END-PERFORM.

      * AS MARCACOES TEM DE VIR ENCOSTADAS, EM HORARIO VALIDO, EM
      * ORDEM CRESCENTE (UMA UNICA VIRADA DE MEIA-NOITE) E EM PARES
      * ENTRADA/SAIDA. O PRIMEIRO PROBLEMA ACHADO VIRA O MOTIVO.
       CRITICAR-MARCACOES.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO WS-QTD-MARC
           MOVE ZEROS  TO WS-QTD-VIRADAS
           MOVE "N"    TO WS-ACHOU-BRANCO
           PERFORM VARYING WS-IDX-MARC FROM 1 BY 1
                   UNTIL WS-IDX-MARC > 6 OR WS-MOTIVO NOT = SPACES
               EVALUATE TRUE
                   WHEN PT-MARCACAO(WS-IDX-MARC) = SPACES
                       MOVE "S" TO WS-ACHOU-BRANCO
                   WHEN ACHOU-BRANCO
                       MOVE "MARCACAO DEPOIS DE POSICAO EM BRANCO"
                           TO WS-MOTIVO
                   WHEN PT-MARCACAO(WS-IDX-MARC) NOT NUMERIC
                       MOVE "HORARIO DE MARCACAO INVALIDO"
                           TO WS-MOTIVO
                   WHEN PT-MARC-HORA(WS-IDX-MARC) > 23
                           OR PT-MARC-MIN(WS-IDX-MARC) > 59
                       MOVE "HORARIO DE MARCACAO INVALIDO"
                           TO WS-MOTIVO
                   WHEN OTHER
                       ADD 1 TO WS-QTD-MARC
                       PERFORM CONVERTER-MARCACAO
               END-EVALUATE
           END-PERFORM
           IF WS-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN WS-QTD-MARC = 0
                       MOVE "DIA SEM NENHUMA MARCACAO" TO WS-MOTIVO
                   WHEN FUNCTION MOD(WS-QTD-MARC, 2) = 1
                       MOVE "QUANTIDADE IMPAR DE MARCACOES"
                           TO WS-MOTIVO
                   WHEN WS-MIN-MARC(WS-QTD-MARC) - WS-MIN-MARC(1)
                           >= 1440
                       MOVE "MARCACOES FORA DE ORDEM" TO WS-MOTIVO
               END-EVALUATE
           END-IF.

      * MINUTOS CORRIDOS DA MARCACAO; MENOR QUE A ANTERIOR E A VIRADA
      * DA MEIA-NOITE (SO UMA POR DIA), IGUAL E BATIDA REPETIDA.
       CONVERTER-MARCACAO.
           COMPUTE WS-MIN-MARC(WS-QTD-MARC) =
               PT-MARC-HORA(WS-IDX-MARC) * 60
               + PT-MARC-MIN(WS-IDX-MARC)
               + WS-QTD-VIRADAS * 1440
           IF WS-QTD-MARC > 1
               IF WS-MIN-MARC(WS-QTD-MARC) =
                       WS-MIN-MARC(WS-QTD-MARC - 1)
                   MOVE "MARCACAO REPETIDA" TO WS-MOTIVO
               END-IF
               IF WS-MIN-MARC(WS-QTD-MARC) <
                       WS-MIN-MARC(WS-QTD-MARC - 1)
                   IF WS-QTD-VIRADAS > 0
                       MOVE "MARCACOES FORA DE ORDEM" TO WS-MOTIVO
                   ELSE
                       ADD 1 TO WS-QTD-VIRADAS
                       ADD 1440 TO WS-MIN-MARC(WS-QTD-MARC)
                   END-IF
               END-IF
           END-IF.

      * SOMA OS PARES DO DIA E CLASSIFICA PELO TIPO DE DIA: FERIADO
      * OU DOMINGO FORA DA ESCALA E TUDO 100%; OUTRO DIA FORA DA
      * ESCALA E TUDO 50%; DIA DA ESCALA COMPARA COM A JORNADA - O
      * QUE PASSA DA TOLERANCIA VIRA EXTRA 50% OU ATRASO, INTEIRO.
       CALCULAR-DIA.
           MOVE ZEROS TO WS-MIN-TRABALHADO
           MOVE ZEROS TO WS-MIN-NOTURNO
           PERFORM VARYING WS-IDX-MARC FROM 1 BY 2
                   UNTIL WS-IDX-MARC > WS-QTD-MARC
               MOVE WS-MIN-MARC(WS-IDX-MARC) TO WS-MIN-ENTRADA
               MOVE WS-MIN-MARC(WS-IDX-MARC + 1) TO WS-MIN-SAIDA
               COMPUTE WS-MIN-TRABALHADO = WS-MIN-TRABALHADO
                   + WS-MIN-SAIDA - WS-MIN-ENTRADA
               MOVE 0    TO WS-JAN-INICIO
               MOVE 300  TO WS-JAN-FIM
               PERFORM SOMAR-JANELA-NOTURNA
               MOVE 1320 TO WS-JAN-INICIO
               MOVE 1740 TO WS-JAN-FIM
               PERFORM SOMAR-JANELA-NOTURNA
           END-PERFORM
           ADD WS-MIN-NOTURNO TO WS-JOR-MIN-NOTURNO(WS-IDX-JOR-ACHADO)

           MOVE PT-DATA TO WS-DATA-DIA
           PERFORM CLASSIFICAR-DIA
           MOVE WS-JOR-MIN-DIA(WS-IDX-JOR-ACHADO) TO WS-MIN-JORNADA
           EVALUATE TRUE
               WHEN EH-FERIADO
                       OR (WS-DIA-SEMANA = 0
                           AND WS-JOR-ESCALA(WS-IDX-JOR-ACHADO)
                               (WS-POS-ESCALA:1) NOT = "S")
                   ADD WS-MIN-TRABALHADO
                       TO WS-JOR-MIN-HE100(WS-IDX-JOR-ACHADO)
               WHEN WS-JOR-ESCALA(WS-IDX-JOR-ACHADO)
                       (WS-POS-ESCALA:1) NOT = "S"
                   ADD WS-MIN-TRABALHADO
                       TO WS-JOR-MIN-HE50(WS-IDX-JOR-ACHADO)
               WHEN WS-MIN-TRABALHADO > WS-MIN-JORNADA + WS-TOLERANCIA
                   COMPUTE WS-JOR-MIN-HE50(WS-IDX-JOR-ACHADO) =
                       WS-JOR-MIN-HE50(WS-IDX-JOR-ACHADO)
                       + WS-MIN-TRABALHADO - WS-MIN-JORNADA
               WHEN WS-MIN-TRABALHADO + WS-TOLERANCIA < WS-MIN-JORNADA
                   COMPUTE WS-JOR-MIN-ATRASO(WS-IDX-JOR-ACHADO) =
                       WS-JOR-MIN-ATRASO(WS-IDX-JOR-ACHADO)
                       + WS-MIN-JORNADA - WS-MIN-TRABALHADO
           END-EVALUATE.

      * PARTE DO PAR ENTRADA/SAIDA QUE CAI NA JANELA NOTURNA.
       SOMAR-JANELA-NOTURNA.
           IF WS-MIN-SAIDA > WS-JAN-INICIO
                   AND WS-MIN-ENTRADA < WS-JAN-FIM
               IF WS-MIN-SAIDA < WS-JAN-FIM
                   MOVE WS-MIN-SAIDA TO WS-JAN-FIM
               END-IF
               IF WS-MIN-ENTRADA > WS-JAN-INICIO
                   MOVE WS-MIN-ENTRADA TO WS-JAN-INICIO
               END-IF
               COMPUTE WS-MIN-NOTURNO = WS-MIN-NOTURNO
                   + WS-JAN-FIM - WS-JAN-INICIO
           END-IF.

      * DIA DA SEMANA PELO RESTO DO DIA CORRIDO POR 7, POSICAO NA
      * ESCALA (SEGUNDA A DOMINGO), SEMANA E FERIADO DE WS-DATA-DIA.
       CLASSIFICAR-DIA.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-DIAS-CORRIDOS, 7)
           COMPUTE WS-SEMANA = WS-DIAS-CORRIDOS / 7
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-POS-ESCALA
           ELSE
               MOVE WS-DIA-SEMANA TO WS-POS-ESCALA
           END-IF
           MOVE "N" TO WS-EH-FERIADO
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIADOS
               IF WS-FERIADO(WS-IDX-FER) = WS-DATA-DIA
                   MOVE "S" TO WS-EH-FERIADO
               END-IF
           END-PERFORM.

      * JULGA OS DIAS DO MES ATE A DATA DE MOVIMENTO DE QUEM TEM
      * JORNADA: DIA DA ESCALA, NAO FERIADO, DEPOIS DA ADMISSAO, FORA
      * DE FERIAS/AFASTAMENTO E SEM MARCACAO NENHUMA E FALTA, E A
      * PRIMEIRA FALTA DA SEMANA (DOMINGO A SABADO) LEVA O DSR.
      * DESLIGADO OU SEM CADASTRO NAO RECEBE VERBA DO PONTO.
       APURAR-FALTAS.
           MOVE WS-JOR-MATRICULA(WS-IDX-JOR) TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "JORNADA DE MATRICULA SEM CADASTRO: "
                   WS-JOR-MATRICULA(WS-IDX-JOR)
           ELSE
               IF NOT FUNC-DESLIGADO
                   MOVE "S" TO WS-JOR-APURAR(WS-IDX-JOR)
                   ADD 1 TO WS-QTD-FUNC-APUR
                   MOVE FM-NOME-FUNC TO WS-JOR-NOME(WS-IDX-JOR)
                   MOVE FM-SALA-FUNC TO WS-JOR-SALARIO(WS-IDX-JOR)
                   MOVE ZEROS TO WS-SEMANA-PERDIDA
                   PERFORM VARYING WS-DIA-MES FROM 1 BY 1
                           UNTIL WS-DIA-MES > WS-CAB-DIA
                       IF WS-JOR-DIA-MARCA(WS-IDX-JOR, WS-DIA-MES)
                               = SPACE
                           PERFORM JULGAR-DIA-SEM-MARCACAO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       JULGAR-DIA-SEM-MARCACAO.
           COMPUTE WS-DATA-DIA = WS-COMPETENCIA-PONTO * 100
               + WS-DIA-MES
           IF WS-DATA-DIA >= FM-DATA-ADMISSAO
               PERFORM CLASSIFICAR-DIA
               PERFORM VERIFICAR-ABONO
               IF WS-JOR-ESCALA(WS-IDX-JOR)(WS-POS-ESCALA:1) = "S"
                       AND NOT EH-FERIADO
                       AND NOT DIA-ABONADO
                   ADD 1 TO WS-JOR-QTD-FALTAS(WS-IDX-JOR)
                   IF WS-SEMANA NOT = WS-SEMANA-PERDIDA
                       ADD 1 TO WS-JOR-QTD-DSR(WS-IDX-JOR)
                       MOVE WS-SEMANA TO WS-SEMANA-PERDIDA
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-ABONO.
           MOVE "N" TO WS-DIA-ABONADO
           PERFORM VARYING WS-IDX-ABN FROM 1 BY 1
                   UNTIL WS-IDX-ABN > WS-QTD-ABONOS
               IF WS-ABN-MATRICULA(WS-IDX-ABN) =
                       WS-JOR-MATRICULA(WS-IDX-JOR)
                       AND WS-ABN-INICIO(WS-IDX-ABN) <= WS-DATA-DIA
                       AND WS-ABN-FIM(WS-IDX-ABN) >= WS-DATA-DIA
                   MOVE "S" TO WS-DIA-ABONADO
               END-IF
           END-PERFORM.

      * COPIA O MOVIMENTO PARA O TRABALHO SEM AS VERBAS DO PONTO JA
      * GRAVADAS NA COMPETENCIA - O RERUN DA NOITE SEGUINTE REFAZ A
      * APURACAO INTEIRA SEM DUPLICAR. O TRABALHO FICA ABERTO PARA
      * RECEBER AS VERBAS NOVAS. MOVIMENTO AUSENTE NAO E ERRO; OUTRO
      * STATUS PARA TUDO, SENAO A REGRAVACAO APAGARIA O MOVIMENTO.
       LIMPAR-MOVIMENTO.
           OPEN OUTPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FIM-MOVIMENTO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-FS-MOVIMENTO NOT = "00" AND WS-FS-MOVIMENTO NOT = "35"
               DISPLAY "ERRO AO ABRIR MOVIMENTO DA FOLHA: "
                   WS-FS-MOVIMENTO
               CLOSE TRABALHO-FILE
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-MOVIMENTO = "00"
               PERFORM UNTIL FIM-MOVIMENTO
                   READ MOVIMENTO-FILE
                       AT END
                           SET FIM-MOVIMENTO TO TRUE
                       NOT AT END
                           IF MV-VERBA-PONTO
                                   AND MV-COMPETENCIA =
                                       WS-COMPETENCIA-PONTO
                               ADD 1 TO WS-QTD-SUBSTITUIDAS
                           ELSE
                               MOVE MV-MOVIMENTO-REC
                                   TO TR-MOVIMENTO-REC
                               WRITE TR-MOVIMENTO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
           END-IF.

      * CONVERTE OS MINUTOS E DIAS DO MES EM VERBAS PELO VALOR DA
      * HORA (SALARIO / DIVISOR) E DO DIA (SALARIO / 30). A HORA
      * NOTURNA E REDUZIDA (52,5 MINUTOS) E O ADICIONAL E 20% DELA.
       GRAVAR-VERBAS-PONTO.
           COMPUTE WS-VALOR-HORA = WS-JOR-SALARIO(WS-IDX-JOR)
               / WS-JOR-DIVISOR(WS-IDX-JOR)
           COMPUTE WS-VALOR-DIA = WS-JOR-SALARIO(WS-IDX-JOR) / 30

           COMPUTE WS-VALOR-VERBA ROUNDED =
               WS-JOR-MIN-HE50(WS-IDX-JOR) * WS-VALOR-HORA * 1,5 / 60
           MOVE "HE5" TO WS-NOVO-VERBA
           MOVE "HORAS EXTRAS 50%" TO WS-NOVO-DESCRICAO
           MOVE "P" TO WS-NOVO-NATUREZA
           PERFORM GRAVAR-VERBA

           COMPUTE WS-VALOR-VERBA ROUNDED =
               WS-JOR-MIN-HE100(WS-IDX-JOR) * WS-VALOR-HORA * 2 / 60
           MOVE "HEC" TO WS-NOVO-VERBA
           MOVE "HORAS EXTRAS 100%" TO WS-NOVO-DESCRICAO
           MOVE "P" TO WS-NOVO-NATUREZA
           PERFORM GRAVAR-VERBA

           COMPUTE WS-VALOR-VERBA ROUNDED =
               WS-JOR-MIN-NOTURNO(WS-IDX-JOR) / 52,5
               * WS-VALOR-HORA * 0,2
           MOVE "ADN" TO WS-NOVO-VERBA
           MOVE "ADICIONAL NOTURNO" TO WS-NOVO-DESCRICAO
           MOVE "P" TO WS-NOVO-NATUREZA
           PERFORM GRAVAR-VERBA

           COMPUTE WS-VALOR-VERBA ROUNDED =
               WS-JOR-MIN-ATRASO(WS-IDX-JOR) * WS-VALOR-HORA / 60
           MOVE "ATR" TO WS-NOVO-VERBA
           MOVE "ATRASOS" TO WS-NOVO-DESCRICAO
           MOVE "D" TO WS-NOVO-NATUREZA
           PERFORM GRAVAR-VERBA

           COMPUTE WS-VALOR-VERBA ROUNDED =
               WS-JOR-QTD-FALTAS(WS-IDX-JOR) * WS-VALOR-DIA
           MOVE "FAL" TO WS-NOVO-VERBA
           MOVE "FALTAS NAO JUSTIF." TO WS-NOVO-DESCRICAO
           MOVE "D" TO WS-NOVO-NATUREZA
           PERFORM GRAVAR-VERBA

           COMPUTE WS-VALOR-VERBA ROUNDED =
               WS-JOR-QTD-DSR(WS-IDX-JOR) * WS-VALOR-DIA
           MOVE "DSR" TO WS-NOVO-VERBA
           MOVE "DSR PERDIDO" TO WS-NOVO-DESCRICAO
           MOVE "D" TO WS-NOVO-NATUREZA
           PERFORM GRAVAR-VERBA

           MOVE SPACES TO RL-LINHA
           STRING WS-JOR-MATRICULA(WS-IDX-JOR)   " "
                  WS-JOR-NOME(WS-IDX-JOR)        " "
                  WS-JOR-MIN-HE50(WS-IDX-JOR)    "  "
                  WS-JOR-MIN-HE100(WS-IDX-JOR)   "  "
                  WS-JOR-MIN-NOTURNO(WS-IDX-JOR) "  "
                  WS-JOR-MIN-ATRASO(WS-IDX-JOR)  "    "
                  WS-JOR-QTD-FALTAS(WS-IDX-JOR)  "     "
                  WS-JOR-QTD-DSR(WS-IDX-JOR)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO.

      * VERBA ZERADA NAO VAI PARA O MOVIMENTO.
       GRAVAR-VERBA.
           IF WS-VALOR-VERBA > ZEROS
               MOVE WS-JOR-MATRICULA(WS-IDX-JOR) TO WS-NOVO-MATRICULA
               MOVE WS-VALOR-VERBA       TO WS-NOVO-VALOR
               MOVE WS-COMPETENCIA-PONTO TO WS-NOVO-COMPETENCIA
               MOVE WS-MOV-NOVO TO TR-MOVIMENTO-REC
               WRITE TR-MOVIMENTO-REC
               ADD 1 TO WS-QTD-VERBAS
               IF WS-NOVO-NATUREZA = "P"
                   ADD WS-VALOR-VERBA TO WS-TOT-PROVENTOS
               ELSE
                   ADD WS-VALOR-VERBA TO WS-TOT-DESCONTOS
               END-IF
           END-IF.

      * UMA LINHA POR DIA NAO APURADO, COM AS MARCACOES COMO VIERAM
      * DO RELOGIO, PARA O SUPERVISOR CONFERIR E ACERTAR.
       REGISTRAR-OCORRENCIA.
           ADD 1 TO WS-QTD-OCORRENCIAS
           MOVE SPACES TO WS-MARCACOES-FMT
           STRING PT-MARCACAO(1) " " PT-MARCACAO(2) " "
                  PT-MARCACAO(3) " " PT-MARCACAO(4) " "
                  PT-MARCACAO(5) " " PT-MARCACAO(6)
               DELIMITED BY SIZE INTO WS-MARCACOES-FMT
           END-STRING
           MOVE SPACES TO RL-LINHA
           STRING PT-MATRICULA     " "
                  PT-DATA          "  "
                  WS-MARCACOES-FMT "  "
                  WS-MOTIVO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO.

       IMPRIMIR-TOTAIS-PONTO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-PONTO
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA APURADA.......: " WS-COMPETENCIA-PONTO
                  " ATE O DIA " WS-CAB-DIA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO
           MOVE SPACES TO RL-LINHA
           STRING "MARCACOES LIDAS...........: " WS-QTD-LIDOS
                  "  FORA DA COMPETENCIA: " WS-QTD-FORA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO
           MOVE SPACES TO RL-LINHA
           STRING "DIAS APURADOS.............: " WS-QTD-APURADOS
                  "  OCORRENCIAS: " WS-QTD-OCORRENCIAS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO
           MOVE SPACES TO RL-LINHA
           STRING "FUNCIONARIOS APURADOS.....: " WS-QTD-FUNC-APUR
                  "  JORNADAS INVALIDAS: " WS-QTD-JOR-INVAL
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO
           MOVE SPACES TO RL-LINHA
           STRING "VERBAS GRAVADAS...........: " WS-QTD-VERBAS
                  "  SUBSTITUIDAS: " WS-QTD-SUBSTITUIDAS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DE PROVENTOS........: " WS-TOT-PROVENTOS
                  "  DESCONTOS: " WS-TOT-DESCONTOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PONTO.

      * DEVOLVE O MOVIMENTO DO TRABALHO PARA O ARQUIVO OFICIAL - MESMO
      * ESQUEMA DE REGRAVACAO DO A024-FERIAS-GOZO.
       REGRAVAR-MOVIMENTO.
           MOVE "N" TO WS-FIM-MOVIMENTO
           OPEN INPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO RELER O ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MOVIMENTO-FILE
           IF WS-FS-MOVIMENTO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR O MOVIMENTO DA FOLHA: "
                   WS-FS-MOVIMENTO
               CLOSE TRABALHO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FIM-MOVIMENTO
               READ TRABALHO-FILE
                   AT END
                       SET FIM-MOVIMENTO TO TRUE
                   NOT AT END
                       MOVE TR-MOVIMENTO-REC TO MV-MOVIMENTO-REC
                       WRITE MV-MOVIMENTO-REC
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE MOVIMENTO-FILE.

      * CABECALHO INTERNO SO PARA RESOLVER A DATA DE MOVIMENTO ANTES
      * DO RELATORIO SER ABERTO.
       IMPRIMIR-CABECALHO-INTERNO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO.

      * CABECALHO DA PAGINA MAIS A LINHA DE COLUNAS DA SECAO CORRENTE.
       IMPRIMIR-CABECALHO-PONTO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE SPACES TO RL-LINHA
           IF SECAO-OCORRENCIAS
               STRING "OCORRENCIAS PARA O SUPERVISOR - "
                      "MATRIC DATA      MARCACOES"
                      "                      MOTIVO"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING "APURACAO - MATRIC NOME                 "
                      "HE50  HE100 NOTURN ATRASO FALTAS DSR (MIN/DIAS)"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF
           WRITE RL-LINHA
           MOVE 3 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-PONTO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-PONTO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A035-PONTO-ELETRONICO.
