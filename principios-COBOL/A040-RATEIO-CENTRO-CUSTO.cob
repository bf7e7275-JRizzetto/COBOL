      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: DISTRIBUICAO DO CUSTO DE PESSOAL POR CENTRO DE CUSTO
      *          - A FOLHA TERMINAVA NUM UNICO TOTAL DA ESCOLA, MAS A
      *          DIRETORIA ORCA POR DEPARTAMENTO (ADMINISTRATIVO,
      *          ENSINO FUNDAMENTAL, ENSINO MEDIO, MANUTENCAO). ESTE
      *          PROGRAMA RECEBE A COMPETENCIA (RATEIO_COMPETENCIA,
      *          AAAAMM - SEM ELA VALE O MES DA DATA DE MOVIMENTO),
      *          LOCALIZA CADA MATRICULA NO CENTRO DE CUSTO EM QUE
      *          ESTAVA LOTADA NA COMPETENCIA (LOTACOES COM VIGENCIA,
      *          data/LOTACOES.DAT, SOBRE A TABELA DE CENTROS
      *          data/CENTROS_CUSTO.DAT) E SOMA POR CENTRO:
      *          - BRUTO DA FOLHA MENSAL E COMPLEMENTAR (ACUMULADO);
      *          - ENCARGOS: INSS DA EMPRESA (PATRONAL, RAT E
      *            TERCEIROS SOBRE A MESMA BASE DA GUIA DO A032) E O
      *            FGTS DEPOSITADO NA COMPETENCIA;
      *          - PROVISOES DE 13O E FERIAS CONSTITUIDAS NO MES, PELOS
      *            SALDOS POR FUNCIONARIO DO A012 (MESMA CONTA DO
      *            A033: SALDO ATUAL - ANTERIOR + O QUE FOI PAGO
      *            CONTRA A PROVISAO NO MES);
      *          - RESCISOES (VERBAS E FGTS RESCISORIO);
      *          - BENEFICIOS CARREGADOS NO PEDIDO DA COMPETENCIA
      *            (A036);
      *          MAIS O QUADRO NO FIM DO MES, AS ADMISSOES E OS
      *          DESLIGAMENTOS DO MES E A ROTATIVIDADE DE CADA CENTRO.
      *          GRAVA TAMBEM O RATEIO DOS EVENTOS CONTABEIS DE
      *          DESPESA POR CENTRO (data/RATEIO_CC.DAT), QUE O
      *          LANCAMENTO CONTABIL (A033) USA PARA LANCAR CADA
      *          DESPESA NO CENTRO DE CUSTO. MATRICULA SEM LOTACAO NA
      *          COMPETENCIA FICA NUM CENTRO "SEM LOTACAO" E E LISTADA
      *          PARA O RH CORRIGIR.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A040-RATEIO-CENTRO-CUSTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CADASTRO DE FUNCIONARIOS, SO PARA LEITURA: DATAS DE ADMISSAO
      * E DESLIGAMENTO PARA O QUADRO E A ROTATIVIDADE.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC WS-ARQ-FUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-ID-FUNC
               ALTERNATE RECORD KEY IS FM-CPF-FUNC
               FILE STATUS IS WS-FS-FUNC.
      * TABELA DE CENTROS DE CUSTO E LOTACOES COM VIGENCIA.
           SELECT CENTRO-FILE ASSIGN TO DYNAMIC WS-ARQ-CENTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTRO.
           SELECT LOTACAO-FILE ASSIGN TO DYNAMIC WS-ARQ-LOTACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTACAO.
      * ALIQUOTAS DOS ENCARGOS DA EMPRESA COM VIGENCIA (A032).
           SELECT ENCARGOS-FILE ASSIGN TO DYNAMIC WS-ARQ-ENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCARGOS.
      * ORIGENS DOS VALORES, AS MESMAS DO LANCAMENTO CONTABIL.
           SELECT ACUMULADO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACUMULADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUMULADO.
           SELECT PROVFUNC-FILE ASSIGN TO DYNAMIC WS-ARQ-PROVFUNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVFUNC.
           SELECT HISTORICO-FILE ASSIGN TO DYNAMIC WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT FERIAS-FILE ASSIGN TO DYNAMIC WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.
           SELECT FGTS-FILE ASSIGN TO DYNAMIC WS-ARQ-FGTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS.
           SELECT PEDIDO-FILE ASSIGN TO DYNAMIC WS-ARQ-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.
      * RATEIO CONTABIL POR CENTRO, COM A COPIA DE TRABALHO DO RERUN.
           SELECT RATEIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RATEIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATEIO.
           SELECT RTTRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-RTTRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RTTRAB.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  CENTRO-FILE.
       COPY CENTRO-CUSTO-REC.
       FD  LOTACAO-FILE.
       COPY LOTACAO-REC.
      * MESMO LAYOUT DO ARQUIVO DE ENCARGOS LIDO PELO A032.
       FD  ENCARGOS-FILE.
       01  EP-ENCARGO-REC.
           05 EP-TIPO              PIC X(01).
               88 EP-PATRONAL              VALUE "P".
               88 EP-RAT                   VALUE "R".
               88 EP-TERCEIROS             VALUE "T".
           05 EP-VIGENCIA-INI      PIC 9(08).
           05 EP-VIGENCIA-FIM      PIC 9(08).
           05 EP-ALIQUOTA          PIC 9V9999.
       FD  ACUMULADO-FILE.
       COPY FOLHA-ACUM-REC.
       FD  PROVFUNC-FILE.
       COPY PROVISAO-FUNC-REC.
       FD  HISTORICO-FILE.
       COPY RESC-HIST-REC.
       FD  FERIAS-FILE.
       COPY FERIAS-HIST-REC.
       FD  FGTS-FILE.
       COPY FGTS-REC.
      * MESMO LAYOUT DO PEDIDO DE BENEFICIOS GRAVADO PELO A036.
       FD  PEDIDO-FILE.
       01  PB-HEADER-REC.
           05 PB-H-TIPO            PIC X(01).
           05 PB-H-COMPETENCIA     PIC 9(06).
           05 PB-H-DATA-GERACAO    PIC 9(08).
       01  PB-DETALHE-REC.
           05 PB-D-TIPO            PIC X(01).
           05 PB-D-PRODUTO         PIC X(02).
           05 PB-D-MATRICULA       PIC 9(06).
           05 PB-D-CPF             PIC 9(11).
           05 PB-D-NOME            PIC X(20).
           05 PB-D-CARTAO          PIC X(16).
           05 PB-D-DIAS            PIC 9(02).
           05 PB-D-VALOR           PIC 9(05)V99.
       FD  RATEIO-FILE.
       COPY RATEIO-CC-REC.
       FD  RTTRAB-FILE.
       01  TT-RATEIO-REC           PIC X(32).
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-CENTRO     PIC X(40)
           VALUE "data/CENTROS_CUSTO.DAT".
       01 WS-FS-CENTRO                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-LOTACAO    PIC X(40)
           VALUE "data/LOTACOES.DAT".
       01 WS-FS-LOTACAO                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-ENCARGOS   PIC X(40)
           VALUE "data/ENCARGOS_PATRONAIS.DAT".
       01 WS-FS-ENCARGOS                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-ACUMULADO  PIC X(40)
           VALUE "data/FOLHA_ACUMULADO.DAT".
       01 WS-FS-ACUMULADO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-PROVFUNC   PIC X(40)
           VALUE "data/PROVISAO_FUNC.DAT".
       01 WS-FS-PROVFUNC                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-HISTORICO  PIC X(40)
           VALUE "data/RESCISOES_HIST.DAT".
       01 WS-FS-HISTORICO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-FERIAS     PIC X(40)
           VALUE "data/FERIAS_HIST.DAT".
       01 WS-FS-FERIAS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-FGTS       PIC X(40)
           VALUE "data/FGTS_EXTRATO.DAT".
       01 WS-FS-FGTS                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-PEDIDO     PIC X(40)
           VALUE "data/PEDIDO_BENEFICIOS.DAT".
       01 WS-FS-PEDIDO                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RATEIO     PIC X(40)
           VALUE "data/RATEIO_CC.DAT".
       01 WS-FS-RATEIO                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RTTRAB     PIC X(40)
           VALUE "data/RATEIO_CC_TRAB.DAT".
       01 WS-FS-RTTRAB                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/RATEIO_CENTRO_CUSTO.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-MASTER                          PIC X(01) VALUE "N".
           88 FIM-MASTER                         VALUE "S".
       01 WS-FIM-CENTRO                          PIC X(01) VALUE "N".
           88 FIM-CENTRO                         VALUE "S".
       01 WS-FIM-LOTACAO                         PIC X(01) VALUE "N".
           88 FIM-LOTACAO                        VALUE "S".
       01 WS-FIM-ENCARGOS                        PIC X(01) VALUE "N".
           88 FIM-ENCARGOS                       VALUE "S".
       01 WS-FIM-ACUMULADO                       PIC X(01) VALUE "N".
           88 FIM-ACUMULADO                      VALUE "S".
       01 WS-FIM-PROVFUNC                        PIC X(01) VALUE "N".
           88 FIM-PROVFUNC                       VALUE "S".
       01 WS-FIM-HISTORICO                       PIC X(01) VALUE "N".
           88 FIM-HISTORICO                      VALUE "S".
       01 WS-FIM-FERIAS                          PIC X(01) VALUE "N".
           88 FIM-FERIAS                         VALUE "S".
       01 WS-FIM-FGTS                            PIC X(01) VALUE "N".
           88 FIM-FGTS                           VALUE "S".
       01 WS-FIM-PEDIDO                          PIC X(01) VALUE "N".
           88 FIM-PEDIDO                         VALUE "S".
       01 WS-FIM-RATEIO                          PIC X(01) VALUE "N".
           88 FIM-RATEIO                         VALUE "S".
      * COMPETENCIA DO RATEIO: RATEIO_COMPETENCIA NO AMBIENTE, SENAO
      * O MES DA DATA DE MOVIMENTO (MESMA REGRA DO A033). A LOTACAO E
      * A DO ULTIMO DIA DA COMPETENCIA - OU A DO DIA DO DESLIGAMENTO,
      * PARA QUEM SAIU NELA. AS ALIQUOTAS VALEM PELO PRIMEIRO DIA.
       01 WS-COMP-RATEIO-X  PIC X(06) VALUE SPACES.
       01 WS-COMP-RATEIO    PIC 9(06) VALUE ZEROS.
       01 WS-COMP-RATEIO-R REDEFINES WS-COMP-RATEIO.
           05 WS-COMP-ANO   PIC 9(04).
           05 WS-COMP-MES   PIC 9(02).
       01 WS-COMP-ANTERIOR  PIC 9(06) VALUE ZEROS.
       01 WS-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS  PIC 9(08) VALUE ZEROS.
      * ALIQUOTA TOTAL DA EMPRESA (PATRONAL + RAT + TERCEIROS).
       01 WS-ALIQ-EMPRESA   PIC 9V9999 VALUE ZEROS.
       01 WS-TEM-PATRONAL   PIC X(01) VALUE "N".
           88 TEM-PATRONAL          VALUE "S".
      * CENTROS DE CUSTO DA TABELA. DEPOIS DELES VEM O CENTRO "SEM
      * LOTACAO" E, POR ULTIMO, A LINHA DE TOTAL DA EMPRESA - OS TRES
      * SAO IMPRESSOS PELO MESMO PARAGRAFO.
       01 WS-CC-TABELA.
           05 WS-CC-ENTRADA OCCURS 52 TIMES.
               10 WS-CC-CODIGO       PIC X(04).
               10 WS-CC-NOME         PIC X(30).
               10 WS-CC-SITUACAO     PIC X(01).
               10 WS-CC-QUADRO       PIC 9(05).
               10 WS-CC-ADMISSOES    PIC 9(05).
               10 WS-CC-DESLIGAMENTOS PIC 9(05).
               10 WS-CC-BRUTO-FOL    PIC 9(09)V99.
               10 WS-CC-BRUTO-CPL    PIC 9(09)V99.
               10 WS-CC-INSS-EMPRESA PIC 9(09)V99.
               10 WS-CC-FGTS         PIC 9(09)V99.
               10 WS-CC-PRV-13       PIC S9(09)V99.
               10 WS-CC-PRV-FERIAS   PIC S9(09)V99.
               10 WS-CC-RES-VERBAS   PIC 9(09)V99.
               10 WS-CC-RES-FGTS     PIC 9(09)V99.
               10 WS-CC-BENEFICIOS   PIC 9(09)V99.
       01 WS-QTD-CC         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-CC         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-CC-ACHADO  PIC 9(02) VALUE ZEROS.
       01 WS-IDX-SEM-LOTACAO PIC 9(02) VALUE ZEROS.
       01 WS-IDX-TOTAL      PIC 9(02) VALUE ZEROS.
       01 WS-CC-PROCURADO   PIC X(04) VALUE SPACES.
      * LOTACOES VALIDAS (CENTRO EXISTENTE NA TABELA).
       01 WS-LO-TABELA.
           05 WS-LO-ENTRADA OCCURS 2000 TIMES.
               10 WS-LO-MATRICULA    PIC 9(06).
               10 WS-LO-VIGENCIA     PIC 9(08).
               10 WS-LO-IDX-CC       PIC 9(02).
       01 WS-QTD-LO         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-LO         PIC 9(04) VALUE ZEROS.
       01 WS-QTD-LO-INVALIDAS PIC 9(04) VALUE ZEROS.
       01 WS-DATA-BUSCA     PIC 9(08) VALUE ZEROS.
       01 WS-VIGENCIA-ACHADA PIC 9(08) VALUE ZEROS.
      * VALORES DA COMPETENCIA POR MATRICULA, ANTES DE IR PARA O
      * CENTRO DE CUSTO.
       01 WS-MT-TABELA.
           05 WS-MT-ENTRADA OCCURS 1000 TIMES.
               10 WS-MT-MATRICULA    PIC 9(06).
               10 WS-MT-NO-CADASTRO  PIC X(01).
               10 WS-MT-ADMISSAO     PIC 9(08).
               10 WS-MT-DESLIGAMENTO PIC 9(08).
               10 WS-MT-BRUTO-FOL    PIC 9(07)V99.
               10 WS-MT-BRUTO-CPL    PIC 9(07)V99.
               10 WS-MT-BASE-EMPRESA PIC 9(07)V99.
               10 WS-MT-FGTS         PIC 9(07)V99.
               10 WS-MT-PRV-13       PIC S9(07)V99.
               10 WS-MT-PRV-FERIAS   PIC S9(07)V99.
               10 WS-MT-RES-VERBAS   PIC 9(07)V99.
               10 WS-MT-RES-FGTS     PIC 9(07)V99.
               10 WS-MT-BENEFICIOS   PIC 9(07)V99.
       01 WS-QTD-MT         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-MT         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-MT-ACHADO  PIC 9(04) VALUE ZEROS.
       01 WS-MAT-PROCURADA  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-MT-CHEIA   PIC 9(04) VALUE ZEROS.
      * VALORES DA MATRICULA CORRENTE NA DISTRIBUICAO.
       01 WS-INSS-EMPRESA   PIC 9(07)V99 VALUE ZEROS.
       01 WS-NO-QUADRO      PIC X(01) VALUE "N".
           88 NO-QUADRO             VALUE "S".
       01 WS-ADMITIDO-MES   PIC X(01) VALUE "N".
           88 ADMITIDO-MES          VALUE "S".
       01 WS-DESLIGADO-MES  PIC X(01) VALUE "N".
           88 DESLIGADO-MES         VALUE "S".
       01 WS-TEM-VALOR      PIC X(01) VALUE "N".
           88 TEM-VALOR             VALUE "S".
       01 WS-QTD-SEM-LOTACAO PIC 9(04) VALUE ZEROS.
      * SITUACAO DAS ORIGENS - A FALTA DE UMA DELAS E ALERTA.
       01 WS-TEM-ACUMULADO  PIC X(01) VALUE "N".
           88 TEM-ACUMULADO         VALUE "S".
       01 WS-TEM-PROV-ATUAL PIC X(01) VALUE "N".
           88 TEM-PROV-ATUAL        VALUE "S".
       01 WS-TEM-PROV-ANTERIOR PIC X(01) VALUE "N".
           88 TEM-PROV-ANTERIOR     VALUE "S".
       01 WS-TEM-PEDIDO     PIC X(01) VALUE "N".
           88 TEM-PEDIDO            VALUE "S".
       01 WS-COMP-PEDIDO    PIC 9(06) VALUE ZEROS.
      * EVENTOS CONTABEIS DE DESPESA RATEADOS, NA ORDEM DO A033.
       01 WS-EVENTOS-INIT.
           05 FILLER        PIC X(10) VALUE "FOL-BRUTO".
           05 FILLER        PIC X(10) VALUE "CPL-BRUTO".
           05 FILLER        PIC X(10) VALUE "PRV-13".
           05 FILLER        PIC X(10) VALUE "PRV-FERIAS".
           05 FILLER        PIC X(10) VALUE "RES-VERBAS".
           05 FILLER        PIC X(10) VALUE "RES-FGTS".
       01 WS-EVENTOS-TAB REDEFINES WS-EVENTOS-INIT.
           05 WS-EVENTO-RATEIO PIC X(10) OCCURS 6 TIMES.
       01 WS-IDX-EVENTO     PIC 9(01) VALUE ZERO.
       01 WS-VALOR-EVENTO   PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTD-RATEIO     PIC 9(04) VALUE ZEROS.
       01 WS-QTD-RATEIO-SUBST PIC 9(04) VALUE ZEROS.
      * CAMPOS CALCULADOS E EDITADOS DO RELATORIO.
       01 WS-ENCARGOS-CC    PIC 9(09)V99 VALUE ZEROS.
       01 WS-PROVISOES-CC   PIC S9(09)V99 VALUE ZEROS.
       01 WS-RESCISOES-CC   PIC 9(09)V99 VALUE ZEROS.
       01 WS-CUSTO-CC       PIC S9(09)V99 VALUE ZEROS.
       01 WS-ROTATIVIDADE   PIC 9(03)V99 VALUE ZEROS.
       01 WS-AUX-QUADRO     PIC ZZZZ9.
       01 WS-AUX-ADMISSOES  PIC ZZZ9.
       01 WS-AUX-DESLIG     PIC ZZZ9.
       01 WS-AUX-ROTATIV    PIC ZZ9,99.
       01 WS-PERC-ALIQUOTA  PIC 9(03)V99 VALUE ZEROS.
       01 WS-AUX-ALIQUOTA   PIC ZZ9,99.
       01 WS-AUX-BRUTO      PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-ENCARGOS   PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-PROVISOES  PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-RESCISOES  PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-BENEFICIOS PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-CUSTO      PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-VALOR      PIC ZZZ.ZZZ.ZZ9,99-.
       01 WS-NOME-CC        PIC X(20) VALUE SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(132) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "RATEIO POR CENTRO DE CUSTO - A040-RATEIO-CENTRO-"
               "CUSTO"

           MOVE "CUSTO DE PESSOAL POR CENTRO DE CUSTO" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-INTERNO

           ACCEPT WS-COMP-RATEIO-X FROM ENVIRONMENT
               "RATEIO_COMPETENCIA"
           IF WS-COMP-RATEIO-X IS NUMERIC
                   AND WS-COMP-RATEIO-X NOT = "000000"
               MOVE WS-COMP-RATEIO-X TO WS-COMP-RATEIO
           ELSE
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMP-RATEIO
           END-IF
           DISPLAY "COMPETENCIA DO RATEIO: " WS-COMP-RATEIO
           PERFORM CALCULAR-DATAS-COMPETENCIA

      * SEM TABELA DE CENTROS NAO HA PARA ONDE DISTRIBUIR.
           PERFORM CARREGAR-CENTROS
           IF WS-QTD-CC = 0
               DISPLAY "TABELA DE CENTROS DE CUSTO AUSENTE OU VAZIA ("
                   WS-FS-CENTRO ") - RATEIO NAO GERADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-LOTACOES
           PERFORM CARREGAR-ENCARGOS

           INITIALIZE WS-MT-TABELA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO FM-ID-FUNC
           START EMPLOYEE-MASTER KEY IS >= FM-ID-FUNC
               INVALID KEY
                   SET FIM-MASTER TO TRUE
           END-START
           PERFORM UNTIL FIM-MASTER
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET FIM-MASTER TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-FUNCIONARIO
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM SOMAR-ACUMULADO
           PERFORM SOMAR-PROVISOES
           PERFORM SOMAR-RESCISOES
           PERFORM SOMAR-FERIAS
           PERFORM SOMAR-FGTS
           PERFORM SOMAR-BENEFICIOS

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DO RATEIO: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-RATEIO
           COMPUTE WS-PERC-ALIQUOTA = WS-ALIQ-EMPRESA * 100
           MOVE WS-PERC-ALIQUOTA TO WS-AUX-ALIQUOTA
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
                  "  LOTACAO EM " WS-DATA-FIM
                  "  INSS DA EMPRESA " WS-AUX-ALIQUOTA "%"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-RATEIO

           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
                   UNTIL WS-IDX-MT > WS-QTD-MT
               PERFORM DISTRIBUIR-MATRICULA
           END-PERFORM

           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-IDX-SEM-LOTACAO
               PERFORM SOMAR-TOTAL-EMPRESA
               IF WS-IDX-CC NOT = WS-IDX-SEM-LOTACAO
                       OR WS-QTD-SEM-LOTACAO > 0
                   PERFORM IMPRIMIR-CENTRO
               END-IF
           END-PERFORM
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE WS-IDX-TOTAL TO WS-IDX-CC
           PERFORM IMPRIMIR-CENTRO

           PERFORM GRAVAR-RATEIO
           PERFORM IMPRIMIR-RATEIO-CONTABIL
           CLOSE RELATORIO-FILE

           DISPLAY "RATEIO " WS-COMP-RATEIO ": CENTROS=" WS-QTD-CC
               " MATRICULAS=" WS-QTD-MT
               " SEM LOTACAO=" WS-QTD-SEM-LOTACAO
               " LINHAS DE RATEIO=" WS-QTD-RATEIO

      * MATRICULA SEM LOTACAO, LOTACAO INVALIDA OU ORIGEM FALTANDO
      * SAO ALERTA: O RELATORIO SAI, MAS O CUSTO DO CENTRO ESTA
      * INCOMPLETO ATE O RH OU A CADEIA CORRIGIREM.
           EVALUATE TRUE
               WHEN WS-QTD-SEM-LOTACAO > 0
                   DISPLAY "HA MATRICULAS SEM LOTACAO NA COMPETENCIA "
                       "- VER RELATORIO"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN WS-QTD-LO-INVALIDAS > 0 OR WS-QTD-MT-CHEIA > 0
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN NOT TEM-ACUMULADO OR NOT TEM-PROV-ATUAL
                       OR NOT TEM-PEDIDO
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RC-NORMAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA E A COMPETENCIA ANTERIOR
      * (PARA A DIFERENCA DOS SALDOS DE PROVISAO).
       CALCULAR-DATAS-COMPETENCIA.
           COMPUTE WS-DATA-INI = WS-COMP-RATEIO * 100 + 1
           IF WS-COMP-MES = 1
               COMPUTE WS-COMP-ANTERIOR = (WS-COMP-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-COMP-ANTERIOR = WS-COMP-RATEIO - 1
           END-IF
           IF WS-COMP-MES = 12
               COMPUTE WS-DATA-AUX = (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AUX = WS-COMP-RATEIO * 100 + 101
           END-IF
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).

      * CARREGA A TABELA DE CENTROS E ACRESCENTA O CENTRO "SEM
      * LOTACAO" E A LINHA DE TOTAL. CODIGO REPETIDO E IGNORADO.
       CARREGAR-CENTROS.
           INITIALIZE WS-CC-TABELA
           MOVE ZEROS TO WS-QTD-CC
           MOVE "N"   TO WS-FIM-CENTRO
           OPEN INPUT CENTRO-FILE
           IF WS-FS-CENTRO = "00"
               PERFORM UNTIL FIM-CENTRO
                   READ CENTRO-FILE
                       AT END
                           SET FIM-CENTRO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-CENTRO
                   END-READ
               END-PERFORM
               CLOSE CENTRO-FILE
           END-IF
           IF WS-QTD-CC > 0
               COMPUTE WS-IDX-SEM-LOTACAO = WS-QTD-CC + 1
               COMPUTE WS-IDX-TOTAL       = WS-QTD-CC + 2
               MOVE SPACES TO WS-CC-CODIGO(WS-IDX-SEM-LOTACAO)
               MOVE "SEM LOTACAO"
                   TO WS-CC-NOME(WS-IDX-SEM-LOTACAO)
               MOVE "TOT"  TO WS-CC-CODIGO(WS-IDX-TOTAL)
               MOVE "TOTAL DA EMPRESA" TO WS-CC-NOME(WS-IDX-TOTAL)
           END-IF.

       GUARDAR-CENTRO.
           MOVE CC-CODIGO TO WS-CC-PROCURADO
           PERFORM LOCALIZAR-CENTRO
           EVALUATE TRUE
               WHEN CC-CODIGO = SPACES
                   DISPLAY "CENTRO DE CUSTO SEM CODIGO IGNORADO: "
                       CC-CENTRO-CUSTO-REC
               WHEN WS-IDX-CC-ACHADO > 0
                   DISPLAY "CENTRO DE CUSTO REPETIDO IGNORADO: "
                       CC-CODIGO
               WHEN WS-QTD-CC >= 50
                   DISPLAY "TABELA DE CENTROS CHEIA - CENTRO "
                       "IGNORADO: " CC-CODIGO
               WHEN OTHER
                   ADD 1 TO WS-QTD-CC
                   MOVE CC-CODIGO   TO WS-CC-CODIGO(WS-QTD-CC)
                   MOVE CC-NOME     TO WS-CC-NOME(WS-QTD-CC)
                   MOVE CC-SITUACAO TO WS-CC-SITUACAO(WS-QTD-CC)
           END-EVALUATE.

       LOCALIZAR-CENTRO.
           MOVE ZEROS TO WS-IDX-CC-ACHADO
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-QTD-CC
                       OR WS-IDX-CC-ACHADO > 0
               IF WS-CC-CODIGO(WS-IDX-CC) = WS-CC-PROCURADO
                   MOVE WS-IDX-CC TO WS-IDX-CC-ACHADO
               END-IF
           END-PERFORM.

      * CARREGA AS LOTACOES. CENTRO FORA DA TABELA INVALIDA A LINHA
      * (A MATRICULA CAI NA LOTACAO ANTERIOR OU EM "SEM LOTACAO");
      * TRANSFERENCIA NA COMPETENCIA PARA CENTRO INATIVO E AVISADA.
       CARREGAR-LOTACOES.
           MOVE ZEROS TO WS-QTD-LO
           MOVE "N"   TO WS-FIM-LOTACAO
           OPEN INPUT LOTACAO-FILE
           IF WS-FS-LOTACAO NOT = "00"
               DISPLAY "SEM LOTACOES CADASTRADAS (" WS-FS-LOTACAO
                   ") - TODO O CUSTO FICA SEM LOTACAO"
           ELSE
               PERFORM UNTIL FIM-LOTACAO
                   READ LOTACAO-FILE
                       AT END
                           SET FIM-LOTACAO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-LOTACAO
                   END-READ
               END-PERFORM
               CLOSE LOTACAO-FILE
               DISPLAY "LOTACOES CARREGADAS: " WS-QTD-LO
                   " INVALIDAS: " WS-QTD-LO-INVALIDAS
           END-IF.

       GUARDAR-LOTACAO.
           MOVE LO-CENTRO-CUSTO TO WS-CC-PROCURADO
           PERFORM LOCALIZAR-CENTRO
           EVALUATE TRUE
               WHEN LO-MATRICULA IS NOT NUMERIC
                       OR LO-VIGENCIA-INI IS NOT NUMERIC
                   DISPLAY "LOTACAO COM MATRICULA OU VIGENCIA "
                       "INVALIDA IGNORADA: " LO-LOTACAO-REC
                   ADD 1 TO WS-QTD-LO-INVALIDAS
               WHEN WS-IDX-CC-ACHADO = 0
                   DISPLAY "LOTACAO EM CENTRO INEXISTENTE IGNORADA: "
                       LO-LOTACAO-REC
                   ADD 1 TO WS-QTD-LO-INVALIDAS
               WHEN WS-QTD-LO >= 2000
                   DISPLAY "TABELA DE LOTACOES CHEIA - LOTACAO "
                       "IGNORADA: " LO-LOTACAO-REC
                   ADD 1 TO WS-QTD-LO-INVALIDAS
               WHEN OTHER
                   ADD 1 TO WS-QTD-LO
                   MOVE LO-MATRICULA    TO WS-LO-MATRICULA(WS-QTD-LO)
                   MOVE LO-VIGENCIA-INI TO WS-LO-VIGENCIA(WS-QTD-LO)
                   MOVE WS-IDX-CC-ACHADO TO WS-LO-IDX-CC(WS-QTD-LO)
                   IF WS-CC-SITUACAO(WS-IDX-CC-ACHADO) = "I"
                           AND LO-VIGENCIA-INI >= WS-DATA-INI
                           AND LO-VIGENCIA-INI <= WS-DATA-FIM
                       DISPLAY "LOTACAO NA COMPETENCIA EM CENTRO "
                           "INATIVO: " LO-LOTACAO-REC
                   END-IF
           END-EVALUATE.

      * CENTRO DA MATRICULA PROCURADA NA DATA DE BUSCA: A LOTACAO DE
      * MAIOR INICIO DE VIGENCIA ATE A DATA. SEM NENHUMA, DEVOLVE O
      * CENTRO "SEM LOTACAO".
       LOCALIZAR-LOTACAO.
           MOVE WS-IDX-SEM-LOTACAO TO WS-IDX-CC-ACHADO
           MOVE ZEROS TO WS-VIGENCIA-ACHADA
           PERFORM VARYING WS-IDX-LO FROM 1 BY 1
                   UNTIL WS-IDX-LO > WS-QTD-LO
               IF WS-LO-MATRICULA(WS-IDX-LO) = WS-MAT-PROCURADA
                       AND WS-LO-VIGENCIA(WS-IDX-LO) <= WS-DATA-BUSCA
                       AND WS-LO-VIGENCIA(WS-IDX-LO) >=
                           WS-VIGENCIA-ACHADA
                   MOVE WS-LO-VIGENCIA(WS-IDX-LO)
                       TO WS-VIGENCIA-ACHADA
                   MOVE WS-LO-IDX-CC(WS-IDX-LO) TO WS-IDX-CC-ACHADO
               END-IF
           END-PERFORM.

      * ALIQUOTAS VIGENTES NO PRIMEIRO DIA DA COMPETENCIA, SOMADAS.
      * SEM A PATRONAL O INSS DA EMPRESA FICA ZERADO E E AVISADO.
       CARREGAR-ENCARGOS.
           MOVE ZEROS TO WS-ALIQ-EMPRESA
           MOVE "N"   TO WS-FIM-ENCARGOS
           OPEN INPUT ENCARGOS-FILE
           IF WS-FS-ENCARGOS NOT = "00"
               DISPLAY "ARQUIVO DE ENCARGOS INDISPONIVEL ("
                   WS-FS-ENCARGOS ")"
           ELSE
               PERFORM UNTIL FIM-ENCARGOS
                   READ ENCARGOS-FILE
                       AT END
                           SET FIM-ENCARGOS TO TRUE
                       NOT AT END
                           IF EP-VIGENCIA-INI <= WS-DATA-INI
                                   AND EP-VIGENCIA-FIM >= WS-DATA-INI
                               IF EP-PATRONAL
                                   MOVE "S" TO WS-TEM-PATRONAL
                               END-IF
                               IF EP-PATRONAL OR EP-RAT
                                       OR EP-TERCEIROS
                                   ADD EP-ALIQUOTA TO WS-ALIQ-EMPRESA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-FILE
           END-IF
           IF NOT TEM-PATRONAL
               DISPLAY "SEM ALIQUOTA PATRONAL VIGENTE EM " WS-DATA-INI
                   " - INSS DA EMPRESA FORA DOS ENCARGOS"
           END-IF.

      * TODA MATRICULA DO CADASTRO ENTRA NA TABELA COM AS DATAS; OS
      * VALORES CHEGAM DEPOIS, DAS ORIGENS DA COMPETENCIA.
       GUARDAR-FUNCIONARIO.
           MOVE FM-ID-FUNC TO WS-MAT-PROCURADA
           PERFORM LOCALIZAR-MATRICULA
           IF WS-IDX-MT-ACHADO > 0
               MOVE "S" TO WS-MT-NO-CADASTRO(WS-IDX-MT-ACHADO)
               MOVE FM-DATA-ADMISSAO
                   TO WS-MT-ADMISSAO(WS-IDX-MT-ACHADO)
               IF FUNC-DESLIGADO
                   MOVE FM-DATA-DESLIGAMENTO
                       TO WS-MT-DESLIGAMENTO(WS-IDX-MT-ACHADO)
               ELSE
                   MOVE ZEROS TO WS-MT-DESLIGAMENTO(WS-IDX-MT-ACHADO)
               END-IF
           END-IF.

      * PROCURA A MATRICULA NA TABELA E A INCLUI SE FOR NOVA. TABELA
      * CHEIA DEVOLVE ZERO E O VALOR FICA FORA DO RATEIO (AVISADO).
       LOCALIZAR-MATRICULA.
           MOVE ZEROS TO WS-IDX-MT-ACHADO
           PERFORM VARYING WS-IDX-MT FROM 1 BY 1
                   UNTIL WS-IDX-MT > WS-QTD-MT
                       OR WS-IDX-MT-ACHADO > 0
               IF WS-MT-MATRICULA(WS-IDX-MT) = WS-MAT-PROCURADA
                   MOVE WS-IDX-MT TO WS-IDX-MT-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-MT-ACHADO = 0
               IF WS-QTD-MT < 1000
                   ADD 1 TO WS-QTD-MT
                   MOVE WS-QTD-MT TO WS-IDX-MT-ACHADO
                   MOVE WS-MAT-PROCURADA
                       TO WS-MT-MATRICULA(WS-IDX-MT-ACHADO)
                   MOVE "N" TO WS-MT-NO-CADASTRO(WS-IDX-MT-ACHADO)
               ELSE
                   ADD 1 TO WS-QTD-MT-CHEIA
                   DISPLAY "TABELA DE MATRICULAS CHEIA - MATRICULA "
                       WS-MAT-PROCURADA " FORA DO RATEIO"
               END-IF
           END-IF.

      * FOLHA MENSAL E COMPLEMENTAR SAO O BRUTO DO CENTRO; A SEGUNDA
      * PARCELA DO 13O BAIXA A PROVISAO (ENTRA NA CONSTITUICAO DO
      * MES, COMO NO A033) E, COM ELAS, FORMA A BASE DO INSS DA
      * EMPRESA. A PRIMEIRA PARCELA E ADIANTAMENTO - FICA DE FORA.
       SOMAR-ACUMULADO.
           MOVE "N" TO WS-FIM-ACUMULADO
           OPEN INPUT ACUMULADO-FILE
           IF WS-FS-ACUMULADO NOT = "00"
               DISPLAY "SEM ACUMULADO DE FOLHA (" WS-FS-ACUMULADO ")"
           ELSE
               PERFORM UNTIL FIM-ACUMULADO
                   READ ACUMULADO-FILE
                       AT END
                           SET FIM-ACUMULADO TO TRUE
                       NOT AT END
                           IF AC-COMPETENCIA = WS-COMP-RATEIO
                               PERFORM ACUMULAR-FOLHA-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUMULADO-FILE
           END-IF
           IF NOT TEM-ACUMULADO
               DISPLAY "SEM FOLHA DA COMPETENCIA NO ACUMULADO - "
                   "CENTROS SEM BRUTO"
           END-IF.

       ACUMULAR-FOLHA-MATRICULA.
           MOVE "S" TO WS-TEM-ACUMULADO
           MOVE AC-MATRICULA TO WS-MAT-PROCURADA
           PERFORM LOCALIZAR-MATRICULA
           IF WS-IDX-MT-ACHADO > 0
               EVALUATE AC-TIPO-FOLHA
                   WHEN "NORM"
                       ADD AC-BRUTO
                           TO WS-MT-BRUTO-FOL(WS-IDX-MT-ACHADO)
                              WS-MT-BASE-EMPRESA(WS-IDX-MT-ACHADO)
                   WHEN "COMP"
                       ADD AC-BRUTO
                           TO WS-MT-BRUTO-CPL(WS-IDX-MT-ACHADO)
                              WS-MT-BASE-EMPRESA(WS-IDX-MT-ACHADO)
                   WHEN "13-2"
                       ADD AC-BRUTO
                           TO WS-MT-PRV-13(WS-IDX-MT-ACHADO)
                              WS-MT-BASE-EMPRESA(WS-IDX-MT-ACHADO)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * CONSTITUICAO DO MES POR FUNCIONARIO = SALDO DA COMPETENCIA
      * MENOS O DA ANTERIOR (O PAGO CONTRA A PROVISAO ENTRA PELO
      * ACUMULADO E PELAS FERIAS PAGAS). PROVISAO DE FERIAS = FERIAS
      * + TERCO, COMO NO A033.
       SOMAR-PROVISOES.
           MOVE "N" TO WS-FIM-PROVFUNC
           OPEN INPUT PROVFUNC-FILE
           IF WS-FS-PROVFUNC NOT = "00"
               DISPLAY "SEM SALDOS DE PROVISAO POR FUNCIONARIO ("
                   WS-FS-PROVFUNC ")"
           ELSE
               PERFORM UNTIL FIM-PROVFUNC
                   READ PROVFUNC-FILE
                       AT END
                           SET FIM-PROVFUNC TO TRUE
                       NOT AT END
                           IF PF-COMPETENCIA = WS-COMP-RATEIO
                                   OR PF-COMPETENCIA = WS-COMP-ANTERIOR
                               PERFORM ACUMULAR-PROVISAO-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVFUNC-FILE
           END-IF
           IF NOT TEM-PROV-ATUAL
               DISPLAY "SEM SALDOS DE PROVISAO POR FUNCIONARIO EM "
                   WS-COMP-RATEIO " - CENTROS SEM PROVISAO"
           ELSE
               IF NOT TEM-PROV-ANTERIOR
                   DISPLAY "SEM SALDOS POR FUNCIONARIO EM "
                       WS-COMP-ANTERIOR
                       " - PROVISAO CONSTITUIDA PELO SALDO INTEIRO"
               END-IF
           END-IF.

       ACUMULAR-PROVISAO-MATRICULA.
           MOVE PF-MATRICULA TO WS-MAT-PROCURADA
           PERFORM LOCALIZAR-MATRICULA
           IF PF-COMPETENCIA = WS-COMP-RATEIO
               MOVE "S" TO WS-TEM-PROV-ATUAL
           ELSE
               MOVE "S" TO WS-TEM-PROV-ANTERIOR
           END-IF
           IF WS-IDX-MT-ACHADO > 0
               IF PF-COMPETENCIA = WS-COMP-RATEIO
                   ADD PF-SALDO-13
                       TO WS-MT-PRV-13(WS-IDX-MT-ACHADO)
                   ADD PF-SALDO-FERIAS PF-SALDO-TERCO
                       TO WS-MT-PRV-FERIAS(WS-IDX-MT-ACHADO)
               ELSE
                   SUBTRACT PF-SALDO-13
                       FROM WS-MT-PRV-13(WS-IDX-MT-ACHADO)
                   SUBTRACT PF-SALDO-FERIAS PF-SALDO-TERCO
                       FROM WS-MT-PRV-FERIAS(WS-IDX-MT-ACHADO)
               END-IF
           END-IF.

      * RESCISOES DO MES: VERBAS, FGTS RESCISORIO (DEPOSITO E MULTA)
      * E O SALDO DE SALARIO NA BASE DO INSS DA EMPRESA.
       SOMAR-RESCISOES.
           MOVE "N" TO WS-FIM-HISTORICO
           OPEN INPUT HISTORICO-FILE
           IF WS-FS-HISTORICO = "00"
               PERFORM UNTIL FIM-HISTORICO
                   READ HISTORICO-FILE
                       AT END
                           SET FIM-HISTORICO TO TRUE
                       NOT AT END
                           IF RH-COMPETENCIA = WS-COMP-RATEIO
                               PERFORM ACUMULAR-RESCISAO-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       ACUMULAR-RESCISAO-MATRICULA.
           MOVE RH-MATRICULA TO WS-MAT-PROCURADA
           PERFORM LOCALIZAR-MATRICULA
           IF WS-IDX-MT-ACHADO > 0
               ADD RH-SALDO-SALARIO RH-AVISO-PREVIO RH-FERIAS-PROP
                   RH-TERCO-FERIAS
                   TO WS-MT-RES-VERBAS(WS-IDX-MT-ACHADO)
               ADD RH-DEPOSITO-FGTS RH-MULTA-FGTS
                   TO WS-MT-RES-FGTS(WS-IDX-MT-ACHADO)
               ADD RH-SALDO-SALARIO
                   TO WS-MT-BASE-EMPRESA(WS-IDX-MT-ACHADO)
           END-IF.

      * FERIAS PAGAS NO MES BAIXAM A PROVISAO DE FERIAS E ENTRAM NA
      * BASE DO INSS DA EMPRESA.
       SOMAR-FERIAS.
           MOVE "N" TO WS-FIM-FERIAS
           OPEN INPUT FERIAS-FILE
           IF WS-FS-FERIAS = "00"
               PERFORM UNTIL FIM-FERIAS
                   READ FERIAS-FILE
                       AT END
                           SET FIM-FERIAS TO TRUE
                       NOT AT END
                           IF FH-COMPETENCIA = WS-COMP-RATEIO
                               MOVE FH-MATRICULA TO WS-MAT-PROCURADA
                               PERFORM LOCALIZAR-MATRICULA
                               IF WS-IDX-MT-ACHADO > 0
                                   ADD FH-VALOR-FERIAS FH-TERCO-FERIAS
                                       TO WS-MT-PRV-FERIAS
                                              (WS-IDX-MT-ACHADO)
                                          WS-MT-BASE-EMPRESA
                                              (WS-IDX-MT-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIAS-FILE
           END-IF.

      * DEPOSITOS DE FGTS DA COMPETENCIA, MENOS OS DA RESCISAO (QUE
      * JA ESTAO NO FGTS RESCISORIO DO HISTORICO DE RESCISOES).
       SOMAR-FGTS.
           MOVE "N" TO WS-FIM-FGTS
           OPEN INPUT FGTS-FILE
           IF WS-FS-FGTS = "00"
               PERFORM UNTIL FIM-FGTS
                   READ FGTS-FILE
                       AT END
                           SET FIM-FGTS TO TRUE
                       NOT AT END
                           IF FG-COMPETENCIA = WS-COMP-RATEIO
                                   AND FG-TIPO-FOLHA NOT = "RESC"
                                   AND NOT FG-MULTA-RESCISORIA
                               MOVE FG-MATRICULA TO WS-MAT-PROCURADA
                               PERFORM LOCALIZAR-MATRICULA
                               IF WS-IDX-MT-ACHADO > 0
                                   ADD FG-VALOR
                                       TO WS-MT-FGTS(WS-IDX-MT-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-FILE
           END-IF.

      * CARGAS DO PEDIDO DE BENEFICIOS. O A036 REGRAVA O PEDIDO A
      * CADA MES; SO VALE O PEDIDO CUJO HEADER E DA COMPETENCIA DO
      * RATEIO (NA CADEIA, O RATEIO RODA ANTES DO PEDIDO DO MES
      * SEGUINTE).
       SOMAR-BENEFICIOS.
           MOVE "N" TO WS-FIM-PEDIDO
           MOVE ZEROS TO WS-COMP-PEDIDO
           OPEN INPUT PEDIDO-FILE
           IF WS-FS-PEDIDO = "00"
               PERFORM UNTIL FIM-PEDIDO
                   READ PEDIDO-FILE
                       AT END
                           SET FIM-PEDIDO TO TRUE
                       NOT AT END
                           EVALUATE PB-H-TIPO
                               WHEN "H"
                                   MOVE PB-H-COMPETENCIA
                                       TO WS-COMP-PEDIDO
                                   IF WS-COMP-PEDIDO = WS-COMP-RATEIO
                                       MOVE "S" TO WS-TEM-PEDIDO
                                   END-IF
                               WHEN "D"
                                   IF TEM-PEDIDO
                                       PERFORM ACUMULAR-BENEFICIO
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PEDIDO-FILE
           END-IF
           IF NOT TEM-PEDIDO
               DISPLAY "PEDIDO DE BENEFICIOS DA COMPETENCIA "
                   WS-COMP-RATEIO " NAO DISPONIVEL (EM DISCO: "
                   WS-COMP-PEDIDO ") - CENTROS SEM BENEFICIOS"
           END-IF.

       ACUMULAR-BENEFICIO.
           MOVE PB-D-MATRICULA TO WS-MAT-PROCURADA
           PERFORM LOCALIZAR-MATRICULA
           IF WS-IDX-MT-ACHADO > 0
               ADD PB-D-VALOR TO WS-MT-BENEFICIOS(WS-IDX-MT-ACHADO)
           END-IF.

      * LEVA A MATRICULA CORRENTE PARA O CENTRO EM QUE ESTAVA LOTADA
      * NO FIM DA COMPETENCIA (OU NO DESLIGAMENTO) E CONTA O QUADRO,
      * AS ADMISSOES E OS DESLIGAMENTOS DO MES.
       DISTRIBUIR-MATRICULA.
           MOVE WS-MT-MATRICULA(WS-IDX-MT) TO WS-MAT-PROCURADA
           MOVE WS-DATA-FIM TO WS-DATA-BUSCA
           IF WS-MT-DESLIGAMENTO(WS-IDX-MT) > 0
                   AND WS-MT-DESLIGAMENTO(WS-IDX-MT) < WS-DATA-FIM
               MOVE WS-MT-DESLIGAMENTO(WS-IDX-MT) TO WS-DATA-BUSCA
           END-IF
           PERFORM LOCALIZAR-LOTACAO

           MOVE "N" TO WS-NO-QUADRO
           MOVE "N" TO WS-ADMITIDO-MES
           MOVE "N" TO WS-DESLIGADO-MES
           IF WS-MT-NO-CADASTRO(WS-IDX-MT) = "S"
               IF WS-MT-ADMISSAO(WS-IDX-MT) <= WS-DATA-FIM
                       AND (WS-MT-DESLIGAMENTO(WS-IDX-MT) = 0
                       OR WS-MT-DESLIGAMENTO(WS-IDX-MT) > WS-DATA-FIM)
                   MOVE "S" TO WS-NO-QUADRO
               END-IF
               IF WS-MT-ADMISSAO(WS-IDX-MT) >= WS-DATA-INI
                       AND WS-MT-ADMISSAO(WS-IDX-MT) <= WS-DATA-FIM
                   MOVE "S" TO WS-ADMITIDO-MES
               END-IF
               IF WS-MT-DESLIGAMENTO(WS-IDX-MT) >= WS-DATA-INI
                       AND WS-MT-DESLIGAMENTO(WS-IDX-MT) <= WS-DATA-FIM
                   MOVE "S" TO WS-DESLIGADO-MES
               END-IF
           END-IF
           MOVE "N" TO WS-TEM-VALOR
           IF WS-MT-BRUTO-FOL(WS-IDX-MT) NOT = 0
                   OR WS-MT-BRUTO-CPL(WS-IDX-MT) NOT = 0
                   OR WS-MT-BASE-EMPRESA(WS-IDX-MT) NOT = 0
                   OR WS-MT-FGTS(WS-IDX-MT) NOT = 0
                   OR WS-MT-PRV-13(WS-IDX-MT) NOT = 0
                   OR WS-MT-PRV-FERIAS(WS-IDX-MT) NOT = 0
                   OR WS-MT-RES-VERBAS(WS-IDX-MT) NOT = 0
                   OR WS-MT-RES-FGTS(WS-IDX-MT) NOT = 0
                   OR WS-MT-BENEFICIOS(WS-IDX-MT) NOT = 0
               MOVE "S" TO WS-TEM-VALOR
           END-IF

      * MATRICULA QUE NAO ESTA NO QUADRO, NAO ENTROU NEM SAIU NO MES
      * E NAO TEM VALOR NA COMPETENCIA NAO PESA EM NENHUM CENTRO.
           IF NO-QUADRO OR ADMITIDO-MES OR DESLIGADO-MES OR TEM-VALOR
               IF WS-IDX-CC-ACHADO = WS-IDX-SEM-LOTACAO
                   ADD 1 TO WS-QTD-SEM-LOTACAO
                   PERFORM IMPRIMIR-SEM-LOTACAO
               END-IF
               MOVE WS-IDX-CC-ACHADO TO WS-IDX-CC
               IF NO-QUADRO
                   ADD 1 TO WS-CC-QUADRO(WS-IDX-CC)
               END-IF
               IF ADMITIDO-MES
                   ADD 1 TO WS-CC-ADMISSOES(WS-IDX-CC)
               END-IF
               IF DESLIGADO-MES
                   ADD 1 TO WS-CC-DESLIGAMENTOS(WS-IDX-CC)
               END-IF
               COMPUTE WS-INSS-EMPRESA ROUNDED =
                   WS-MT-BASE-EMPRESA(WS-IDX-MT) * WS-ALIQ-EMPRESA
               ADD WS-MT-BRUTO-FOL(WS-IDX-MT)
                   TO WS-CC-BRUTO-FOL(WS-IDX-CC)
               ADD WS-MT-BRUTO-CPL(WS-IDX-MT)
                   TO WS-CC-BRUTO-CPL(WS-IDX-CC)
               ADD WS-INSS-EMPRESA TO WS-CC-INSS-EMPRESA(WS-IDX-CC)
               ADD WS-MT-FGTS(WS-IDX-MT) TO WS-CC-FGTS(WS-IDX-CC)
               ADD WS-MT-PRV-13(WS-IDX-MT) TO WS-CC-PRV-13(WS-IDX-CC)
               ADD WS-MT-PRV-FERIAS(WS-IDX-MT)
                   TO WS-CC-PRV-FERIAS(WS-IDX-CC)
               ADD WS-MT-RES-VERBAS(WS-IDX-MT)
                   TO WS-CC-RES-VERBAS(WS-IDX-CC)
               ADD WS-MT-RES-FGTS(WS-IDX-MT)
                   TO WS-CC-RES-FGTS(WS-IDX-CC)
               ADD WS-MT-BENEFICIOS(WS-IDX-MT)
                   TO WS-CC-BENEFICIOS(WS-IDX-CC)
           END-IF.

       IMPRIMIR-SEM-LOTACAO.
           MOVE SPACES TO RL-LINHA
           STRING "MATRICULA " WS-MAT-PROCURADA
                  " SEM LOTACAO EM " WS-DATA-BUSCA
                  " - CUSTO NO CENTRO SEM LOTACAO"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RATEIO.

       SOMAR-TOTAL-EMPRESA.
           ADD WS-CC-QUADRO(WS-IDX-CC) TO WS-CC-QUADRO(WS-IDX-TOTAL)
           ADD WS-CC-ADMISSOES(WS-IDX-CC)
               TO WS-CC-ADMISSOES(WS-IDX-TOTAL)
           ADD WS-CC-DESLIGAMENTOS(WS-IDX-CC)
               TO WS-CC-DESLIGAMENTOS(WS-IDX-TOTAL)
           ADD WS-CC-BRUTO-FOL(WS-IDX-CC)
               TO WS-CC-BRUTO-FOL(WS-IDX-TOTAL)
           ADD WS-CC-BRUTO-CPL(WS-IDX-CC)
               TO WS-CC-BRUTO-CPL(WS-IDX-TOTAL)
           ADD WS-CC-INSS-EMPRESA(WS-IDX-CC)
               TO WS-CC-INSS-EMPRESA(WS-IDX-TOTAL)
           ADD WS-CC-FGTS(WS-IDX-CC) TO WS-CC-FGTS(WS-IDX-TOTAL)
           ADD WS-CC-PRV-13(WS-IDX-CC) TO WS-CC-PRV-13(WS-IDX-TOTAL)
           ADD WS-CC-PRV-FERIAS(WS-IDX-CC)
               TO WS-CC-PRV-FERIAS(WS-IDX-TOTAL)
           ADD WS-CC-RES-VERBAS(WS-IDX-CC)
               TO WS-CC-RES-VERBAS(WS-IDX-TOTAL)
           ADD WS-CC-RES-FGTS(WS-IDX-CC)
               TO WS-CC-RES-FGTS(WS-IDX-TOTAL)
           ADD WS-CC-BENEFICIOS(WS-IDX-CC)
               TO WS-CC-BENEFICIOS(WS-IDX-TOTAL).

      * UMA LINHA POR CENTRO: QUADRO, MOVIMENTO DO MES, ROTATIVIDADE
      * ((ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O QUADRO DO FIM DO
      * MES) E O CUSTO POR GRUPO. CUSTO TOTAL = BRUTO + ENCARGOS +
      * PROVISOES + RESCISOES + BENEFICIOS.
       IMPRIMIR-CENTRO.
           COMPUTE WS-ENCARGOS-CC =
               WS-CC-INSS-EMPRESA(WS-IDX-CC) + WS-CC-FGTS(WS-IDX-CC)
           COMPUTE WS-PROVISOES-CC =
               WS-CC-PRV-13(WS-IDX-CC) + WS-CC-PRV-FERIAS(WS-IDX-CC)
           COMPUTE WS-RESCISOES-CC =
               WS-CC-RES-VERBAS(WS-IDX-CC) + WS-CC-RES-FGTS(WS-IDX-CC)
           COMPUTE WS-CUSTO-CC =
               WS-CC-BRUTO-FOL(WS-IDX-CC) + WS-CC-BRUTO-CPL(WS-IDX-CC)
               + WS-ENCARGOS-CC + WS-PROVISOES-CC + WS-RESCISOES-CC
               + WS-CC-BENEFICIOS(WS-IDX-CC)
           IF WS-CC-QUADRO(WS-IDX-CC) > 0
               COMPUTE WS-ROTATIVIDADE ROUNDED =
                   (WS-CC-ADMISSOES(WS-IDX-CC)
                    + WS-CC-DESLIGAMENTOS(WS-IDX-CC)) / 2
                   / WS-CC-QUADRO(WS-IDX-CC) * 100
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-ROTATIVIDADE
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-ROTATIVIDADE
           END-IF
           MOVE WS-CC-NOME(WS-IDX-CC)          TO WS-NOME-CC
           MOVE WS-CC-QUADRO(WS-IDX-CC)        TO WS-AUX-QUADRO
           MOVE WS-CC-ADMISSOES(WS-IDX-CC)     TO WS-AUX-ADMISSOES
           MOVE WS-CC-DESLIGAMENTOS(WS-IDX-CC) TO WS-AUX-DESLIG
           MOVE WS-ROTATIVIDADE                TO WS-AUX-ROTATIV
           COMPUTE WS-AUX-BRUTO =
               WS-CC-BRUTO-FOL(WS-IDX-CC) + WS-CC-BRUTO-CPL(WS-IDX-CC)
           MOVE WS-ENCARGOS-CC                 TO WS-AUX-ENCARGOS
           MOVE WS-PROVISOES-CC                TO WS-AUX-PROVISOES
           MOVE WS-RESCISOES-CC                TO WS-AUX-RESCISOES
           MOVE WS-CC-BENEFICIOS(WS-IDX-CC)    TO WS-AUX-BENEFICIOS
           MOVE WS-CUSTO-CC                    TO WS-AUX-CUSTO
           MOVE SPACES TO RL-LINHA
           STRING WS-CC-CODIGO(WS-IDX-CC) " " WS-NOME-CC " "
                  WS-AUX-QUADRO " " WS-AUX-ADMISSOES " "
                  WS-AUX-DESLIG " " WS-AUX-ROTATIV " "
                  WS-AUX-BRUTO " " WS-AUX-ENCARGOS " "
                  WS-AUX-PROVISOES " " WS-AUX-RESCISOES " "
                  WS-AUX-BENEFICIOS " " WS-AUX-CUSTO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RATEIO.

      * GRAVA O RATEIO CONTABIL DA COMPETENCIA: AS LINHAS DE UMA
      * EXECUCAO ANTERIOR NA MESMA COMPETENCIA SAEM PELO ARQUIVO DE
      * TRABALHO E AS NOVAS SAO APPENDADAS. EVENTO SEM VALOR NO
      * CENTRO NAO GERA LINHA; PROVISAO SO ENTRA COM OS SALDOS DO MES.
       GRAVAR-RATEIO.
           MOVE ZEROS TO WS-QTD-RATEIO-SUBST
           MOVE "N"   TO WS-FIM-RATEIO
           OPEN INPUT RATEIO-FILE
           IF WS-FS-RATEIO = "00"
               OPEN OUTPUT RTTRAB-FILE
               IF WS-FS-RTTRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DO RATEIO: "
                       WS-FS-RTTRAB
                   CLOSE RATEIO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-RATEIO
                   READ RATEIO-FILE
                       AT END
                           SET FIM-RATEIO TO TRUE
                       NOT AT END
                           IF RT-COMPETENCIA = WS-COMP-RATEIO
                               ADD 1 TO WS-QTD-RATEIO-SUBST
                           ELSE
                               MOVE RT-RATEIO-REC TO TT-RATEIO-REC
                               WRITE TT-RATEIO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATEIO-FILE
               CLOSE RTTRAB-FILE

               MOVE "N" TO WS-FIM-RATEIO
               OPEN INPUT RTTRAB-FILE
               OPEN OUTPUT RATEIO-FILE
               IF WS-FS-RTTRAB NOT = "00" OR WS-FS-RATEIO NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR O RATEIO: "
                       WS-FS-RTTRAB "/" WS-FS-RATEIO
                   CLOSE RELATORIO-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-RATEIO
                   READ RTTRAB-FILE
                       AT END
                           SET FIM-RATEIO TO TRUE
                       NOT AT END
                           MOVE TT-RATEIO-REC TO RT-RATEIO-REC
                           WRITE RT-RATEIO-REC
                   END-READ
               END-PERFORM
               CLOSE RTTRAB-FILE
               CLOSE RATEIO-FILE
           END-IF

           OPEN EXTEND RATEIO-FILE
           IF WS-FS-RATEIO = "35"
               OPEN OUTPUT RATEIO-FILE
               CLOSE RATEIO-FILE
               OPEN EXTEND RATEIO-FILE
           END-IF
           IF WS-FS-RATEIO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O RATEIO: " WS-FS-RATEIO
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WS-QTD-RATEIO
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-IDX-SEM-LOTACAO
               PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                       UNTIL WS-IDX-EVENTO > 6
                   PERFORM OBTER-VALOR-EVENTO
                   IF WS-VALOR-EVENTO NOT = 0
                       MOVE WS-COMP-RATEIO TO RT-COMPETENCIA
                       MOVE WS-CC-CODIGO(WS-IDX-CC) TO RT-CENTRO-CUSTO
                       MOVE WS-EVENTO-RATEIO(WS-IDX-EVENTO)
                           TO RT-EVENTO
                       MOVE WS-VALOR-EVENTO TO RT-VALOR
                       WRITE RT-RATEIO-REC
                       ADD 1 TO WS-QTD-RATEIO
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE RATEIO-FILE
           IF WS-QTD-RATEIO-SUBST > 0
               DISPLAY "RERUN DA COMPETENCIA " WS-COMP-RATEIO " - "
                   WS-QTD-RATEIO-SUBST " LINHA(S) DE RATEIO "
                   "SUBSTITUIDA(S)"
           END-IF.

      * VALOR DO EVENTO CORRENTE NO CENTRO CORRENTE.
       OBTER-VALOR-EVENTO.
           EVALUATE WS-IDX-EVENTO
               WHEN 1
                   MOVE WS-CC-BRUTO-FOL(WS-IDX-CC) TO WS-VALOR-EVENTO
               WHEN 2
                   MOVE WS-CC-BRUTO-CPL(WS-IDX-CC) TO WS-VALOR-EVENTO
               WHEN 3
                   MOVE WS-CC-PRV-13(WS-IDX-CC) TO WS-VALOR-EVENTO
               WHEN 4
                   MOVE WS-CC-PRV-FERIAS(WS-IDX-CC) TO WS-VALOR-EVENTO
               WHEN 5
                   MOVE WS-CC-RES-VERBAS(WS-IDX-CC) TO WS-VALOR-EVENTO
               WHEN OTHER
                   MOVE WS-CC-RES-FGTS(WS-IDX-CC) TO WS-VALOR-EVENTO
           END-EVALUATE
           IF (WS-IDX-EVENTO = 3 OR WS-IDX-EVENTO = 4)
                   AND NOT TEM-PROV-ATUAL
               MOVE ZEROS TO WS-VALOR-EVENTO
           END-IF.

      * O RATEIO GRAVADO, CENTRO A CENTRO, PARA O CONTADOR CONFERIR
      * COM O LOTE DO A033.
       IMPRIMIR-RATEIO-CONTABIL.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-RATEIO
           MOVE "RATEIO DOS EVENTOS CONTABEIS DE DESPESA POR CENTRO"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-RATEIO
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-IDX-SEM-LOTACAO
               PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                       UNTIL WS-IDX-EVENTO > 6
                   PERFORM OBTER-VALOR-EVENTO
                   IF WS-VALOR-EVENTO NOT = 0
                       MOVE WS-VALOR-EVENTO TO WS-AUX-VALOR
                       MOVE WS-CC-NOME(WS-IDX-CC) TO WS-NOME-CC
                       MOVE SPACES TO RL-LINHA
                       STRING "  " WS-CC-CODIGO(WS-IDX-CC) " "
                              WS-NOME-CC " "
                              WS-EVENTO-RATEIO(WS-IDX-EVENTO) " "
                              WS-AUX-VALOR
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-RATEIO
                   END-IF
               END-PERFORM
           END-PERFORM.

      * SO RESOLVE A DATA DE MOVIMENTO ANTES DE ABRIR O RELATORIO.
       IMPRIMIR-CABECALHO-INTERNO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO.

       IMPRIMIR-CABECALHO-RATEIO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE SPACES TO RL-LINHA
           STRING "CC   CENTRO DE CUSTO      QUADR  ADM DESL ROTAT%"
                  "         BRUTO      ENCARGOS     PROVISOES"
                  "     RESCISOES    BENEFICIOS   CUSTO TOTAL"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           WRITE RL-LINHA
           MOVE 3 TO WS-CAB-QTD-LINHAS.

       GRAVAR-LINHA-RATEIO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-RATEIO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A040-RATEIO-CENTRO-CUSTO.
