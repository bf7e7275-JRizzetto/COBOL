      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: LANCAMENTOS CONTABEIS DO MES - OS TOTAIS QUE O
      *          CONTADOR AMARRAVA NO RAZAO (FOLHA, PROVISOES,
      *          RESCISOES, FERIAS E MENSALIDADES) ERAM REDIGITADOS UM
      *          A UM NO SISTEMA CONTABIL. ESTE PROGRAMA RECEBE A
      *          COMPETENCIA (CONTABIL_COMPETENCIA, AAAAMM - SEM ELA
      *          VALE O MES DA DATA DE MOVIMENTO), CONFERE NO CONTROLE
      *          DE COMPETENCIAS QUE A FOLHA DO MES JA FOI CALCULADA OU
      *          FECHADA E MONTA O LOTE DE PARTIDAS DEBITO/CREDITO A
      *          PARTIR DE:
      *          - ACUMULADO DE FOLHA (MENSAL, COMPLEMENTAR E AS DUAS
      *            PARCELAS DO 13O): BRUTO, INSS, IRRF E DEMAIS
      *            DESCONTOS;
      *          - SALDOS DE PROVISAO DO A012: CONSTITUICAO DO MES =
      *            SALDO ATUAL - SALDO DO MES ANTERIOR + O QUE FOI
      *            PAGO CONTRA A PROVISAO NO MES;
      *          - HISTORICO DE RESCISOES (A011) E DE FERIAS PAGAS
      *            (A024);
      *          - ADIANTAMENTO QUINZENAL PAGO (A008), QUE A FOLHA
      *            MENSAL BAIXA NO DESCONTO;
      *          - MENSALIDADES COBRADAS (A020) E RECEBIDAS (A022).
      *          CADA EVENTO VIRA CONTA DEBITO/CONTA CREDITO PELO
      *          PLANO DE CONTAS MANTIDO EM PLANO_CONTAS.DAT. EVENTO
      *          SEM MAPEAMENTO, CONTA FORA DO PLANO OU DEBITOS
      *          DIFERENTES DOS CREDITOS RECUSAM O LOTE INTEIRO - O
      *          ARQUIVO DE LANCAMENTOS NAO E GERADO. O BALANCETE POR
      *          CONTA SAI SEMPRE, PARA O CONTADOR CONFERIR ANTES DE
      *          IMPORTAR.
      *          QUANDO O RATEIO POR CENTRO DE CUSTO DA COMPETENCIA
      *          EXISTE (data/RATEIO_CC.DAT, GRAVADO PELO A040), AS
      *          DESPESAS RATEADAS (BRUTO DA FOLHA E DA COMPLEMENTAR,
      *          PROVISOES E RESCISOES) SAEM EM UM LANCAMENTO POR
      *          CENTRO DE CUSTO, DESDE QUE A SOMA DO RATEIO BATA COM
      *          O VALOR DO EVENTO - SENAO O EVENTO SAI INTEIRO, SEM
      *          CENTRO, E A DIVERGENCIA E AVISADA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A033-LANCAMENTOS-CONTABEIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CONTROLE DE COMPETENCIAS DA FOLHA: SO CONTABILIZA COMPETENCIA
      * CALCULADA ("C") OU FECHADA ("F").
           SELECT COMPETENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-COMPET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPET.
      * PLANO DE CONTAS E MAPEAMENTO EVENTO -> CONTA DEBITO/CREDITO,
      * MANTIDO PELA CONTABILIDADE: CONTA NOVA OU MUDANCA DE CONTA E
      * UMA LINHA NOVA, NAO RECOMPILACAO.
           SELECT PLANO-FILE ASSIGN TO DYNAMIC WS-ARQ-PLANO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT ACUMULADO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACUMULADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUMULADO.
           SELECT SALDO-FILE ASSIGN TO DYNAMIC WS-ARQ-SALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALDO.
           SELECT HISTORICO-FILE ASSIGN TO DYNAMIC WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT FERIAS-FILE ASSIGN TO DYNAMIC WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.
           SELECT ADIANTAMENTO-FILE ASSIGN TO DYNAMIC
               WS-ARQ-ADIANTAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADIANTAMENTO.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
           SELECT RECEBIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-RECEBIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEBIMENTO.
      * RATEIO DAS DESPESAS POR CENTRO DE CUSTO (A040).
           SELECT RATEIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RATEIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATEIO.
      * LOTE DE LANCAMENTOS DA COMPETENCIA (LANCAMENTOS_AAAAMM.DAT),
      * SO GRAVADO QUANDO O LOTE FECHA.
           SELECT LANCAMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-LANCAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPETENCIA-FILE.
       COPY COMPETENCIA-REC.
      * PLANO DE CONTAS: "C" = CONTA CONTABIL E NOME; "E" = EVENTO DO
      * SISTEMA, CONTA DEBITO, CONTA CREDITO E HISTORICO PADRAO.
       FD  PLANO-FILE.
       01  PC-CONTA-REC.
           05 PC-TIPO              PIC X(01).
               88 PC-EH-CONTA              VALUE "C".
               88 PC-EH-EVENTO             VALUE "E".
           05 PC-CONTA             PIC X(12).
           05 PC-NOME-CONTA        PIC X(30).
       01  PC-EVENTO-REC.
           05 FILLER               PIC X(01).
           05 PC-EVENTO            PIC X(10).
           05 PC-CONTA-DEBITO      PIC X(12).
           05 PC-CONTA-CREDITO     PIC X(12).
           05 PC-HISTORICO         PIC X(30).
       FD  ACUMULADO-FILE.
       COPY FOLHA-ACUM-REC.
       FD  SALDO-FILE.
       COPY PROVISAO-SALDO-REC.
       FD  HISTORICO-FILE.
       COPY RESC-HIST-REC.
       FD  FERIAS-FILE.
       COPY FERIAS-HIST-REC.
       FD  ADIANTAMENTO-FILE.
       COPY ADIANTAMENTO-REC.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  RECEBIMENTO-FILE.
       COPY RECEBIMENTO-REC.
       FD  RATEIO-FILE.
       COPY RATEIO-CC-REC.
      * O LOTE E GRAVADO PELO REGISTRO QUE CADA TIPO EXIGE - O
      * PRIMEIRO BYTE DIZ SE E HEADER, DETALHE OU TRAILER.
       FD  LANCAMENTO-FILE.
       01  LC-HEADER-REC.
           05 LC-H-TIPO            PIC X(01).
           05 LC-H-COMPETENCIA     PIC 9(06).
           05 LC-H-DATA-LANCAMENTO PIC 9(08).
           05 LC-H-DATA-GERACAO    PIC 9(08).
           05 LC-H-SITUACAO-FOLHA  PIC X(01).
       01  LC-DETALHE-REC.
           05 LC-D-TIPO            PIC X(01).
           05 LC-D-SEQUENCIA       PIC 9(04).
           05 LC-D-DATA            PIC 9(08).
           05 LC-D-EVENTO          PIC X(10).
           05 LC-D-CONTA-DEBITO    PIC X(12).
           05 LC-D-CONTA-CREDITO   PIC X(12).
           05 LC-D-VALOR           PIC 9(09)V99.
           05 LC-D-HISTORICO       PIC X(30).
           05 LC-D-CENTRO-CUSTO    PIC X(04).
       01  LC-TRAILER-REC.
           05 LC-T-TIPO            PIC X(01).
           05 LC-T-QTD-LANCAMENTOS PIC 9(04).
           05 LC-T-TOTAL-DEBITO    PIC 9(11)V99.
           05 LC-T-TOTAL-CREDITO   PIC 9(11)V99.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-COMPET     PIC X(40)
           VALUE "data/FOLHA_COMPETENCIA.DAT".
       01 WS-FS-COMPET                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-PLANO      PIC X(40)
           VALUE "data/PLANO_CONTAS.DAT".
       01 WS-FS-PLANO                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-ACUMULADO  PIC X(40)
           VALUE "data/FOLHA_ACUMULADO.DAT".
       01 WS-FS-ACUMULADO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-SALDO      PIC X(40)
           VALUE "data/PROVISAO_SALDOS.DAT".
       01 WS-FS-SALDO                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-HISTORICO  PIC X(40)
           VALUE "data/RESCISOES_HIST.DAT".
       01 WS-FS-HISTORICO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-FERIAS     PIC X(40)
           VALUE "data/FERIAS_HIST.DAT".
       01 WS-FS-FERIAS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-ADIANTAMENTO PIC X(40)
           VALUE "data/ADIANTAMENTOS.DAT".
       01 WS-FS-ADIANTAMENTO                     PIC X(02) VALUE SPACES.
       01 WS-ARQ-COBRANCA   PIC X(40)
           VALUE "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-RECEBIMENTO PIC X(40)
           VALUE "data/RECEBIMENTOS.DAT".
       01 WS-FS-RECEBIMENTO                      PIC X(02) VALUE SPACES.
       01 WS-ARQ-RATEIO     PIC X(40)
           VALUE "data/RATEIO_CC.DAT".
       01 WS-FS-RATEIO                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-LANCAMENTO PIC X(40) VALUE SPACES.
       01 WS-FS-LANCAMENTO                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/BALANCETE.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-COMPET                          PIC X(01) VALUE "N".
           88 FIM-COMPET                         VALUE "S".
       01 WS-FIM-PLANO                           PIC X(01) VALUE "N".
           88 FIM-PLANO                          VALUE "S".
       01 WS-FIM-ACUMULADO                       PIC X(01) VALUE "N".
           88 FIM-ACUMULADO                      VALUE "S".
       01 WS-FIM-SALDO                           PIC X(01) VALUE "N".
           88 FIM-SALDO                          VALUE "S".
       01 WS-FIM-HISTORICO                       PIC X(01) VALUE "N".
           88 FIM-HISTORICO                      VALUE "S".
       01 WS-FIM-FERIAS                          PIC X(01) VALUE "N".
           88 FIM-FERIAS                         VALUE "S".
       01 WS-FIM-ADIANTAMENTO                    PIC X(01) VALUE "N".
           88 FIM-ADIANTAMENTO                   VALUE "S".
       01 WS-FIM-COBRANCA                        PIC X(01) VALUE "N".
           88 FIM-COBRANCA                       VALUE "S".
       01 WS-FIM-RECEBIMENTO                     PIC X(01) VALUE "N".
           88 FIM-RECEBIMENTO                    VALUE "S".
       01 WS-FIM-RATEIO                          PIC X(01) VALUE "N".
           88 FIM-RATEIO                         VALUE "S".
      * COMPETENCIA DO LOTE: CONTABIL_COMPETENCIA NO AMBIENTE, SENAO O
      * MES DA DATA DE MOVIMENTO (MESMA REGRA DO A030-FECHA-FOLHA). OS
      * LANCAMENTOS SAO DATADOS NO ULTIMO DIA DA COMPETENCIA.
       01 WS-COMP-LOTE-X    PIC X(06) VALUE SPACES.
       01 WS-COMP-LOTE      PIC 9(06) VALUE ZEROS.
       01 WS-COMP-LOTE-R REDEFINES WS-COMP-LOTE.
           05 WS-COMP-ANO   PIC 9(04).
           05 WS-COMP-MES   PIC 9(02).
       01 WS-COMP-ANTERIOR  PIC 9(06) VALUE ZEROS.
       01 WS-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS  PIC 9(08) VALUE ZEROS.
       01 WS-DATA-LANCAMENTO PIC 9(08) VALUE ZEROS.
       01 WS-SITUACAO-FOLHA PIC X(01) VALUE SPACES.
           88 FOLHA-CALCULADA       VALUE "C".
           88 FOLHA-FECHADA         VALUE "F".
      * CONTAS DO PLANO, COM O MOVIMENTO DO LOTE PARA O BALANCETE.
       01 WS-CONTA-TABELA.
           05 WS-CT-ENTRADA OCCURS 100 TIMES.
               10 WS-CT-CONTA        PIC X(12).
               10 WS-CT-NOME         PIC X(30).
               10 WS-CT-DEBITO       PIC 9(11)V99.
               10 WS-CT-CREDITO      PIC 9(11)V99.
       01 WS-QTD-CONTAS     PIC 9(03) VALUE ZEROS.
       01 WS-IDX-CONTA      PIC 9(03) VALUE ZEROS.
       01 WS-IDX-CONTA-ACHADA PIC 9(03) VALUE ZEROS.
       01 WS-CONTA-PROCURADA PIC X(12) VALUE SPACES.
      * MAPEAMENTO EVENTO -> CONTA DEBITO/CONTA CREDITO.
       01 WS-EVENTO-TABELA.
           05 WS-EV-ENTRADA OCCURS 100 TIMES.
               10 WS-EV-EVENTO       PIC X(10).
               10 WS-EV-DEBITO       PIC X(12).
               10 WS-EV-CREDITO      PIC X(12).
               10 WS-EV-HISTORICO    PIC X(30).
       01 WS-QTD-EVENTOS    PIC 9(03) VALUE ZEROS.
       01 WS-IDX-EVENTO     PIC 9(03) VALUE ZEROS.
       01 WS-IDX-EVENTO-ACHADO PIC 9(03) VALUE ZEROS.
      * TIPOS DE FOLHA DO ACUMULADO E O PREFIXO DOS EVENTOS DE CADA
      * UM NO PLANO (FOL-BRUTO, CPL-INSS, 13A-BRUTO, 13B-DESC ...).
       01 WS-TIPOS-INIT.
           05 FILLER        PIC X(07) VALUE "NORMFOL".
           05 FILLER        PIC X(07) VALUE "COMPCPL".
           05 FILLER        PIC X(07) VALUE "13-113A".
           05 FILLER        PIC X(07) VALUE "13-213B".
       01 WS-TIPOS-TAB REDEFINES WS-TIPOS-INIT.
           05 WS-TP-ENTRADA OCCURS 4 TIMES.
               10 WS-TP-TIPO     PIC X(04).
               10 WS-TP-PREFIXO  PIC X(03).
       01 WS-SOMA-TIPO-TABELA.
           05 WS-ST-ENTRADA OCCURS 4 TIMES.
               10 WS-ST-QTD      PIC 9(05).
               10 WS-ST-BRUTO    PIC 9(09)V99.
               10 WS-ST-INSS     PIC 9(09)V99.
               10 WS-ST-IRRF     PIC 9(09)V99.
               10 WS-ST-LIQUIDO  PIC 9(09)V99.
       01 WS-IDX-TIPO       PIC 9(01) VALUE ZERO.
      * SOMAS DAS DEMAIS ORIGENS DA COMPETENCIA.
       01 WS-QTD-RESCISOES  PIC 9(05)    VALUE ZEROS.
       01 WS-RES-VERBAS     PIC 9(09)V99 VALUE ZEROS.
       01 WS-RES-INSS       PIC 9(09)V99 VALUE ZEROS.
       01 WS-RES-IRRF       PIC 9(09)V99 VALUE ZEROS.
       01 WS-RES-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.
       01 WS-RES-FGTS       PIC 9(09)V99 VALUE ZEROS.
       01 WS-QTD-FERIAS     PIC 9(05)    VALUE ZEROS.
       01 WS-FER-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       01 WS-FER-INSS       PIC 9(09)V99 VALUE ZEROS.
       01 WS-FER-IRRF       PIC 9(09)V99 VALUE ZEROS.
      * ADIANTAMENTO QUINZENAL PAGO NA COMPETENCIA E A PARTE DELE QUE
      * A FOLHA MENSAL DESCONTOU (NO MAXIMO OS DESCONTOS DA FOLHA - O
      * QUE NAO COUBE FICA NO ATIVO, A RECEBER DO FUNCIONARIO).
       01 WS-QTD-ADIANTAMENTOS PIC 9(05) VALUE ZEROS.
       01 WS-ADT-PAGO       PIC 9(09)V99 VALUE ZEROS.
       01 WS-ADT-DESCONTADO PIC 9(09)V99 VALUE ZEROS.
       01 WS-QTD-COBRANCAS  PIC 9(05)    VALUE ZEROS.
       01 WS-MEN-FATURADO   PIC 9(09)V99 VALUE ZEROS.
       01 WS-QTD-RECEBIDAS  PIC 9(05)    VALUE ZEROS.
       01 WS-MEN-RECEBIDO   PIC 9(09)V99 VALUE ZEROS.
      * SALDOS DE PROVISAO DA COMPETENCIA E DA ANTERIOR (SEM A
      * ANTERIOR, A PROVISAO E CONSTITUIDA PELO SALDO INTEIRO).
       01 WS-TEM-SALDO-ATUAL PIC X(01) VALUE "N".
           88 TEM-SALDO-ATUAL        VALUE "S".
       01 WS-TEM-SALDO-ANTERIOR PIC X(01) VALUE "N".
           88 TEM-SALDO-ANTERIOR     VALUE "S".
       01 WS-PROV-13-ATUAL       PIC 9(09)V99 VALUE ZEROS.
       01 WS-PROV-13-ANTERIOR    PIC 9(09)V99 VALUE ZEROS.
       01 WS-PROV-FER-ATUAL      PIC 9(09)V99 VALUE ZEROS.
       01 WS-PROV-FER-ANTERIOR   PIC 9(09)V99 VALUE ZEROS.
      * LANCAMENTO EM MONTAGEM: VALOR COM SINAL - NEGATIVO E ESTORNO,
      * QUE INVERTE DEBITO E CREDITO DO MAPEAMENTO.
       01 WS-EVENTO-LANC    PIC X(10) VALUE SPACES.
       01 WS-ITEM-EVENTO    PIC X(07) VALUE SPACES.
       01 WS-VALOR-LANC     PIC S9(09)V99 VALUE ZEROS.
       01 WS-CENTRO-LANC    PIC X(04) VALUE SPACES.
      * RATEIO POR CENTRO DE CUSTO DA COMPETENCIA. O EVENTO SO E
      * RATEADO QUANDO A SOMA DAS LINHAS DELE E O VALOR DO EVENTO.
       01 WS-RATEIO-TABELA.
           05 WS-RT-ENTRADA OCCURS 300 TIMES.
               10 WS-RT-CENTRO       PIC X(04).
               10 WS-RT-EVENTO       PIC X(10).
               10 WS-RT-VALOR        PIC S9(09)V99.
       01 WS-QTD-RATEIO     PIC 9(04) VALUE ZEROS.
       01 WS-IDX-RATEIO     PIC 9(04) VALUE ZEROS.
       01 WS-QTD-RATEIO-EVENTO PIC 9(04) VALUE ZEROS.
       01 WS-SOMA-RATEIO    PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-EVENTO   PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTD-RATEIO-DIVERG PIC 9(04) VALUE ZEROS.
      * LOTE MONTADO. WS-LT-ERRO: "E"=EVENTO SEM MAPEAMENTO,
      * "D"/"C"=CONTA DEBITO/CREDITO FORA DO PLANO.
       01 WS-LOTE-TABELA.
           05 WS-LT-ENTRADA OCCURS 300 TIMES.
               10 WS-LT-EVENTO       PIC X(10).
               10 WS-LT-CENTRO       PIC X(04).
               10 WS-LT-DEBITO       PIC X(12).
               10 WS-LT-CREDITO      PIC X(12).
               10 WS-LT-VALOR        PIC 9(09)V99.
               10 WS-LT-HISTORICO    PIC X(30).
               10 WS-LT-ESTORNO      PIC X(01).
               10 WS-LT-ERRO         PIC X(01).
       01 WS-QTD-LANCAMENTOS PIC 9(04) VALUE ZEROS.
       01 WS-IDX-LANC       PIC 9(04) VALUE ZEROS.
       01 WS-TOT-DEBITO     PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-CREDITO    PIC 9(11)V99 VALUE ZEROS.
       01 WS-QTD-ERROS      PIC 9(04) VALUE ZEROS.
       01 WS-LOTE-RECUSADO  PIC X(01) VALUE "N".
           88 LOTE-RECUSADO         VALUE "S".
      * CAMPOS EDITADOS DO RELATORIO.
       01 WS-SALDO-CONTA    PIC S9(11)V99 VALUE ZEROS.
       01 WS-NATUREZA-SALDO PIC X(01) VALUE SPACES.
       01 WS-AUX-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-DEBITO     PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-CREDITO    PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-MARCA-LINHA    PIC X(14) VALUE SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(110) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "LANCAMENTOS CONTABEIS - A033-LANCAMENTOS-CONTABEIS"

           MOVE "LANCAMENTOS CONTABEIS - BALANCETE" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO

           ACCEPT WS-COMP-LOTE-X FROM ENVIRONMENT
               "CONTABIL_COMPETENCIA"
           IF WS-COMP-LOTE-X IS NUMERIC
                   AND WS-COMP-LOTE-X NOT = "000000"
               MOVE WS-COMP-LOTE-X TO WS-COMP-LOTE
           ELSE
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMP-LOTE
           END-IF
           DISPLAY "COMPETENCIA DO LOTE: " WS-COMP-LOTE
           PERFORM CALCULAR-DATAS-COMPETENCIA

      * COMPETENCIA AINDA ABERTA (OU FORA DO CONTROLE) PODE TER A
      * FOLHA RECALCULADA - NAO SE CONTABILIZA O QUE VAI MUDAR.
           PERFORM VERIFICAR-COMPETENCIA
           IF NOT FOLHA-CALCULADA AND NOT FOLHA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMP-LOTE
                   " NAO CALCULADA NO CONTROLE DA FOLHA (SITUACAO '"
                   WS-SITUACAO-FOLHA "') - LOTE NAO GERADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PLANO
           IF WS-QTD-CONTAS = 0 OR WS-QTD-EVENTOS = 0
               DISPLAY "PLANO DE CONTAS AUSENTE OU VAZIO ("
                   WS-FS-PLANO ") - LOTE NAO GERADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR BALANCETE: " WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-LOTE
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
                  "  FOLHA NA SITUACAO " WS-SITUACAO-FOLHA
                  "  DATA DOS LANCAMENTOS " WS-DATA-LANCAMENTO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-LOTE

           INITIALIZE WS-SOMA-TIPO-TABELA
           PERFORM SOMAR-ACUMULADO
           PERFORM LER-SALDOS-PROVISAO
           PERFORM SOMAR-RESCISOES
           PERFORM SOMAR-FERIAS
           PERFORM SOMAR-ADIANTAMENTOS
           PERFORM SOMAR-COBRANCAS
           PERFORM SOMAR-RECEBIMENTOS
           PERFORM CARREGAR-RATEIO

           PERFORM MONTAR-LANCAMENTOS
           PERFORM IMPRIMIR-LANCAMENTOS
           PERFORM IMPRIMIR-BALANCETE

           IF WS-QTD-ERROS > 0 OR WS-TOT-DEBITO NOT = WS-TOT-CREDITO
               MOVE "S" TO WS-LOTE-RECUSADO
           END-IF

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-LOTE
           IF LOTE-RECUSADO
               MOVE SPACES TO RL-LINHA
               STRING "*** LOTE RECUSADO - " WS-QTD-ERROS
                      " ERRO(S) DE CONTA OU LOTE SEM FECHAR - "
                      "ARQUIVO NAO GERADO ***"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-LOTE
           ELSE
               PERFORM GRAVAR-LOTE
           END-IF

           CLOSE RELATORIO-FILE

           DISPLAY "LOTE " WS-COMP-LOTE
               ": LANCAMENTOS=" WS-QTD-LANCAMENTOS
               " DEBITO=" WS-TOT-DEBITO
               " CREDITO=" WS-TOT-CREDITO
               " ERROS=" WS-QTD-ERROS

      * LOTE QUE NAO FECHA E ERRO DE DADOS - A CONTABILIDADE AJUSTA O
      * PLANO E O LOTE E REGERADO. FOLHA SO CALCULADA (AINDA NAO
      * FECHADA) OU SEM SALDOS DE PROVISAO DO MES E ALERTA.
           EVALUATE TRUE
               WHEN LOTE-RECUSADO
                   DISPLAY "LOTE CONTABIL RECUSADO - VER BALANCETE"
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               WHEN WS-QTD-RATEIO-DIVERG > 0
                   DISPLAY "RATEIO POR CENTRO DE CUSTO DIVERGENTE EM "
                       WS-QTD-RATEIO-DIVERG " EVENTO(S) - LANCADOS "
                       "SEM CENTRO"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN NOT TEM-SALDO-ATUAL
                   DISPLAY "SEM SALDOS DE PROVISAO DA COMPETENCIA - "
                       "PROVISOES FORA DO LOTE"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN FOLHA-CALCULADA
                   DISPLAY "FOLHA DA COMPETENCIA AINDA NAO FECHADA - "
                       "REGERAR O LOTE SE HOUVER RECALCULO"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RC-NORMAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * COMPETENCIA ANTERIOR (PARA A DIFERENCA DAS PROVISOES) E O
      * ULTIMO DIA DA COMPETENCIA (DATA DOS LANCAMENTOS).
       CALCULAR-DATAS-COMPETENCIA.
           IF WS-COMP-MES = 1
               COMPUTE WS-COMP-ANTERIOR = (WS-COMP-ANO - 1) * 100 + 12
               COMPUTE WS-DATA-AUX = WS-COMP-LOTE * 100 + 101
           ELSE
               COMPUTE WS-COMP-ANTERIOR = WS-COMP-LOTE - 1
               IF WS-COMP-MES = 12
                   COMPUTE WS-DATA-AUX = (WS-COMP-ANO + 1) * 10000
                       + 101
               ELSE
                   COMPUTE WS-DATA-AUX = WS-COMP-LOTE * 100 + 101
               END-IF
           END-IF
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-LANCAMENTO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).

       VERIFICAR-COMPETENCIA.
           MOVE SPACES TO WS-SITUACAO-FOLHA
           MOVE "N"    TO WS-FIM-COMPET
           OPEN INPUT COMPETENCIA-FILE
           IF WS-FS-COMPET NOT = "00"
               DISPLAY "SEM CONTROLE DE COMPETENCIAS ("
                   WS-FS-COMPET ")"
           ELSE
               PERFORM UNTIL FIM-COMPET
                   READ COMPETENCIA-FILE
                       AT END
                           SET FIM-COMPET TO TRUE
                       NOT AT END
                           IF FC-COMPETENCIA = WS-COMP-LOTE
                               MOVE FC-SITUACAO TO WS-SITUACAO-FOLHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPETENCIA-FILE
           END-IF.

      * CARREGA CONTAS E EVENTOS DO PLANO - LINHA DE TIPO DESCONHECIDO
      * E IGNORADA E AVISADA.
       CARREGAR-PLANO.
           MOVE ZEROS TO WS-QTD-CONTAS
           MOVE ZEROS TO WS-QTD-EVENTOS
           MOVE "N"   TO WS-FIM-PLANO
           OPEN INPUT PLANO-FILE
           IF WS-FS-PLANO = "00"
               PERFORM UNTIL FIM-PLANO
                   READ PLANO-FILE
                       AT END
                           SET FIM-PLANO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-LINHA-PLANO
                   END-READ
               END-PERFORM
               CLOSE PLANO-FILE
               DISPLAY "PLANO DE CONTAS: " WS-QTD-CONTAS " CONTAS, "
                   WS-QTD-EVENTOS " EVENTOS"
           END-IF.

       GUARDAR-LINHA-PLANO.
           EVALUATE TRUE
               WHEN PC-EH-CONTA
                   IF WS-QTD-CONTAS < 100
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE PC-CONTA
                           TO WS-CT-CONTA(WS-QTD-CONTAS)
                       MOVE PC-NOME-CONTA
                           TO WS-CT-NOME(WS-QTD-CONTAS)
                       MOVE ZEROS TO WS-CT-DEBITO(WS-QTD-CONTAS)
                       MOVE ZEROS TO WS-CT-CREDITO(WS-QTD-CONTAS)
                   ELSE
                       DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                           "IGNORADA: " PC-CONTA
                   END-IF
               WHEN PC-EH-EVENTO
                   IF WS-QTD-EVENTOS < 100
                       ADD 1 TO WS-QTD-EVENTOS
                       MOVE PC-EVENTO
                           TO WS-EV-EVENTO(WS-QTD-EVENTOS)
                       MOVE PC-CONTA-DEBITO
                           TO WS-EV-DEBITO(WS-QTD-EVENTOS)
                       MOVE PC-CONTA-CREDITO
                           TO WS-EV-CREDITO(WS-QTD-EVENTOS)
                       MOVE PC-HISTORICO
                           TO WS-EV-HISTORICO(WS-QTD-EVENTOS)
                   ELSE
                       DISPLAY "TABELA DE EVENTOS CHEIA - EVENTO "
                           "IGNORADO: " PC-EVENTO
                   END-IF
               WHEN OTHER
                   DISPLAY "LINHA DO PLANO DE CONTAS IGNORADA - TIPO '"
                       PC-TIPO "'"
           END-EVALUATE.

      * SOMA O ACUMULADO DA COMPETENCIA POR TIPO DE FOLHA - ARQUIVO
      * AUSENTE E MES SEM FOLHA NO LOTE.
       SOMAR-ACUMULADO.
           MOVE "N" TO WS-FIM-ACUMULADO
           OPEN INPUT ACUMULADO-FILE
           IF WS-FS-ACUMULADO NOT = "00"
               DISPLAY "SEM ACUMULADO DE FOLHA (" WS-FS-ACUMULADO
                   ") - LOTE SEM FOLHA"
           ELSE
               PERFORM UNTIL FIM-ACUMULADO
                   READ ACUMULADO-FILE
                       AT END
                           SET FIM-ACUMULADO TO TRUE
                       NOT AT END
                           IF AC-COMPETENCIA = WS-COMP-LOTE
                               PERFORM ACUMULAR-TIPO-FOLHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUMULADO-FILE
           END-IF.

       ACUMULAR-TIPO-FOLHA.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 4
               IF WS-TP-TIPO(WS-IDX-TIPO) = AC-TIPO-FOLHA
                   ADD 1           TO WS-ST-QTD(WS-IDX-TIPO)
                   ADD AC-BRUTO    TO WS-ST-BRUTO(WS-IDX-TIPO)
                   ADD AC-INSS     TO WS-ST-INSS(WS-IDX-TIPO)
                   ADD AC-IRRF     TO WS-ST-IRRF(WS-IDX-TIPO)
                   ADD AC-LIQUIDO  TO WS-ST-LIQUIDO(WS-IDX-TIPO)
               END-IF
           END-PERFORM.

      * SALDOS DE PROVISAO GRAVADOS PELO A012 NA COMPETENCIA E NA
      * ANTERIOR. PROVISAO DE FERIAS = FERIAS + TERCO.
       LER-SALDOS-PROVISAO.
           MOVE "N" TO WS-FIM-SALDO
           OPEN INPUT SALDO-FILE
           IF WS-FS-SALDO NOT = "00"
               DISPLAY "SEM SALDOS DE PROVISAO (" WS-FS-SALDO ")"
           ELSE
               PERFORM UNTIL FIM-SALDO
                   READ SALDO-FILE
                       AT END
                           SET FIM-SALDO TO TRUE
                       NOT AT END
                           EVALUATE PS-COMPETENCIA
                               WHEN WS-COMP-LOTE
                                   MOVE "S" TO WS-TEM-SALDO-ATUAL
                                   MOVE PS-SALDO-13
                                       TO WS-PROV-13-ATUAL
                                   COMPUTE WS-PROV-FER-ATUAL =
                                       PS-SALDO-FERIAS + PS-SALDO-TERCO
                               WHEN WS-COMP-ANTERIOR
                                   MOVE "S" TO WS-TEM-SALDO-ANTERIOR
                                   MOVE PS-SALDO-13
                                       TO WS-PROV-13-ANTERIOR
                                   COMPUTE WS-PROV-FER-ANTERIOR =
                                       PS-SALDO-FERIAS + PS-SALDO-TERCO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SALDO-FILE
           END-IF
           IF TEM-SALDO-ATUAL AND NOT TEM-SALDO-ANTERIOR
               DISPLAY "SEM SALDO DE PROVISAO EM " WS-COMP-ANTERIOR
                   " - PROVISAO CONSTITUIDA PELO SALDO INTEIRO"
           END-IF.

      * RESCISOES DO MES: VERBAS (SALDO DE SALARIO, AVISO, FERIAS
      * PROPORCIONAIS E TERCO), RETENCOES, LIQUIDO E O FGTS DO
      * DESLIGAMENTO (DEPOSITO E MULTA).
       SOMAR-RESCISOES.
           MOVE "N" TO WS-FIM-HISTORICO
           OPEN INPUT HISTORICO-FILE
           IF WS-FS-HISTORICO = "00"
               PERFORM UNTIL FIM-HISTORICO
                   READ HISTORICO-FILE
                       AT END
                           SET FIM-HISTORICO TO TRUE
                       NOT AT END
                           IF RH-COMPETENCIA = WS-COMP-LOTE
                               ADD 1 TO WS-QTD-RESCISOES
                               ADD RH-SALDO-SALARIO TO WS-RES-VERBAS
                               ADD RH-AVISO-PREVIO  TO WS-RES-VERBAS
                               ADD RH-FERIAS-PROP   TO WS-RES-VERBAS
                               ADD RH-TERCO-FERIAS  TO WS-RES-VERBAS
                               ADD RH-INSS          TO WS-RES-INSS
                               ADD RH-IRRF          TO WS-RES-IRRF
                               ADD RH-TOTAL-LIQUIDO TO WS-RES-LIQUIDO
                               ADD RH-DEPOSITO-FGTS TO WS-RES-FGTS
                               ADD RH-MULTA-FGTS    TO WS-RES-FGTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       SOMAR-FERIAS.
           MOVE "N" TO WS-FIM-FERIAS
           OPEN INPUT FERIAS-FILE
           IF WS-FS-FERIAS = "00"
               PERFORM UNTIL FIM-FERIAS
                   READ FERIAS-FILE
                       AT END
                           SET FIM-FERIAS TO TRUE
                       NOT AT END
                           IF FH-COMPETENCIA = WS-COMP-LOTE
                               ADD 1 TO WS-QTD-FERIAS
                               ADD FH-VALOR-FERIAS TO WS-FER-BRUTO
                               ADD FH-TERCO-FERIAS TO WS-FER-BRUTO
                               ADD FH-INSS         TO WS-FER-INSS
                               ADD FH-IRRF         TO WS-FER-IRRF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIAS-FILE
           END-IF.

       SOMAR-ADIANTAMENTOS.
           MOVE "N" TO WS-FIM-ADIANTAMENTO
           OPEN INPUT ADIANTAMENTO-FILE
           IF WS-FS-ADIANTAMENTO = "00"
               PERFORM UNTIL FIM-ADIANTAMENTO
                   READ ADIANTAMENTO-FILE
                       AT END
                           SET FIM-ADIANTAMENTO TO TRUE
                       NOT AT END
                           IF AD-COMPETENCIA = WS-COMP-LOTE
                               ADD 1        TO WS-QTD-ADIANTAMENTOS
                               ADD AD-VALOR TO WS-ADT-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIANTAMENTO-FILE
           END-IF.

      * MENSALIDADES COBRADAS: TODA A CARTEIRA DA COMPETENCIA, QUALQUER
      * QUE SEJA A SITUACAO DA COBRANCA HOJE - MENOS A CANCELADA NA
      * SAIDA DO ALUNO (022-SAIDA-ALUNO), QUE NUNCA SERA DEVIDA E NAO
      * E RECEITA. PARCELA DE ACORDO NAO E FATURAMENTO NOVO - A
      * MENSALIDADE RENEGOCIADA JA FOI FATURADA NA COMPETENCIA DELA.
       SOMAR-COBRANCAS.
           MOVE "N" TO WS-FIM-COBRANCA
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA = "00"
               PERFORM UNTIL FIM-COBRANCA
                   READ COBRANCA-FILE
                       AT END
                           SET FIM-COBRANCA TO TRUE
                       NOT AT END
                           IF CB-COMPETENCIA = WS-COMP-LOTE
                                   AND NOT CB-PARCELA-ACORDO
                                   AND NOT CB-CANCELADA
                               ADD 1        TO WS-QTD-COBRANCAS
                               ADD CB-VALOR TO WS-MEN-FATURADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-FILE
           END-IF.

      * MENSALIDADES RECEBIDAS: PELA DATA DO RECEBIMENTO NO MES, NAO
      * PELA COMPETENCIA DA COBRANCA - ATRASADA PAGA AGORA ENTRA AGORA.
       SOMAR-RECEBIMENTOS.
           MOVE "N" TO WS-FIM-RECEBIMENTO
           OPEN INPUT RECEBIMENTO-FILE
           IF WS-FS-RECEBIMENTO = "00"
               PERFORM UNTIL FIM-RECEBIMENTO
                   READ RECEBIMENTO-FILE
                       AT END
                           SET FIM-RECEBIMENTO TO TRUE
                       NOT AT END
                           IF RB-DATA-RECEBIMENTO(1:6) = WS-COMP-LOTE
                               ADD 1        TO WS-QTD-RECEBIDAS
                               ADD RB-VALOR TO WS-MEN-RECEBIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEBIMENTO-FILE
           END-IF.

      * RATEIO POR CENTRO DE CUSTO DA COMPETENCIA. SEM ARQUIVO OU SEM
      * LINHAS DA COMPETENCIA, TODOS OS EVENTOS SAEM SEM CENTRO.
       CARREGAR-RATEIO.
           MOVE ZEROS TO WS-QTD-RATEIO
           MOVE "N"   TO WS-FIM-RATEIO
           OPEN INPUT RATEIO-FILE
           IF WS-FS-RATEIO = "00"
               PERFORM UNTIL FIM-RATEIO
                   READ RATEIO-FILE
                       AT END
                           SET FIM-RATEIO TO TRUE
                       NOT AT END
                           IF RT-COMPETENCIA = WS-COMP-LOTE
                               PERFORM GUARDAR-LINHA-RATEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATEIO-FILE
           END-IF
           DISPLAY "LINHAS DE RATEIO POR CENTRO DE CUSTO: "
               WS-QTD-RATEIO.

       GUARDAR-LINHA-RATEIO.
           IF WS-QTD-RATEIO < 300
               ADD 1 TO WS-QTD-RATEIO
               MOVE RT-CENTRO-CUSTO TO WS-RT-CENTRO(WS-QTD-RATEIO)
               MOVE RT-EVENTO       TO WS-RT-EVENTO(WS-QTD-RATEIO)
               MOVE RT-VALOR        TO WS-RT-VALOR(WS-QTD-RATEIO)
           ELSE
               ADD 1 TO WS-QTD-RATEIO-DIVERG
               DISPLAY "TABELA DE RATEIO CHEIA - LINHA IGNORADA: "
                   RT-CENTRO-CUSTO " " RT-EVENTO
           END-IF.

      * TRANSFORMA AS SOMAS EM LANCAMENTOS. "DESC" E TUDO O QUE O
      * LIQUIDO NAO EXPLICA PELO BRUTO MENOS INSS E IRRF (CONSIGNADO,
      * DEMAIS DESCONTOS; NA SEGUNDA PARCELA DO 13O, O ADIANTAMENTO
      * DA PRIMEIRA). O 13O PAGO NA SEGUNDA PARCELA E AS FERIAS PAGAS
      * BAIXAM A PROVISAO, POR ISSO ENTRAM NA CONSTITUICAO DO MES. NA
      * FOLHA MENSAL O ADIANTAMENTO QUINZENAL DESCONTADO SAI DO "DESC"
      * E BAIXA O ATIVO LANCADO NO PAGAMENTO DO ADIANTAMENTO.
       MONTAR-LANCAMENTOS.
           MOVE "ADT-PAGTO" TO WS-EVENTO-LANC
           MOVE WS-ADT-PAGO TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 4
               IF WS-ST-QTD(WS-IDX-TIPO) > 0
                   MOVE "-BRUTO" TO WS-ITEM-EVENTO
                   MOVE WS-ST-BRUTO(WS-IDX-TIPO) TO WS-VALOR-LANC
                   PERFORM GERAR-LANCAMENTO-FOLHA
                   MOVE "-INSS" TO WS-ITEM-EVENTO
                   MOVE WS-ST-INSS(WS-IDX-TIPO) TO WS-VALOR-LANC
                   PERFORM GERAR-LANCAMENTO-FOLHA
                   MOVE "-IRRF" TO WS-ITEM-EVENTO
                   MOVE WS-ST-IRRF(WS-IDX-TIPO) TO WS-VALOR-LANC
                   PERFORM GERAR-LANCAMENTO-FOLHA
                   MOVE "-DESC" TO WS-ITEM-EVENTO
                   COMPUTE WS-VALOR-LANC =
                       WS-ST-BRUTO(WS-IDX-TIPO)
                       - WS-ST-INSS(WS-IDX-TIPO)
                       - WS-ST-IRRF(WS-IDX-TIPO)
                       - WS-ST-LIQUIDO(WS-IDX-TIPO)
                   IF WS-IDX-TIPO = 1
                       PERFORM APURAR-ADIANTAMENTO-DESCONTADO
                       SUBTRACT WS-ADT-DESCONTADO FROM WS-VALOR-LANC
                   END-IF
                   PERFORM GERAR-LANCAMENTO-FOLHA
                   IF WS-IDX-TIPO = 1
                       MOVE "-ADTO" TO WS-ITEM-EVENTO
                       MOVE WS-ADT-DESCONTADO TO WS-VALOR-LANC
                       PERFORM GERAR-LANCAMENTO-FOLHA
                   END-IF
               END-IF
           END-PERFORM

           IF TEM-SALDO-ATUAL
               MOVE "PRV-13" TO WS-EVENTO-LANC
               COMPUTE WS-VALOR-LANC =
                   WS-PROV-13-ATUAL - WS-PROV-13-ANTERIOR
                   + WS-ST-BRUTO(4)
               PERFORM GERAR-LANCAMENTO
               MOVE "PRV-FERIAS" TO WS-EVENTO-LANC
               COMPUTE WS-VALOR-LANC =
                   WS-PROV-FER-ATUAL - WS-PROV-FER-ANTERIOR
                   + WS-FER-BRUTO
               PERFORM GERAR-LANCAMENTO
           END-IF

           MOVE "RES-VERBAS" TO WS-EVENTO-LANC
           MOVE WS-RES-VERBAS TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO
           MOVE "RES-INSS" TO WS-EVENTO-LANC
           MOVE WS-RES-INSS TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO
           MOVE "RES-IRRF" TO WS-EVENTO-LANC
           MOVE WS-RES-IRRF TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO
           MOVE "RES-DESC" TO WS-EVENTO-LANC
           COMPUTE WS-VALOR-LANC = WS-RES-VERBAS - WS-RES-INSS
               - WS-RES-IRRF - WS-RES-LIQUIDO
           PERFORM GERAR-LANCAMENTO
           MOVE "RES-FGTS" TO WS-EVENTO-LANC
           MOVE WS-RES-FGTS TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO

           MOVE "FER-BRUTO" TO WS-EVENTO-LANC
           MOVE WS-FER-BRUTO TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO
           MOVE "FER-INSS" TO WS-EVENTO-LANC
           MOVE WS-FER-INSS TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO
           MOVE "FER-IRRF" TO WS-EVENTO-LANC
           MOVE WS-FER-IRRF TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO

           MOVE "MEN-FATUR" TO WS-EVENTO-LANC
           MOVE WS-MEN-FATURADO TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO
           MOVE "MEN-RECEB" TO WS-EVENTO-LANC
           MOVE WS-MEN-RECEBIDO TO WS-VALOR-LANC
           PERFORM GERAR-LANCAMENTO.

      * O DESCONTO DA FOLHA MENSAL COBRE O ADIANTAMENTO INTEIRO, A
      * NAO SER QUE O LIQUIDO NAO TENHA DADO (A FOLHA DESCONTA SO O
      * QUE COUBE) - ENTAO O DESCONTADO E O QUE A FOLHA DESCONTOU.
       APURAR-ADIANTAMENTO-DESCONTADO.
           IF WS-VALOR-LANC < WS-ADT-PAGO
               IF WS-VALOR-LANC > 0
                   MOVE WS-VALOR-LANC TO WS-ADT-DESCONTADO
               ELSE
                   MOVE ZEROS TO WS-ADT-DESCONTADO
               END-IF
           ELSE
               MOVE WS-ADT-PAGO TO WS-ADT-DESCONTADO
           END-IF.

       GERAR-LANCAMENTO-FOLHA.
           MOVE SPACES TO WS-EVENTO-LANC
           STRING WS-TP-PREFIXO(WS-IDX-TIPO) WS-ITEM-EVENTO
               DELIMITED BY SPACE INTO WS-EVENTO-LANC
           END-STRING
           PERFORM GERAR-LANCAMENTO.

      * UM LANCAMENTO POR EVENTO COM VALOR - OU, SE O EVENTO TEM
      * RATEIO POR CENTRO DE CUSTO QUE FECHA COM O VALOR, UM POR
      * CENTRO. RATEIO QUE NAO FECHA NAO E USADO (O EVENTO SAI
      * INTEIRO, SEM CENTRO).
       GERAR-LANCAMENTO.
           IF WS-VALOR-LANC NOT = 0
               MOVE ZEROS TO WS-QTD-RATEIO-EVENTO
               MOVE ZEROS TO WS-SOMA-RATEIO
               PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                       UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
                   IF WS-RT-EVENTO(WS-IDX-RATEIO) = WS-EVENTO-LANC
                       ADD 1 TO WS-QTD-RATEIO-EVENTO
                       ADD WS-RT-VALOR(WS-IDX-RATEIO) TO WS-SOMA-RATEIO
                   END-IF
               END-PERFORM
               IF WS-QTD-RATEIO-EVENTO > 0
                       AND WS-SOMA-RATEIO = WS-VALOR-LANC
                   MOVE WS-VALOR-LANC TO WS-VALOR-EVENTO
                   PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                           UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
                       IF WS-RT-EVENTO(WS-IDX-RATEIO) = WS-EVENTO-LANC
                               AND WS-RT-VALOR(WS-IDX-RATEIO) NOT = 0
                           MOVE WS-RT-VALOR(WS-IDX-RATEIO)
                               TO WS-VALOR-LANC
                           MOVE WS-RT-CENTRO(WS-IDX-RATEIO)
                               TO WS-CENTRO-LANC
                           PERFORM INCLUIR-LANCAMENTO
                       END-IF
                   END-PERFORM
                   MOVE WS-VALOR-EVENTO TO WS-VALOR-LANC
               ELSE
                   IF WS-QTD-RATEIO-EVENTO > 0
                       ADD 1 TO WS-QTD-RATEIO-DIVERG
                       DISPLAY "RATEIO DO EVENTO " WS-EVENTO-LANC
                           " NAO FECHA (RATEIO " WS-SOMA-RATEIO
                           " EVENTO " WS-VALOR-LANC ") - SEM CENTRO"
                   END-IF
                   MOVE SPACES TO WS-CENTRO-LANC
                   PERFORM INCLUIR-LANCAMENTO
               END-IF
           END-IF.

      * VALOR NEGATIVO (PROVISAO QUE DIMINUIU, POR EXEMPLO) E
      * ESTORNO: DEBITO E CREDITO DO MAPEAMENTO TROCAM DE LADO. CADA
      * LADO SO SOMA NO BALANCETE SE A CONTA EXISTE NO PLANO.
       INCLUIR-LANCAMENTO.
           IF WS-QTD-LANCAMENTOS < 300
               ADD 1 TO WS-QTD-LANCAMENTOS
               PERFORM PREENCHER-LANCAMENTO
           ELSE
               ADD 1 TO WS-QTD-ERROS
               DISPLAY "TABELA DE LANCAMENTOS CHEIA - EVENTO "
                   "SEM LANCAMENTO: " WS-EVENTO-LANC
           END-IF.

       PREENCHER-LANCAMENTO.
           MOVE WS-QTD-LANCAMENTOS TO WS-IDX-LANC
           MOVE WS-EVENTO-LANC TO WS-LT-EVENTO(WS-IDX-LANC)
           MOVE WS-CENTRO-LANC TO WS-LT-CENTRO(WS-IDX-LANC)
           MOVE SPACES TO WS-LT-ERRO(WS-IDX-LANC)
           MOVE "N"    TO WS-LT-ESTORNO(WS-IDX-LANC)
           IF WS-VALOR-LANC < 0
               MOVE "S" TO WS-LT-ESTORNO(WS-IDX-LANC)
               COMPUTE WS-LT-VALOR(WS-IDX-LANC) = 0 - WS-VALOR-LANC
           ELSE
               MOVE WS-VALOR-LANC TO WS-LT-VALOR(WS-IDX-LANC)
           END-IF

           MOVE ZEROS TO WS-IDX-EVENTO-ACHADO
           PERFORM VARYING WS-IDX-EVENTO FROM 1 BY 1
                   UNTIL WS-IDX-EVENTO > WS-QTD-EVENTOS
                       OR WS-IDX-EVENTO-ACHADO > 0
               IF WS-EV-EVENTO(WS-IDX-EVENTO) = WS-EVENTO-LANC
                   MOVE WS-IDX-EVENTO TO WS-IDX-EVENTO-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-EVENTO-ACHADO = 0
               ADD 1 TO WS-QTD-ERROS
               MOVE "E" TO WS-LT-ERRO(WS-IDX-LANC)
               MOVE SPACES TO WS-LT-DEBITO(WS-IDX-LANC)
               MOVE SPACES TO WS-LT-CREDITO(WS-IDX-LANC)
               MOVE "EVENTO SEM MAPEAMENTO NO PLANO"
                   TO WS-LT-HISTORICO(WS-IDX-LANC)
               DISPLAY "EVENTO SEM MAPEAMENTO NO PLANO DE CONTAS: "
                   WS-EVENTO-LANC
           ELSE
               MOVE WS-EV-HISTORICO(WS-IDX-EVENTO-ACHADO)
                   TO WS-LT-HISTORICO(WS-IDX-LANC)
               IF WS-LT-ESTORNO(WS-IDX-LANC) = "S"
                   MOVE WS-EV-CREDITO(WS-IDX-EVENTO-ACHADO)
                       TO WS-LT-DEBITO(WS-IDX-LANC)
                   MOVE WS-EV-DEBITO(WS-IDX-EVENTO-ACHADO)
                       TO WS-LT-CREDITO(WS-IDX-LANC)
               ELSE
                   MOVE WS-EV-DEBITO(WS-IDX-EVENTO-ACHADO)
                       TO WS-LT-DEBITO(WS-IDX-LANC)
                   MOVE WS-EV-CREDITO(WS-IDX-EVENTO-ACHADO)
                       TO WS-LT-CREDITO(WS-IDX-LANC)
               END-IF

               MOVE WS-LT-DEBITO(WS-IDX-LANC) TO WS-CONTA-PROCURADA
               PERFORM LOCALIZAR-CONTA
               IF WS-IDX-CONTA-ACHADA = 0
                   ADD 1 TO WS-QTD-ERROS
                   MOVE "D" TO WS-LT-ERRO(WS-IDX-LANC)
               ELSE
                   ADD WS-LT-VALOR(WS-IDX-LANC)
                       TO WS-CT-DEBITO(WS-IDX-CONTA-ACHADA)
                   ADD WS-LT-VALOR(WS-IDX-LANC) TO WS-TOT-DEBITO
               END-IF

               MOVE WS-LT-CREDITO(WS-IDX-LANC) TO WS-CONTA-PROCURADA
               PERFORM LOCALIZAR-CONTA
               IF WS-IDX-CONTA-ACHADA = 0
                   ADD 1 TO WS-QTD-ERROS
                   MOVE "C" TO WS-LT-ERRO(WS-IDX-LANC)
               ELSE
                   ADD WS-LT-VALOR(WS-IDX-LANC)
                       TO WS-CT-CREDITO(WS-IDX-CONTA-ACHADA)
                   ADD WS-LT-VALOR(WS-IDX-LANC) TO WS-TOT-CREDITO
               END-IF
           END-IF.

       LOCALIZAR-CONTA.
           MOVE ZEROS TO WS-IDX-CONTA-ACHADA
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
                       OR WS-IDX-CONTA-ACHADA > 0
               IF WS-CT-CONTA(WS-IDX-CONTA) = WS-CONTA-PROCURADA
                       AND WS-CONTA-PROCURADA NOT = SPACES
                   MOVE WS-IDX-CONTA TO WS-IDX-CONTA-ACHADA
               END-IF
           END-PERFORM
           IF WS-IDX-CONTA-ACHADA = 0
               DISPLAY "CONTA FORA DO PLANO (" WS-CONTA-PROCURADA
                   ") NO EVENTO " WS-EVENTO-LANC
           END-IF.

       IMPRIMIR-LANCAMENTOS.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-LOTE
           MOVE "LANCAMENTOS DO LOTE" TO RL-LINHA
           PERFORM GRAVAR-LINHA-LOTE
           MOVE "SEQ  EVENTO     CC   DEBITO       CREDITO      "
               TO RL-LINHA
           MOVE "         VALOR HISTORICO" TO RL-LINHA(48:24)
           PERFORM GRAVAR-LINHA-LOTE
           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
                   UNTIL WS-IDX-LANC > WS-QTD-LANCAMENTOS
               MOVE WS-LT-VALOR(WS-IDX-LANC) TO WS-AUX-VALOR
               EVALUATE WS-LT-ERRO(WS-IDX-LANC)
                   WHEN "E"
                       MOVE " ** EVENTO **" TO WS-MARCA-LINHA
                   WHEN "D"
                       MOVE " ** CONTA D **" TO WS-MARCA-LINHA
                   WHEN "C"
                       MOVE " ** CONTA C **" TO WS-MARCA-LINHA
                   WHEN OTHER
                       IF WS-LT-ESTORNO(WS-IDX-LANC) = "S"
                           MOVE " (ESTORNO)" TO WS-MARCA-LINHA
                       ELSE
                           MOVE SPACES TO WS-MARCA-LINHA
                       END-IF
               END-EVALUATE
               MOVE SPACES TO RL-LINHA
               STRING WS-IDX-LANC " "
                      WS-LT-EVENTO(WS-IDX-LANC) " "
                      WS-LT-CENTRO(WS-IDX-LANC) " "
                      WS-LT-DEBITO(WS-IDX-LANC) " "
                      WS-LT-CREDITO(WS-IDX-LANC) " "
                      WS-AUX-VALOR " "
                      WS-LT-HISTORICO(WS-IDX-LANC)
                      WS-MARCA-LINHA
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-LOTE
           END-PERFORM.

      * BALANCETE DO LOTE: SO AS CONTAS COM MOVIMENTO, NA ORDEM DO
      * PLANO, COM O SALDO E A NATUREZA (D/C). O TOTAL DE DEBITOS TEM
      * QUE SER IGUAL AO DE CREDITOS.
       IMPRIMIR-BALANCETE.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-LOTE
           MOVE "BALANCETE POR CONTA" TO RL-LINHA
           PERFORM GRAVAR-LINHA-LOTE
           MOVE "CONTA        NOME" TO RL-LINHA
           MOVE "       DEBITOS       CREDITOS          SALDO"
               TO RL-LINHA(44:45)
           PERFORM GRAVAR-LINHA-LOTE
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               IF WS-CT-DEBITO(WS-IDX-CONTA) > 0
                       OR WS-CT-CREDITO(WS-IDX-CONTA) > 0
                   PERFORM IMPRIMIR-CONTA-BALANCETE
               END-IF
           END-PERFORM
           MOVE WS-TOT-DEBITO  TO WS-AUX-DEBITO
           MOVE WS-TOT-CREDITO TO WS-AUX-CREDITO
           MOVE SPACES TO RL-LINHA
           STRING "TOTAIS DO LOTE" "                             "
                  WS-AUX-DEBITO " " WS-AUX-CREDITO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-LOTE
           IF WS-TOT-DEBITO NOT = WS-TOT-CREDITO
               MOVE "  ** DEBITOS DIFERENTES DOS CREDITOS **"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-LOTE
           END-IF.

       IMPRIMIR-CONTA-BALANCETE.
           COMPUTE WS-SALDO-CONTA =
               WS-CT-DEBITO(WS-IDX-CONTA) - WS-CT-CREDITO(WS-IDX-CONTA)
           IF WS-SALDO-CONTA < 0
               MOVE "C" TO WS-NATUREZA-SALDO
               COMPUTE WS-SALDO-CONTA = 0 - WS-SALDO-CONTA
           ELSE
               MOVE "D" TO WS-NATUREZA-SALDO
           END-IF
           MOVE WS-CT-DEBITO(WS-IDX-CONTA)  TO WS-AUX-DEBITO
           MOVE WS-CT-CREDITO(WS-IDX-CONTA) TO WS-AUX-CREDITO
           MOVE WS-SALDO-CONTA              TO WS-AUX-SALDO
           MOVE SPACES TO RL-LINHA
           STRING WS-CT-CONTA(WS-IDX-CONTA) " "
                  WS-CT-NOME(WS-IDX-CONTA)
                  WS-AUX-DEBITO " " WS-AUX-CREDITO " "
                  WS-AUX-SALDO " " WS-NATUREZA-SALDO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-LOTE.

      * LOTE FECHADO: HEADER, UM DETALHE POR LANCAMENTO E O TRAILER
      * COM OS TOTAIS QUE O SISTEMA CONTABIL CONFERE NA IMPORTACAO.
       GRAVAR-LOTE.
           MOVE SPACES TO WS-ARQ-LANCAMENTO
           STRING "data/LANCAMENTOS_" WS-COMP-LOTE ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-LANCAMENTO
           END-STRING
           OPEN OUTPUT LANCAMENTO-FILE
           IF WS-FS-LANCAMENTO NOT = "00"
               DISPLAY "ERRO AO ABRIR LOTE DE LANCAMENTOS: "
                   WS-FS-LANCAMENTO
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "H"                  TO LC-H-TIPO
           MOVE WS-COMP-LOTE         TO LC-H-COMPETENCIA
           MOVE WS-DATA-LANCAMENTO   TO LC-H-DATA-LANCAMENTO
           MOVE WS-CAB-DATA-EXECUCAO TO LC-H-DATA-GERACAO
           MOVE WS-SITUACAO-FOLHA    TO LC-H-SITUACAO-FOLHA
           WRITE LC-HEADER-REC

           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
                   UNTIL WS-IDX-LANC > WS-QTD-LANCAMENTOS
               MOVE "D"                       TO LC-D-TIPO
               MOVE WS-IDX-LANC               TO LC-D-SEQUENCIA
               MOVE WS-DATA-LANCAMENTO        TO LC-D-DATA
               MOVE WS-LT-EVENTO(WS-IDX-LANC) TO LC-D-EVENTO
               MOVE WS-LT-DEBITO(WS-IDX-LANC) TO LC-D-CONTA-DEBITO
               MOVE WS-LT-CREDITO(WS-IDX-LANC)
                   TO LC-D-CONTA-CREDITO
               MOVE WS-LT-VALOR(WS-IDX-LANC)  TO LC-D-VALOR
               MOVE WS-LT-HISTORICO(WS-IDX-LANC) TO LC-D-HISTORICO
               MOVE WS-LT-CENTRO(WS-IDX-LANC) TO LC-D-CENTRO-CUSTO
               WRITE LC-DETALHE-REC
           END-PERFORM

           MOVE "T"                TO LC-T-TIPO
           MOVE WS-QTD-LANCAMENTOS TO LC-T-QTD-LANCAMENTOS
           MOVE WS-TOT-DEBITO      TO LC-T-TOTAL-DEBITO
           MOVE WS-TOT-CREDITO     TO LC-T-TOTAL-CREDITO
           WRITE LC-TRAILER-REC
           CLOSE LANCAMENTO-FILE

           MOVE SPACES TO RL-LINHA
           STRING "LOTE FECHADO - ARQUIVO "
                  FUNCTION TRIM(WS-ARQ-LANCAMENTO)
                  " COM " WS-QTD-LANCAMENTOS " LANCAMENTO(S)"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-LOTE.

       IMPRIMIR-CABECALHO-LOTE.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-LOTE.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-LOTE
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A033-LANCAMENTOS-CONTABEIS.
