      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: POSICAO DIARIA DE CAIXA E PREVISAO DE 30 DIAS UTEIS -
      *          A TESOURARIA NAO TINHA UMA VISAO UNICA DO QUE ENTRA E
      *          DO QUE SAI: AS REMESSAS DE SALARIO E FERIAS SAEM PELO
      *          A013, AS MENSALIDADES VOLTAM PELO RETORNO DO A022 E OS
      *          LOTES DO PGEX001-LOTE TRAZEM AS CONTAS FOLH E MENS, MAS
      *          NINGUEM SABIA DIZER O SALDO DO BANCO NO DIA DA FOLHA.
      *          ESTE PROGRAMA ABRE O DIA COM O SALDO INICIAL (O DO
      *          PARAMETRO DA TESOURARIA QUANDO ELE E DA PROPRIA DATA DE
      *          MOVIMENTO, SENAO O SALDO FINAL DO ULTIMO DIA GRAVADO NO
      *          HISTORICO DE SALDOS), SOMA O REALIZADO DA DATA
      *          (RECEBIMENTOS DE MENSALIDADE E OS TRAILERS DAS
      *          REMESSAS DO DIA DE CADA BANCO), AMARRA O REALIZADO COM
      *          OS TOTAIS POR CONTA DO TOTALIZADOR DE LOTES (MENS =
      *          ENTRADAS, FOLH = SAIDAS) E PROJETA OS PROXIMOS 30 DIAS
      *          UTEIS PELO CALENDARIO DA OPERACAO: MENSALIDADES EM
      *          ABERTO PELO VENCIMENTO, A PROXIMA FOLHA, O
      *          ADIANTAMENTO, AS PARCELAS DO 13O, O REPASSE DOS
      *          CONSIGNADOS E AS GUIAS DE FGTS, INSS E IRRF QUE JA
      *          EXISTIREM. DIA QUE FICA NEGATIVO SAI MARCADO E O PASSO
      *          TERMINA EM ALERTA, COMO A DIVERGENCIA COM OS LOTES.
      *          PARAMETROS (data/CAIXA_PARAM.DAT, OPCIONAL): SALDO
      *          INICIAL COM SINAL, DATA DO SALDO, DIA UTIL DO PAGAMENTO
      *          DA FOLHA (PADRAO 5O), DIA DO ADIANTAMENTO (PADRAO 20) E
      *          DIA DO REPASSE DOS CONSIGNADOS (PADRAO 10). O DIA DE
      *          VENCIMENTO DAS MENSALIDADES E O MESMO DOS ACORDOS
      *          (data/ACORDO_PARAM.DAT, PADRAO 10).
      *          SO LE OS ARQUIVOS DE ORIGEM - GRAVA O RELATORIO E O
      *          HISTORICO DE SALDOS (UMA LINHA POR DATA; O RERUN DA
      *          MESMA DATA SUBSTITUI A LINHA).
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A044-POSICAO-CAIXA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRO DA TESOURARIA: SALDO INICIAL E DIAS DE PAGAMENTO.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
      * DIA DE VENCIMENTO DAS MENSALIDADES (O MESMO DOS ACORDOS).
           SELECT ACORDO-PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-ACPARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACPARAM.
      * HISTORICO DE SALDOS DIARIOS - O SALDO FINAL DE UM DIA E O
      * INICIAL DO DIA SEGUINTE.
           SELECT SALDO-FILE ASSIGN TO DYNAMIC WS-ARQ-SALDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALDOS.
      * CALENDARIO DE FERIADOS DA OPERACAO (O MESMO DO DRIVER).
           SELECT CALENDARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
      * REALIZADO: ENTRADAS PELA DATA DO RECEBIMENTO (A022) E SAIDAS
      * PELO TRAILER DAS REMESSAS DATADAS DE CADA BANCO (A013).
           SELECT RECEBIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-RECEB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECEB.
           SELECT SEQUENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-SEQUENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQUENCIA.
           SELECT REMESSA-FILE ASSIGN TO DYNAMIC WS-ARQ-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.
      * TOTAIS POR CONTA DO TOTALIZADOR DE LOTES (PGEX001-LOTE).
           SELECT CONTA-FILE ASSIGN TO DYNAMIC WS-ARQ-CONTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTAS.
      * ORIGENS DA PROJECAO.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
           SELECT TOTAIS-FILE ASSIGN TO DYNAMIC WS-ARQ-TOTAIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTAIS.
           SELECT ADIANTAMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-ADTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADTO.
           SELECT PROVISAO-FILE ASSIGN TO DYNAMIC WS-ARQ-PROVISAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVISAO.
           SELECT CONSIGNADO-FILE ASSIGN TO DYNAMIC WS-ARQ-CONSIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSIG.
      * GUIAS DE RECOLHIMENTO JA GERADAS (A031 E A032), UM ARQUIVO
      * POR GUIA E COMPETENCIA.
           SELECT GUIA-FILE ASSIGN TO DYNAMIC WS-ARQ-GUIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUIA.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  CP-PARAM-REC.
           05 CP-SALDO-INICIAL     PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05 CP-DATA-SALDO        PIC 9(08).
           05 CP-DIA-UTIL-FOLHA    PIC 9(02).
           05 CP-DIA-ADIANTAMENTO  PIC 9(02).
           05 CP-DIA-CONSIGNADO    PIC 9(02).
      * MESMO LAYOUT DO A042-ACORDO-COBRANCA.
       FD  ACORDO-PARAM-FILE.
       01  RP-PARAM-REC.
           05 RP-PERC-MULTA        PIC 9(03)V99.
           05 RP-PERC-JUROS-MES    PIC 9(03)V99.
           05 RP-DIA-VENCIMENTO    PIC 9(02).
           05 RP-DIAS-TOLERANCIA   PIC 9(03).
       FD  SALDO-FILE.
       01  SC-SALDO-REC.
           05 SC-DATA              PIC 9(08).
           05 SC-SALDO-INICIAL     PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05 SC-ENTRADAS          PIC 9(11)V99.
           05 SC-SAIDAS            PIC 9(11)V99.
           05 SC-SALDO-FINAL       PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
       FD  CALENDARIO-FILE.
       01  CA-CALENDARIO-REC.
           05 CA-DATA              PIC 9(08).
           05 CA-DESCRICAO         PIC X(20).
       FD  RECEBIMENTO-FILE.
       COPY RECEBIMENTO-REC.
       FD  SEQUENCIA-FILE.
       01  SQ-SEQUENCIA-REC.
           05 SQ-BANCO             PIC 9(03).
           05 SQ-ULTIMO-NUMERO     PIC 9(06).
      * DA REMESSA SO INTERESSA O TRAILER - O PRIMEIRO BYTE DIZ O TIPO
      * DO REGISTRO, COMO NO A013.
       FD  REMESSA-FILE.
       01  RM-REMESSA-REC.
           05 RM-TIPO              PIC X(01).
           05 FILLER               PIC X(99).
       01  RM-TRAILER-REC.
           05 RM-T-TIPO            PIC X(01).
           05 RM-T-QUANTIDADE      PIC 9(06).
           05 RM-T-SOMATORIO       PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
       FD  CONTA-FILE.
       COPY LOTE-CONTA-REC.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  TOTAIS-FILE.
       COPY FOLHA-TOT-REC.
       FD  ADIANTAMENTO-FILE.
       COPY ADIANTAMENTO-REC.
       FD  PROVISAO-FILE.
       COPY PROVISAO-SALDO-REC.
       FD  CONSIGNADO-FILE.
       COPY CONSIGNADO-REC.
      * AS TRES GUIAS TEM O MESMO HEADER (TIPO, COMPETENCIA E
      * VENCIMENTO); O TRAILER DO FGTS TRAZ DEPOSITOS E MULTAS ANTES
      * DO TOTAL, O DO INSS E O DO DARF SO A QUANTIDADE E O TOTAL.
       FD  GUIA-FILE.
       01  GU-HEADER-REC.
           05 GU-H-TIPO            PIC X(01).
           05 GU-H-COMPETENCIA     PIC 9(06).
           05 GU-H-VENCIMENTO      PIC 9(08).
           05 FILLER               PIC X(85).
       01  GU-TRAILER-FGTS-REC.
           05 GU-TF-TIPO           PIC X(01).
           05 GU-TF-QUANTIDADE     PIC 9(06).
           05 GU-TF-DEPOSITOS      PIC 9(09)V99.
           05 GU-TF-MULTAS         PIC 9(09)V99.
           05 GU-TF-TOTAL          PIC 9(09)V99.
       01  GU-TRAILER-REC.
           05 GU-T-TIPO            PIC X(01).
           05 GU-T-QTD-DETALHES    PIC 9(02).
           05 GU-T-TOTAL           PIC 9(09)V99.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-PARAM      PIC X(40)
           VALUE "data/CAIXA_PARAM.DAT".
       01 WS-FS-PARAM                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-ACPARAM    PIC X(40)
           VALUE "data/ACORDO_PARAM.DAT".
       01 WS-FS-ACPARAM                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-SALDOS     PIC X(40)
           VALUE "data/CAIXA_SALDOS.DAT".
       01 WS-FS-SALDOS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-CALENDARIO PIC X(40)
           VALUE "data/CALENDARIO.DAT".
       01 WS-FS-CALENDARIO                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-RECEB      PIC X(40)
           VALUE "data/RECEBIMENTOS.DAT".
       01 WS-FS-RECEB                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-SEQUENCIA  PIC X(40)
           VALUE "data/REMESSA_SEQ.DAT".
       01 WS-FS-SEQUENCIA                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-REMESSA    PIC X(40) VALUE SPACES.
       01 WS-FS-REMESSA                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-CONTAS     PIC X(40)
           VALUE "data/LOTE_CONTAS.DAT".
       01 WS-FS-CONTAS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-COBRANCA   PIC X(40)
           VALUE "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-TOTAIS     PIC X(40)
           VALUE "data/FOLHA_TOTAIS.DAT".
       01 WS-FS-TOTAIS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-ADTO       PIC X(40)
           VALUE "data/ADIANTAMENTOS.DAT".
       01 WS-FS-ADTO                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-PROVISAO   PIC X(40)
           VALUE "data/PROVISAO_SALDOS.DAT".
       01 WS-FS-PROVISAO                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-CONSIG     PIC X(40)
           VALUE "data/CONSIGNADOS.DAT".
       01 WS-FS-CONSIG                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-GUIA       PIC X(40) VALUE SPACES.
       01 WS-FS-GUIA                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/POSICAO_CAIXA.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
       01 WS-FIM-CALENDARIO                      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO                     VALUE "S".
      * PARAMETROS EM VIGOR (PADROES QUANDO O ARQUIVO FALTA OU VEM
      * INVALIDO).
       01 WS-TEM-PARAM                           PIC X(01) VALUE "N".
           88 TEM-PARAM                          VALUE "S".
       01 WS-PARAM-SALDO    PIC S9(11)V99 VALUE ZEROS.
       01 WS-PARAM-DATA     PIC 9(08) VALUE ZEROS.
       01 WS-DIA-UTIL-FOLHA PIC 9(02) VALUE 05.
       01 WS-DIA-ADIANTAMENTO PIC 9(02) VALUE 20.
       01 WS-DIA-CONSIGNADO PIC 9(02) VALUE 10.
       01 WS-DIA-VENCIMENTO PIC 9(02) VALUE 10.
      * DATA DE MOVIMENTO E SALDOS DO DIA.
       01 WS-DATA-MOV       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MOV-R REDEFINES WS-DATA-MOV.
           05 WS-MOV-ANO    PIC 9(04).
           05 WS-MOV-MES    PIC 9(02).
           05 WS-MOV-DIA    PIC 9(02).
       01 WS-ORIGEM-SALDO   PIC X(40) VALUE SPACES.
       01 WS-SALDO-INICIAL  PIC S9(11)V99 VALUE ZEROS.
       01 WS-REAL-ENTRADAS  PIC 9(11)V99 VALUE ZEROS.
       01 WS-REAL-SAIDAS    PIC 9(11)V99 VALUE ZEROS.
       01 WS-SALDO-FINAL    PIC S9(11)V99 VALUE ZEROS.
       01 WS-QTD-RECEB      PIC 9(05) VALUE ZEROS.
       01 WS-SEM-SALDO      PIC X(01) VALUE "N".
           88 SEM-SALDO-INICIAL                  VALUE "S".
      * HISTORICO DE SALDOS EM MEMORIA PARA A REGRAVACAO.
       01 WS-SC-TABELA.
           05 WS-SC-ENTRADA OCCURS 400 TIMES.
               10 WS-SC-DATA        PIC 9(08).
               10 WS-SC-INICIAL     PIC S9(11)V99.
               10 WS-SC-ENTRADAS    PIC 9(11)V99.
               10 WS-SC-SAIDAS      PIC 9(11)V99.
               10 WS-SC-FINAL       PIC S9(11)V99.
       01 WS-QTD-SC         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-SC         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-SC-ANT     PIC 9(03) VALUE ZEROS.
      * BANCOS DO CONTROLE DE SEQUENCIA DA REMESSA.
       01 WS-BANCO-TABELA.
           05 WS-BANCO-CODIGO PIC 9(03) OCCURS 20 TIMES.
       01 WS-QTD-BANCOS     PIC 9(02) VALUE ZEROS.
       01 WS-IDX-BANCO      PIC 9(02) VALUE ZEROS.
       01 WS-BANCO-ATUAL    PIC 9(03) VALUE ZEROS.
       01 WS-BANCO-VALOR    PIC S9(09)V99 VALUE ZEROS.
       01 WS-BANCO-QTD      PIC 9(06) VALUE ZEROS.
      * CONFERENCIA COM OS TOTAIS POR CONTA DOS LOTES.
       01 WS-TEM-LOTE                            PIC X(01) VALUE "N".
           88 TEM-LOTE                           VALUE "S".
       01 WS-LOTE-MENS      PIC S9(09)V99 VALUE ZEROS.
       01 WS-LOTE-FOLH      PIC S9(09)V99 VALUE ZEROS.
       01 WS-LOTE-FOLH-ABS  PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTD-DIVERGENCIAS PIC 9(02) VALUE ZEROS.
      * OS 30 DIAS UTEIS DA PREVISAO, COM AS ENTRADAS, AS SAIDAS E O
      * SALDO PROJETADO AO FIM DE CADA DIA.
       01 WS-PV-TABELA.
           05 WS-PV-DIA OCCURS 30 TIMES.
               10 WS-PV-DATA        PIC 9(08).
               10 WS-PV-ENTRADAS    PIC 9(11)V99.
               10 WS-PV-SAIDAS      PIC 9(11)V99.
               10 WS-PV-SALDO       PIC S9(11)V99.
       01 WS-IDX-PV         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-PV-ACH     PIC 9(02) VALUE ZEROS.
       01 WS-PV-FIM         PIC 9(08) VALUE ZEROS.
       01 WS-SALDO-CORRENTE PIC S9(11)V99 VALUE ZEROS.
       01 WS-MENOR-SALDO    PIC S9(11)V99 VALUE ZEROS.
       01 WS-MENOR-DATA     PIC 9(08) VALUE ZEROS.
       01 WS-QTD-NEGATIVOS  PIC 9(02) VALUE ZEROS.
      * EVENTOS PROJETADOS: DATA (JA NO DIA UTIL DA PREVISAO),
      * NATUREZA "E"=ENTRADA / "S"=SAIDA, DESCRICAO E VALOR -
      * MENSALIDADES DO MESMO VENCIMENTO SOMAM NUM EVENTO SO.
       01 WS-EV-TABELA.
           05 WS-EV-ENTRADA OCCURS 200 TIMES.
               10 WS-EV-DATA        PIC 9(08).
               10 WS-EV-NATUREZA    PIC X(01).
               10 WS-EV-DESCRICAO   PIC X(40).
               10 WS-EV-VALOR       PIC 9(11)V99.
               10 WS-EV-QTD         PIC 9(05).
       01 WS-QTD-EVENTOS    PIC 9(03) VALUE ZEROS.
       01 WS-IDX-EV         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-EV-ACH     PIC 9(03) VALUE ZEROS.
      * EVENTO NOVO A REGISTRAR.
       01 WS-NV-DATA        PIC 9(08) VALUE ZEROS.
       01 WS-NV-NATUREZA    PIC X(01) VALUE SPACES.
       01 WS-NV-DESCRICAO   PIC X(40) VALUE SPACES.
       01 WS-NV-VALOR       PIC 9(11)V99 VALUE ZEROS.
       01 WS-NV-ESTIMADO    PIC X(01) VALUE "N".
           88 NV-ESTIMADO                        VALUE "S".
      * PENDENCIAS DA PREVISAO (GUIA AINDA NAO GERADA QUE VENCE NO
      * PERIODO), IMPRESSAS NO FIM.
       01 WS-PD-TABELA.
           05 WS-PD-LINHA   PIC X(90) OCCURS 20 TIMES.
       01 WS-QTD-PENDENCIAS PIC 9(02) VALUE ZEROS.
       01 WS-IDX-PD         PIC 9(02) VALUE ZEROS.
       01 WS-QTD-VENCIDAS   PIC 9(05) VALUE ZEROS.
       01 WS-TOT-VENCIDAS   PIC 9(11)V99 VALUE ZEROS.
       01 WS-SALDO-COBRANCA PIC 9(05)V99 VALUE ZEROS.
      * TOTAIS DE FOLHA POR COMPETENCIA E TIPO (UM RERUN SUBSTITUI A
      * LINHA NO ARQUIVO, ENTAO CADA PAR APARECE UMA VEZ).
       01 WS-TF-TABELA.
           05 WS-TF-ENTRADA OCCURS 200 TIMES.
               10 WS-TF-COMPETENCIA PIC 9(06).
               10 WS-TF-TIPO        PIC X(04).
               10 WS-TF-LIQUIDO     PIC 9(09)V99.
       01 WS-QTD-TF         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-TF         PIC 9(03) VALUE ZEROS.
       01 WS-ULT-COMP-NORM  PIC 9(06) VALUE ZEROS.
       01 WS-ULT-LIQ-NORM   PIC 9(09)V99 VALUE ZEROS.
      * ADIANTAMENTOS SOMADOS POR COMPETENCIA.
       01 WS-AD-TABELA.
           05 WS-AD-ENTRADA OCCURS 36 TIMES.
               10 WS-AD-COMPETENCIA PIC 9(06).
               10 WS-AD-TOTAL       PIC 9(09)V99.
       01 WS-QTD-AD         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AD         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AD-ACH     PIC 9(02) VALUE ZEROS.
       01 WS-ULT-COMP-AD    PIC 9(06) VALUE ZEROS.
       01 WS-ULT-TOT-AD     PIC 9(09)V99 VALUE ZEROS.
      * PROVISAO DE 13O DA ULTIMA COMPETENCIA APURADA.
       01 WS-ULT-COMP-PROV  PIC 9(06) VALUE ZEROS.
       01 WS-SALDO-13       PIC 9(09)V99 VALUE ZEROS.
      * CONSIGNADOS: DESCONTADO POR COMPETENCIA E A PARCELA DOS
      * CONTRATOS ATIVOS (ESTIMATIVA DO MES AINDA NAO DESCONTADO).
       01 WS-CS-TABELA.
           05 WS-CS-ENTRADA OCCURS 36 TIMES.
               10 WS-CS-COMPETENCIA PIC 9(06).
               10 WS-CS-TOTAL       PIC 9(09)V99.
       01 WS-QTD-CS         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-CS         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-CS-ACH     PIC 9(02) VALUE ZEROS.
       01 WS-CS-ATIVOS      PIC 9(09)V99 VALUE ZEROS.
      * MES DE REFERENCIA DA PROJECAO E A COMPETENCIA ANTERIOR A ELE
      * (A FOLHA, O REPASSE E AS GUIAS PAGOS NO MES SAO DA
      * COMPETENCIA ANTERIOR).
       01 WS-IDX-MES        PIC 9(01) VALUE ZERO.
       01 WS-MES-REF.
           05 WS-REF-ANO    PIC 9(04).
           05 WS-REF-MES    PIC 9(02).
       01 WS-MES-REF-N REDEFINES WS-MES-REF PIC 9(06).
       01 WS-COMP-ANT.
           05 WS-ANT-ANO    PIC 9(04).
           05 WS-ANT-MES    PIC 9(02).
       01 WS-COMP-ANT-N REDEFINES WS-COMP-ANT PIC 9(06).
       01 WS-COMP-BUSCA     PIC 9(06) VALUE ZEROS.
       01 WS-TIPO-BUSCA     PIC X(04) VALUE SPACES.
       01 WS-VALOR-ACHADO   PIC 9(11)V99 VALUE ZEROS.
       01 WS-COMP-FMT       PIC X(07) VALUE SPACES.
      * GUIA DA VEZ: "F"=FGTS, "I"=INSS, "D"=DARF DO IRRF.
       01 WS-TIPO-GUIA      PIC X(01) VALUE SPACES.
       01 WS-NOME-GUIA      PIC X(04) VALUE SPACES.
       01 WS-GUIA-VENC      PIC 9(08) VALUE ZEROS.
       01 WS-GUIA-TOTAL     PIC 9(09)V99 VALUE ZEROS.
      * CALENDARIO: DATA EM TESTE E OS FERIADOS DA OPERACAO.
       01 WS-DATA-TESTE.
           05 WS-DT-ANO     PIC 9(04).
           05 WS-DT-MES     PIC 9(02).
           05 WS-DT-DIA     PIC 9(02).
       01 WS-DATA-TESTE-N REDEFINES WS-DATA-TESTE PIC 9(08).
       01 WS-FERIADO-TABELA.
           05 WS-FERIADO    PIC 9(08) OCCURS 50 TIMES.
       01 WS-QTD-FERIADOS   PIC 9(02) VALUE ZEROS.
       01 WS-IDX-FER        PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS  PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       01 WS-EH-DIA-UTIL    PIC X(01) VALUE "N".
           88 EH-DIA-UTIL           VALUE "S".
       01 WS-QTD-SALTOS     PIC 9(02) VALUE ZEROS.
       01 WS-QTD-UTEIS      PIC 9(02) VALUE ZEROS.
      * DATA FORMATADA PARA O RELATORIO.
       01 WS-DATA-FMT-N     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FMT-R REDEFINES WS-DATA-FMT-N.
           05 WS-FMT-ANO    PIC 9(04).
           05 WS-FMT-MES    PIC 9(02).
           05 WS-FMT-DIA    PIC 9(02).
       01 WS-DATA-FMT       PIC X(10) VALUE SPACES.
      * CAMPOS EDITADOS DO RELATORIO.
       01 WS-AUX-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-VALOR-2    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-SALDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WS-AUX-QTD        PIC ZZZZ9.
       01 WS-DESC-NATUREZA  PIC X(07) VALUE SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "POSICAO DE CAIXA E PREVISAO - A044-POSICAO-CAIXA"

           MOVE "POSICAO DE CAIXA E PREVISAO" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-MOV

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE CAIXA: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CALENDARIO
           PERFORM CARREGAR-SALDOS

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-CAIXA

           PERFORM SOMAR-RECEBIMENTOS
           PERFORM SOMAR-REMESSAS
           COMPUTE WS-SALDO-FINAL =
               WS-SALDO-INICIAL + WS-REAL-ENTRADAS - WS-REAL-SAIDAS
           PERFORM IMPRIMIR-REALIZADO
           PERFORM CONFERIR-LOTES

           PERFORM MONTAR-HORIZONTE
           PERFORM CARREGAR-TOTAIS-FOLHA
           PERFORM CARREGAR-ADIANTAMENTOS
           PERFORM CARREGAR-PROVISAO
           PERFORM CARREGAR-CONSIGNADOS
           PERFORM PROJETAR-COBRANCAS
           PERFORM VARYING WS-IDX-MES FROM 0 BY 1
                   UNTIL WS-IDX-MES > 2
               PERFORM PROJETAR-MES
           END-PERFORM
           PERFORM CALCULAR-SALDOS-PROJETADOS
           PERFORM IMPRIMIR-PROJECAO
           PERFORM IMPRIMIR-PENDENCIAS

           CLOSE RELATORIO-FILE

           PERFORM REGRAVAR-SALDOS
           IF WS-FS-SALDOS NOT = "00"
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CAIXA " WS-DATA-MOV
               ": INICIAL=" WS-SALDO-INICIAL
               " ENTRADAS=" WS-REAL-ENTRADAS
               " SAIDAS=" WS-REAL-SAIDAS
               " FINAL=" WS-SALDO-FINAL
           DISPLAY "PREVISAO ATE " WS-PV-FIM
               ": EVENTOS=" WS-QTD-EVENTOS
               " DIAS NEGATIVOS=" WS-QTD-NEGATIVOS
               " MENOR SALDO=" WS-MENOR-SALDO

      * DIA NEGATIVO (REALIZADO OU PROJETADO), REALIZADO QUE NAO
      * BATE COM OS LOTES E CAIXA SEM SALDO INICIAL SAO ALERTA PARA A
      * TESOURARIA - A CADEIA SEGUE.
           IF WS-QTD-NEGATIVOS > 0
                   OR WS-QTD-DIVERGENCIAS > 0
                   OR SEM-SALDO-INICIAL
                   OR WS-SALDO-FINAL < 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * PARAMETRO DA TESOURARIA E DIA DE VENCIMENTO DAS MENSALIDADES;
      * CAMPO INVALIDO FICA COM O PADRAO.
       CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-FS-PARAM NOT = "00"
               DISPLAY "SEM PARAMETRO DE CAIXA (" WS-FS-PARAM
                   ") - DIAS DE PAGAMENTO PADRAO"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARAMETRO DE CAIXA VAZIO - DIAS DE "
                           "PAGAMENTO PADRAO"
                   NOT AT END
                       PERFORM VALIDAR-PARAMETRO
               END-READ
               CLOSE PARAM-FILE
           END-IF

           OPEN INPUT ACORDO-PARAM-FILE
           IF WS-FS-ACPARAM = "00"
               READ ACORDO-PARAM-FILE
                   NOT AT END
                       IF RP-DIA-VENCIMENTO IS NUMERIC
                               AND RP-DIA-VENCIMENTO >= 1
                               AND RP-DIA-VENCIMENTO <= 28
                           MOVE RP-DIA-VENCIMENTO
                               TO WS-DIA-VENCIMENTO
                       END-IF
               END-READ
               CLOSE ACORDO-PARAM-FILE
           END-IF
           DISPLAY "FOLHA NO " WS-DIA-UTIL-FOLHA "O DIA UTIL"
               ", ADIANTAMENTO DIA " WS-DIA-ADIANTAMENTO
               ", CONSIGNADOS DIA " WS-DIA-CONSIGNADO
               ", MENSALIDADES DIA " WS-DIA-VENCIMENTO.

       VALIDAR-PARAMETRO.
           IF CP-SALDO-INICIAL IS NUMERIC
                   AND CP-DATA-SALDO IS NUMERIC
                   AND CP-DATA-SALDO > ZEROS
               MOVE "S"              TO WS-TEM-PARAM
               MOVE CP-SALDO-INICIAL TO WS-PARAM-SALDO
               MOVE CP-DATA-SALDO    TO WS-PARAM-DATA
           ELSE
               DISPLAY "SALDO INICIAL DO PARAMETRO INVALIDO ("
                   CP-SALDO-INICIAL " " CP-DATA-SALDO ")"
           END-IF
           IF CP-DIA-UTIL-FOLHA IS NUMERIC
                   AND CP-DIA-UTIL-FOLHA >= 1
                   AND CP-DIA-UTIL-FOLHA <= 20
               MOVE CP-DIA-UTIL-FOLHA TO WS-DIA-UTIL-FOLHA
           END-IF
           IF CP-DIA-ADIANTAMENTO IS NUMERIC
                   AND CP-DIA-ADIANTAMENTO >= 1
                   AND CP-DIA-ADIANTAMENTO <= 28
               MOVE CP-DIA-ADIANTAMENTO TO WS-DIA-ADIANTAMENTO
           END-IF
           IF CP-DIA-CONSIGNADO IS NUMERIC
                   AND CP-DIA-CONSIGNADO >= 1
                   AND CP-DIA-CONSIGNADO <= 28
               MOVE CP-DIA-CONSIGNADO TO WS-DIA-CONSIGNADO
           END-IF.

      * CARREGA OS FERIADOS DO CALENDARIO DA OPERACAO - ARQUIVO
      * AUSENTE SO CONSIDERA OS FINS DE SEMANA.
       CARREGAR-CALENDARIO.
           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE "N"   TO WS-FIM-CALENDARIO
           OPEN INPUT CALENDARIO-FILE
           IF WS-FS-CALENDARIO NOT = "00"
               DISPLAY "SEM CALENDARIO DA OPERACAO ("
                   WS-FS-CALENDARIO ") - DIAS UTEIS SO POR FIM DE "
                   "SEMANA"
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

      * CARREGA O HISTORICO DE SALDOS (MENOS A LINHA DA PROPRIA DATA,
      * QUE O RERUN SUBSTITUI) E DECIDE O SALDO INICIAL: O PARAMETRO
      * QUANDO E DA DATA DE MOVIMENTO (A TESOURARIA ACERTANDO PELO
      * EXTRATO DO BANCO); SENAO O SALDO FINAL DO ULTIMO DIA ANTERIOR
      * GRAVADO; SEM HISTORICO, O PARAMETRO DE DATA ANTERIOR (PRIMEIRA
      * EXECUCAO); SEM NADA DISSO O CAIXA ABRE ZERADO E AVISADO.
       CARREGAR-SALDOS.
           MOVE ZEROS TO WS-QTD-SC
           MOVE ZEROS TO WS-IDX-SC-ANT
           MOVE "N"   TO WS-FIM-ARQUIVO
           OPEN INPUT SALDO-FILE
           IF WS-FS-SALDOS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ SALDO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF SC-DATA NOT = WS-DATA-MOV
                               PERFORM GUARDAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDO-FILE
           END-IF

           EVALUATE TRUE
               WHEN TEM-PARAM AND WS-PARAM-DATA = WS-DATA-MOV
                   MOVE WS-PARAM-SALDO TO WS-SALDO-INICIAL
                   MOVE "PARAMETRO DA TESOURARIA"
                       TO WS-ORIGEM-SALDO
               WHEN WS-IDX-SC-ANT > 0
                   MOVE WS-SC-FINAL(WS-IDX-SC-ANT)
                       TO WS-SALDO-INICIAL
                   MOVE WS-SC-DATA(WS-IDX-SC-ANT) TO WS-DATA-FMT-N
                   PERFORM FORMATAR-DATA
                   MOVE SPACES TO WS-ORIGEM-SALDO
                   STRING "SALDO FINAL DE " WS-DATA-FMT
                       DELIMITED BY SIZE INTO WS-ORIGEM-SALDO
                   END-STRING
               WHEN TEM-PARAM AND WS-PARAM-DATA < WS-DATA-MOV
                   MOVE WS-PARAM-SALDO TO WS-SALDO-INICIAL
                   MOVE WS-PARAM-DATA TO WS-DATA-FMT-N
                   PERFORM FORMATAR-DATA
                   MOVE SPACES TO WS-ORIGEM-SALDO
                   STRING "PARAMETRO DE " WS-DATA-FMT
                       DELIMITED BY SIZE INTO WS-ORIGEM-SALDO
                   END-STRING
               WHEN OTHER
                   MOVE ZEROS TO WS-SALDO-INICIAL
                   MOVE "S" TO WS-SEM-SALDO
                   MOVE "SEM SALDO INICIAL - CAIXA ABRE ZERADO"
                       TO WS-ORIGEM-SALDO
                   DISPLAY "SEM SALDO INICIAL NO PARAMETRO NEM NO "
                       "HISTORICO - CAIXA ABRE ZERADO"
           END-EVALUATE.

      * GUARDA UMA LINHA DO HISTORICO (NO LIMITE DA TABELA A MAIS
      * ANTIGA SAI) E APONTA O ULTIMO DIA ANTERIOR A DATA DE MOVIMENTO.
       GUARDAR-SALDO.
           IF WS-QTD-SC >= 400
               PERFORM VARYING WS-IDX-SC FROM 1 BY 1
                       UNTIL WS-IDX-SC > 399
                   MOVE WS-SC-ENTRADA(WS-IDX-SC + 1)
                       TO WS-SC-ENTRADA(WS-IDX-SC)
               END-PERFORM
               MOVE 399 TO WS-QTD-SC
               IF WS-IDX-SC-ANT > 0
                   SUBTRACT 1 FROM WS-IDX-SC-ANT
               END-IF
           END-IF
           ADD 1 TO WS-QTD-SC
           MOVE SC-DATA          TO WS-SC-DATA(WS-QTD-SC)
           MOVE SC-SALDO-INICIAL TO WS-SC-INICIAL(WS-QTD-SC)
           MOVE SC-ENTRADAS      TO WS-SC-ENTRADAS(WS-QTD-SC)
           MOVE SC-SAIDAS        TO WS-SC-SAIDAS(WS-QTD-SC)
           MOVE SC-SALDO-FINAL   TO WS-SC-FINAL(WS-QTD-SC)
           IF SC-DATA < WS-DATA-MOV
               IF WS-IDX-SC-ANT = 0
                   MOVE WS-QTD-SC TO WS-IDX-SC-ANT
               ELSE
                   IF SC-DATA > WS-SC-DATA(WS-IDX-SC-ANT)
                       MOVE WS-QTD-SC TO WS-IDX-SC-ANT
                   END-IF
               END-IF
           END-IF.

      * ENTRADAS REALIZADAS: MENSALIDADES QUE O RETORNO DO BANCO
      * BAIXOU COM A DATA DE MOVIMENTO.
       SOMAR-RECEBIMENTOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT RECEBIMENTO-FILE
           IF WS-FS-RECEB NOT = "00"
               DISPLAY "SEM HISTORICO DE RECEBIMENTOS (" WS-FS-RECEB
                   ") - NENHUMA ENTRADA REALIZADA"
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ RECEBIMENTO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF RB-DATA-RECEBIMENTO = WS-DATA-MOV
                               ADD 1 TO WS-QTD-RECEB
                               ADD RB-VALOR TO WS-REAL-ENTRADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEBIMENTO-FILE
           END-IF.

      * SAIDAS REALIZADAS: PARA CADA BANCO DO CONTROLE DE SEQUENCIA,
      * A REMESSA DATADA DO DIA (QUANDO HOUVE) PELO SOMATORIO DO
      * TRAILER - O MESMO VALOR QUE O BANCO DEBITA.
       SOMAR-REMESSAS.
           MOVE ZEROS TO WS-QTD-BANCOS
           MOVE "N"   TO WS-FIM-ARQUIVO
           OPEN INPUT SEQUENCIA-FILE
           IF WS-FS-SEQUENCIA NOT = "00"
               DISPLAY "SEM CONTROLE DE SEQUENCIA DA REMESSA ("
                   WS-FS-SEQUENCIA ") - NENHUMA SAIDA REALIZADA"
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ SEQUENCIA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF WS-QTD-BANCOS < 20
                               ADD 1 TO WS-QTD-BANCOS
                               MOVE SQ-BANCO
                                   TO WS-BANCO-CODIGO(WS-QTD-BANCOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQUENCIA-FILE
           END-IF
           PERFORM VARYING WS-IDX-BANCO FROM 1 BY 1
                   UNTIL WS-IDX-BANCO > WS-QTD-BANCOS
               PERFORM SOMAR-REMESSA-BANCO
           END-PERFORM.

       SOMAR-REMESSA-BANCO.
           MOVE WS-BANCO-CODIGO(WS-IDX-BANCO) TO WS-BANCO-ATUAL
           MOVE ZEROS TO WS-BANCO-VALOR
           MOVE ZEROS TO WS-BANCO-QTD
           MOVE SPACES TO WS-ARQ-REMESSA
           STRING "data/REMESSA_" WS-BANCO-ATUAL "_"
                  WS-DATA-MOV ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-REMESSA
           END-STRING
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT REMESSA-FILE
           IF WS-FS-REMESSA = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ REMESSA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF RM-TIPO = "T"
                               ADD RM-T-SOMATORIO TO WS-BANCO-VALOR
                               ADD RM-T-QUANTIDADE TO WS-BANCO-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMESSA-FILE
               ADD WS-BANCO-VALOR TO WS-REAL-SAIDAS
               MOVE WS-BANCO-VALOR TO WS-AUX-VALOR
               MOVE WS-BANCO-QTD   TO WS-AUX-QTD
               MOVE SPACES TO RL-LINHA
               STRING "  SAIDA   REMESSA DO BANCO " WS-BANCO-ATUAL
                      " (" WS-AUX-QTD " CREDITOS)"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               MOVE WS-AUX-VALOR TO RL-LINHA(64:17)
               PERFORM GRAVAR-LINHA-CAIXA
           END-IF.

      * SALDO INICIAL, ENTRADAS E SAIDAS DO DIA E O SALDO FINAL. AS
      * LINHAS DE CADA REMESSA JA SAIRAM NA SOMA DOS BANCOS.
       IMPRIMIR-REALIZADO.
           MOVE WS-REAL-ENTRADAS TO WS-AUX-VALOR
           MOVE WS-QTD-RECEB TO WS-AUX-QTD
           MOVE SPACES TO RL-LINHA
           STRING "  ENTRADA RECEBIMENTOS DE MENSALIDADE ("
                  WS-AUX-QTD ")"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           MOVE WS-AUX-VALOR TO RL-LINHA(64:17)
           PERFORM GRAVAR-LINHA-CAIXA
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CAIXA

           MOVE WS-REAL-ENTRADAS TO WS-AUX-VALOR
           MOVE WS-REAL-SAIDAS   TO WS-AUX-VALOR-2
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL REALIZADO: ENTRADAS " WS-AUX-VALOR
                  "  SAIDAS " WS-AUX-VALOR-2
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CAIXA
           MOVE WS-SALDO-FINAL TO WS-AUX-SALDO
           MOVE SPACES TO RL-LINHA
           STRING "SALDO FINAL DO DIA......: " WS-AUX-SALDO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           IF WS-SALDO-FINAL < 0
               MOVE "** SALDO NEGATIVO **" TO RL-LINHA(48:20)
               DISPLAY "SALDO FINAL DO DIA NEGATIVO: " WS-SALDO-FINAL
           END-IF
           PERFORM GRAVAR-LINHA-CAIXA.

      * AMARRA O REALIZADO COM OS TOTAIS POR CONTA DOS LOTES POSTADOS
      * NA DATA: O LIQUIDO DA CONTA MENS SAO AS MENSALIDADES QUE
      * ENTRARAM E O DA FOLH (A DEBITO, NEGATIVO) O QUE SAIU PELAS
      * REMESSAS. SEM LOTE NA DATA A CONFERENCIA SO E AVISADA.
       CONFERIR-LOTES.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CONTA-FILE
           IF WS-FS-CONTAS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ CONTA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF LC-DATA-MOVIMENTO = WS-DATA-MOV
                               EVALUATE LC-CONTA
                                   WHEN "MENS"
                                       MOVE "S" TO WS-TEM-LOTE
                                       ADD LC-LIQUIDO TO WS-LOTE-MENS
                                   WHEN "FOLH"
                                       MOVE "S" TO WS-TEM-LOTE
                                       ADD LC-LIQUIDO TO WS-LOTE-FOLH
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-FILE
           END-IF

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CAIXA
           MOVE "CONFERENCIA COM OS TOTAIS POR CONTA DOS LOTES"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-CAIXA
           IF NOT TEM-LOTE
               MOVE "  SEM TOTAIS DE LOTE NA DATA - CONFERENCIA NAO"
                   TO RL-LINHA
               MOVE "FEITA" TO RL-LINHA(49:5)
               PERFORM GRAVAR-LINHA-CAIXA
               DISPLAY "SEM TOTAIS DE LOTE NA DATA - CONFERENCIA NAO "
                   "FEITA"
           ELSE
               MOVE WS-LOTE-MENS     TO WS-AUX-SALDO
               MOVE WS-REAL-ENTRADAS TO WS-AUX-VALOR
               MOVE SPACES TO RL-LINHA
               STRING "  MENS LOTE " WS-AUX-SALDO
                      " REALIZADO " WS-AUX-VALOR
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               IF WS-LOTE-MENS = WS-REAL-ENTRADAS
                   MOVE "OK" TO RL-LINHA(68:2)
               ELSE
                   ADD 1 TO WS-QTD-DIVERGENCIAS
                   MOVE "** DIVERGENCIA **" TO RL-LINHA(68:17)
                   DISPLAY "DIVERGENCIA MENS: LOTE=" WS-LOTE-MENS
                       " RECEBIMENTOS=" WS-REAL-ENTRADAS
               END-IF
               PERFORM GRAVAR-LINHA-CAIXA
               COMPUTE WS-LOTE-FOLH-ABS = 0 - WS-LOTE-FOLH
               MOVE WS-LOTE-FOLH-ABS TO WS-AUX-SALDO
               MOVE WS-REAL-SAIDAS   TO WS-AUX-VALOR
               MOVE SPACES TO RL-LINHA
               STRING "  FOLH LOTE " WS-AUX-SALDO
                      " REALIZADO " WS-AUX-VALOR
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               IF WS-LOTE-FOLH-ABS = WS-REAL-SAIDAS
                   MOVE "OK" TO RL-LINHA(68:2)
               ELSE
                   ADD 1 TO WS-QTD-DIVERGENCIAS
                   MOVE "** DIVERGENCIA **" TO RL-LINHA(68:17)
                   DISPLAY "DIVERGENCIA FOLH: LOTE=" WS-LOTE-FOLH-ABS
                       " REMESSAS=" WS-REAL-SAIDAS
               END-IF
               PERFORM GRAVAR-LINHA-CAIXA
           END-IF.

      * OS 30 DIAS UTEIS SEGUINTES A DATA DE MOVIMENTO.
       MONTAR-HORIZONTE.
           INITIALIZE WS-PV-TABELA
           MOVE WS-DATA-MOV TO WS-DATA-TESTE-N
           PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                   UNTIL WS-IDX-PV > 30
               MOVE ZEROS TO WS-QTD-SALTOS
               PERFORM AVANCAR-E-TESTAR
               PERFORM UNTIL EH-DIA-UTIL OR WS-QTD-SALTOS > 30
                   PERFORM AVANCAR-E-TESTAR
               END-PERFORM
               MOVE WS-DATA-TESTE-N TO WS-PV-DATA(WS-IDX-PV)
           END-PERFORM
           MOVE WS-PV-DATA(30) TO WS-PV-FIM.

      * LIQUIDO DE CADA FOLHA POR COMPETENCIA E TIPO, E A ULTIMA
      * FOLHA MENSAL CALCULADA (BASE DA ESTIMATIVA DA PROXIMA).
       CARREGAR-TOTAIS-FOLHA.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT TOTAIS-FILE
           IF WS-FS-TOTAIS NOT = "00"
               DISPLAY "SEM TOTAIS DE FOLHA (" WS-FS-TOTAIS
                   ") - FOLHA E 13O FORA DA PREVISAO"
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ TOTAIS-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF WS-QTD-TF < 200
                               ADD 1 TO WS-QTD-TF
                               MOVE TF-COMPETENCIA
                                   TO WS-TF-COMPETENCIA(WS-QTD-TF)
                               MOVE TF-TIPO-FOLHA
                                   TO WS-TF-TIPO(WS-QTD-TF)
                               MOVE TF-LIQUIDO
                                   TO WS-TF-LIQUIDO(WS-QTD-TF)
                           END-IF
                           IF TF-TIPO-FOLHA = "NORM"
                                   AND TF-COMPETENCIA >=
                                       WS-ULT-COMP-NORM
                               MOVE TF-COMPETENCIA
                                   TO WS-ULT-COMP-NORM
                               MOVE TF-LIQUIDO TO WS-ULT-LIQ-NORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTAIS-FILE
           END-IF.

      * ADIANTAMENTOS SOMADOS POR COMPETENCIA.
       CARREGAR-ADIANTAMENTOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ADIANTAMENTO-FILE
           IF WS-FS-ADTO = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ ADIANTAMENTO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM ACUMULAR-ADIANTAMENTO
                   END-READ
               END-PERFORM
               CLOSE ADIANTAMENTO-FILE
           END-IF
           PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                   UNTIL WS-IDX-AD > WS-QTD-AD
               IF WS-AD-COMPETENCIA(WS-IDX-AD) > WS-ULT-COMP-AD
                   MOVE WS-AD-COMPETENCIA(WS-IDX-AD)
                       TO WS-ULT-COMP-AD
                   MOVE WS-AD-TOTAL(WS-IDX-AD) TO WS-ULT-TOT-AD
               END-IF
           END-PERFORM.

       ACUMULAR-ADIANTAMENTO.
           MOVE ZEROS TO WS-IDX-AD-ACH
           PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                   UNTIL WS-IDX-AD > WS-QTD-AD OR WS-IDX-AD-ACH > 0
               IF WS-AD-COMPETENCIA(WS-IDX-AD) = AD-COMPETENCIA
                   MOVE WS-IDX-AD TO WS-IDX-AD-ACH
               END-IF
           END-PERFORM
           IF WS-IDX-AD-ACH = 0 AND WS-QTD-AD < 36
               ADD 1 TO WS-QTD-AD
               MOVE WS-QTD-AD TO WS-IDX-AD-ACH
               MOVE AD-COMPETENCIA
                   TO WS-AD-COMPETENCIA(WS-IDX-AD-ACH)
               MOVE ZEROS TO WS-AD-TOTAL(WS-IDX-AD-ACH)
           END-IF
           IF WS-IDX-AD-ACH > 0
               ADD AD-VALOR TO WS-AD-TOTAL(WS-IDX-AD-ACH)
           END-IF.

      * SALDO DE 13O DA ULTIMA PROVISAO APURADA - BASE DA ESTIMATIVA
      * DAS PARCELAS AINDA NAO CALCULADAS PELA FOLHA.
       CARREGAR-PROVISAO.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT PROVISAO-FILE
           IF WS-FS-PROVISAO = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ PROVISAO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF PS-COMPETENCIA >= WS-ULT-COMP-PROV
                               MOVE PS-COMPETENCIA
                                   TO WS-ULT-COMP-PROV
                               MOVE PS-SALDO-13 TO WS-SALDO-13
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISAO-FILE
           END-IF.

      * O QUE A FOLHA DESCONTOU DE CONSIGNADO EM CADA COMPETENCIA (E
      * O QUE SE REPASSA AO BANCO) E A PARCELA DOS CONTRATOS AINDA
      * ATIVOS, PARA A COMPETENCIA QUE AINDA NAO DESCONTOU.
       CARREGAR-CONSIGNADOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CONSIGNADO-FILE
           IF WS-FS-CONSIG = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ CONSIGNADO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM ACUMULAR-CONSIGNADO
                   END-READ
               END-PERFORM
               CLOSE CONSIGNADO-FILE
           END-IF.

       ACUMULAR-CONSIGNADO.
           IF CS-PARCELAS-PAGAS < CS-QTD-PARCELAS AND CS-SALDO > 0
               IF CS-VALOR-PARCELA < CS-SALDO
                   ADD CS-VALOR-PARCELA TO WS-CS-ATIVOS
               ELSE
                   ADD CS-SALDO TO WS-CS-ATIVOS
               END-IF
           END-IF
           IF CS-COMPETENCIA-PAGA > ZEROS
               MOVE ZEROS TO WS-IDX-CS-ACH
               PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                       UNTIL WS-IDX-CS > WS-QTD-CS
                           OR WS-IDX-CS-ACH > 0
                   IF WS-CS-COMPETENCIA(WS-IDX-CS) =
                           CS-COMPETENCIA-PAGA
                       MOVE WS-IDX-CS TO WS-IDX-CS-ACH
                   END-IF
               END-PERFORM
               IF WS-IDX-CS-ACH = 0 AND WS-QTD-CS < 36
                   ADD 1 TO WS-QTD-CS
                   MOVE WS-QTD-CS TO WS-IDX-CS-ACH
                   MOVE CS-COMPETENCIA-PAGA
                       TO WS-CS-COMPETENCIA(WS-IDX-CS-ACH)
                   MOVE ZEROS TO WS-CS-TOTAL(WS-IDX-CS-ACH)
               END-IF
               IF WS-IDX-CS-ACH > 0
                   ADD CS-PARCELA-MES TO WS-CS-TOTAL(WS-IDX-CS-ACH)
               END-IF
           END-IF.

      * MENSALIDADES EM ABERTO ("A" OU REMETIDA "R") PELO VENCIMENTO:
      * DIA DE VENCIMENTO NA COMPETENCIA DA COBRANCA, PRORROGADO PARA
      * O DIA UTIL SEGUINTE COMO NO BANCO. A VENCIDA (INADIMPLENTE,
      * ACORDO ROMPIDO OU VENCIMENTO JA PASSADO) NAO ENTRA NA PREVISAO
      * - SO SAI SOMADA NAS PENDENCIAS.
       PROJETAR-COBRANCAS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "SEM CARTEIRA DE COBRANCAS (" WS-FS-COBRANCA
                   ") - MENSALIDADES FORA DA PREVISAO"
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ COBRANCA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM PROJETAR-COBRANCA
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-FILE
           END-IF.

       PROJETAR-COBRANCA.
           IF CB-VALOR-PAGO < CB-VALOR
               COMPUTE WS-SALDO-COBRANCA = CB-VALOR - CB-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-SALDO-COBRANCA
           END-IF
           IF WS-SALDO-COBRANCA > 0
               EVALUATE TRUE
                   WHEN CB-ABERTA OR CB-REMETIDA
                       MOVE CB-COMPETENCIA TO WS-DATA-TESTE(1:6)
                       MOVE WS-DIA-VENCIMENTO TO WS-DT-DIA
                       PERFORM PRORROGAR-DIA-UTIL
                       IF WS-DATA-TESTE-N > WS-DATA-MOV
                           MOVE WS-DATA-TESTE-N TO WS-NV-DATA
                           MOVE "E" TO WS-NV-NATUREZA
                           MOVE "MENSALIDADES EM ABERTO"
                               TO WS-NV-DESCRICAO
                           MOVE WS-SALDO-COBRANCA TO WS-NV-VALOR
                           MOVE "N" TO WS-NV-ESTIMADO
                           PERFORM REGISTRAR-EVENTO
                       ELSE
                           ADD 1 TO WS-QTD-VENCIDAS
                           ADD WS-SALDO-COBRANCA TO WS-TOT-VENCIDAS
                       END-IF
                   WHEN CB-INADIMPLENTE OR CB-ACORDO-ROMPIDO
                       ADD 1 TO WS-QTD-VENCIDAS
                       ADD WS-SALDO-COBRANCA TO WS-TOT-VENCIDAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * OS PAGAMENTOS DE UM MES DA PREVISAO (O MES DA DATA DE
      * MOVIMENTO E OS DOIS SEGUINTES - 30 DIAS UTEIS NUNCA PASSAM
      * DISSO): FOLHA E REPASSE DOS CONSIGNADOS DA COMPETENCIA
      * ANTERIOR, ADIANTAMENTO DO PROPRIO MES, 13O EM NOVEMBRO E
      * DEZEMBRO E AS GUIAS DA COMPETENCIA ANTERIOR. DATA FORA DO
      * HORIZONTE E DESCARTADA NO REGISTRO DO EVENTO.
       PROJETAR-MES.
           MOVE WS-MOV-ANO TO WS-REF-ANO
           COMPUTE WS-REF-MES = WS-MOV-MES + WS-IDX-MES
           IF WS-REF-MES > 12
               SUBTRACT 12 FROM WS-REF-MES
               ADD 1 TO WS-REF-ANO
           END-IF
           IF WS-REF-MES = 1
               COMPUTE WS-ANT-ANO = WS-REF-ANO - 1
               MOVE 12 TO WS-ANT-MES
           ELSE
               MOVE WS-REF-ANO TO WS-ANT-ANO
               COMPUTE WS-ANT-MES = WS-REF-MES - 1
           END-IF
           MOVE SPACES TO WS-COMP-FMT
           STRING WS-ANT-MES "/" WS-ANT-ANO
               DELIMITED BY SIZE INTO WS-COMP-FMT
           END-STRING

           PERFORM PROJETAR-FOLHA
           PERFORM PROJETAR-ADIANTAMENTO
           PERFORM PROJETAR-CONSIGNADO
           IF WS-REF-MES = 11 OR WS-REF-MES = 12
               PERFORM PROJETAR-13
           END-IF

           MOVE "F"     TO WS-TIPO-GUIA
           MOVE "FGTS"  TO WS-NOME-GUIA
           MOVE SPACES TO WS-ARQ-GUIA
           STRING "data/FGTS_GUIA_" WS-COMP-ANT-N ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-GUIA
           END-STRING
           PERFORM PROJETAR-GUIA
           MOVE "I"     TO WS-TIPO-GUIA
           MOVE "INSS"  TO WS-NOME-GUIA
           MOVE SPACES TO WS-ARQ-GUIA
           STRING "data/GUIA_INSS_" WS-COMP-ANT-N ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-GUIA
           END-STRING
           PERFORM PROJETAR-GUIA
           MOVE "D"     TO WS-TIPO-GUIA
           MOVE "IRRF"  TO WS-NOME-GUIA
           MOVE SPACES TO WS-ARQ-GUIA
           STRING "data/DARF_IRRF_" WS-COMP-ANT-N ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-GUIA
           END-STRING
           PERFORM PROJETAR-GUIA.

      * FOLHA DA COMPETENCIA ANTERIOR NO N-ESIMO DIA UTIL DO MES: O
      * LIQUIDO CALCULADO QUANDO A FOLHA JA RODOU, SENAO O DA ULTIMA
      * FOLHA MENSAL (ESTIMADA).
       PROJETAR-FOLHA.
           MOVE WS-COMP-ANT-N TO WS-COMP-BUSCA
           MOVE "NORM" TO WS-TIPO-BUSCA
           PERFORM BUSCAR-TOTAL-FOLHA
           MOVE "N" TO WS-NV-ESTIMADO
           IF WS-VALOR-ACHADO = 0
               MOVE WS-ULT-LIQ-NORM TO WS-VALOR-ACHADO
               MOVE "S" TO WS-NV-ESTIMADO
           END-IF
           IF WS-VALOR-ACHADO > 0
               PERFORM CALCULAR-DIA-UTIL-N
               MOVE WS-DATA-TESTE-N TO WS-NV-DATA
               MOVE "S" TO WS-NV-NATUREZA
               MOVE SPACES TO WS-NV-DESCRICAO
               STRING "FOLHA MENSAL " WS-COMP-FMT
                   DELIMITED BY SIZE INTO WS-NV-DESCRICAO
               END-STRING
               MOVE WS-VALOR-ACHADO TO WS-NV-VALOR
               PERFORM REGISTRAR-EVENTO
           END-IF.

      * ADIANTAMENTO DO PROPRIO MES NO DIA DO PARAMETRO, ANTECIPADO
      * PARA DIA UTIL: O CALCULADO QUANDO JA EXISTE, SENAO O ULTIMO.
       PROJETAR-ADIANTAMENTO.
           MOVE ZEROS TO WS-VALOR-ACHADO
           MOVE "N" TO WS-NV-ESTIMADO
           PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                   UNTIL WS-IDX-AD > WS-QTD-AD
               IF WS-AD-COMPETENCIA(WS-IDX-AD) = WS-MES-REF-N
                   MOVE WS-AD-TOTAL(WS-IDX-AD) TO WS-VALOR-ACHADO
               END-IF
           END-PERFORM
           IF WS-VALOR-ACHADO = 0
               MOVE WS-ULT-TOT-AD TO WS-VALOR-ACHADO
               MOVE "S" TO WS-NV-ESTIMADO
           END-IF
           IF WS-VALOR-ACHADO > 0
               MOVE WS-MES-REF-N TO WS-DATA-TESTE(1:6)
               MOVE WS-DIA-ADIANTAMENTO TO WS-DT-DIA
               PERFORM ANTECIPAR-DIA-UTIL
               MOVE WS-DATA-TESTE-N TO WS-NV-DATA
               MOVE "S" TO WS-NV-NATUREZA
               MOVE SPACES TO WS-NV-DESCRICAO
               STRING "ADIANTAMENTO " WS-REF-MES "/" WS-REF-ANO
                   DELIMITED BY SIZE INTO WS-NV-DESCRICAO
               END-STRING
               MOVE WS-VALOR-ACHADO TO WS-NV-VALOR
               PERFORM REGISTRAR-EVENTO
           END-IF.

      * REPASSE AO BANCO DO CONSIGNADO DESCONTADO NA FOLHA DA
      * COMPETENCIA ANTERIOR; SEM DESCONTO GRAVADO, A PARCELA DOS
      * CONTRATOS ATIVOS (ESTIMADA).
       PROJETAR-CONSIGNADO.
           MOVE ZEROS TO WS-VALOR-ACHADO
           MOVE "N" TO WS-NV-ESTIMADO
           PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                   UNTIL WS-IDX-CS > WS-QTD-CS
               IF WS-CS-COMPETENCIA(WS-IDX-CS) = WS-COMP-ANT-N
                   MOVE WS-CS-TOTAL(WS-IDX-CS) TO WS-VALOR-ACHADO
               END-IF
           END-PERFORM
           IF WS-VALOR-ACHADO = 0
               MOVE WS-CS-ATIVOS TO WS-VALOR-ACHADO
               MOVE "S" TO WS-NV-ESTIMADO
           END-IF
           IF WS-VALOR-ACHADO > 0
               MOVE WS-MES-REF-N TO WS-DATA-TESTE(1:6)
               MOVE WS-DIA-CONSIGNADO TO WS-DT-DIA
               PERFORM ANTECIPAR-DIA-UTIL
               MOVE WS-DATA-TESTE-N TO WS-NV-DATA
               MOVE "S" TO WS-NV-NATUREZA
               MOVE SPACES TO WS-NV-DESCRICAO
               STRING "REPASSE CONSIGNADOS " WS-COMP-FMT
                   DELIMITED BY SIZE INTO WS-NV-DESCRICAO
               END-STRING
               MOVE WS-VALOR-ACHADO TO WS-NV-VALOR
               PERFORM REGISTRAR-EVENTO
           END-IF.

      * 13O: PRIMEIRA PARCELA ATE 30/11 E SEGUNDA ATE 20/12, AMBAS
      * ANTECIPADAS PARA DIA UTIL - O LIQUIDO DA FOLHA 13-1/13-2 QUANDO
      * JA CALCULADA, SENAO METADE DO SALDO DA PROVISAO (ESTIMADA).
       PROJETAR-13.
           MOVE WS-MES-REF-N TO WS-COMP-BUSCA
           MOVE WS-MES-REF-N TO WS-DATA-TESTE(1:6)
           IF WS-REF-MES = 11
               MOVE "13-1" TO WS-TIPO-BUSCA
               MOVE 30 TO WS-DT-DIA
           ELSE
               MOVE "13-2" TO WS-TIPO-BUSCA
               MOVE 20 TO WS-DT-DIA
           END-IF
           PERFORM BUSCAR-TOTAL-FOLHA
           MOVE "N" TO WS-NV-ESTIMADO
           IF WS-VALOR-ACHADO = 0
               COMPUTE WS-VALOR-ACHADO ROUNDED = WS-SALDO-13 / 2
               MOVE "S" TO WS-NV-ESTIMADO
           END-IF
           IF WS-VALOR-ACHADO > 0
               PERFORM ANTECIPAR-DIA-UTIL
               MOVE WS-DATA-TESTE-N TO WS-NV-DATA
               MOVE "S" TO WS-NV-NATUREZA
               MOVE SPACES TO WS-NV-DESCRICAO
               IF WS-REF-MES = 11
                   STRING "13O SALARIO 1A PARCELA " WS-REF-ANO
                       DELIMITED BY SIZE INTO WS-NV-DESCRICAO
                   END-STRING
               ELSE
                   STRING "13O SALARIO 2A PARCELA " WS-REF-ANO
                       DELIMITED BY SIZE INTO WS-NV-DESCRICAO
                   END-STRING
               END-IF
               MOVE WS-VALOR-ACHADO TO WS-NV-VALOR
               PERFORM REGISTRAR-EVENTO
           END-IF.

       BUSCAR-TOTAL-FOLHA.
           MOVE ZEROS TO WS-VALOR-ACHADO
           PERFORM VARYING WS-IDX-TF FROM 1 BY 1
                   UNTIL WS-IDX-TF > WS-QTD-TF
               IF WS-TF-COMPETENCIA(WS-IDX-TF) = WS-COMP-BUSCA
                       AND WS-TF-TIPO(WS-IDX-TF) = WS-TIPO-BUSCA
                   MOVE WS-TF-LIQUIDO(WS-IDX-TF) TO WS-VALOR-ACHADO
               END-IF
           END-PERFORM.

      * GUIA JA GERADA ENTRA PELO VENCIMENTO E PELO TOTAL DO TRAILER;
      * A QUE AINDA NAO EXISTE E VENCE DENTRO DA PREVISAO (DIA 20 DO
      * MES, ANTECIPADO) SAI NAS PENDENCIAS - A GUIA SO NASCE NO
      * ULTIMO DIA UTIL DA COMPETENCIA.
       PROJETAR-GUIA.
           MOVE ZEROS TO WS-GUIA-VENC
           MOVE ZEROS TO WS-GUIA-TOTAL
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT GUIA-FILE
           IF WS-FS-GUIA = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ GUIA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM LER-REGISTRO-GUIA
                   END-READ
               END-PERFORM
               CLOSE GUIA-FILE
               IF WS-GUIA-TOTAL > 0
                   MOVE WS-GUIA-VENC TO WS-NV-DATA
                   MOVE "S" TO WS-NV-NATUREZA
                   MOVE SPACES TO WS-NV-DESCRICAO
                   STRING "GUIA " WS-NOME-GUIA " " WS-COMP-FMT
                       DELIMITED BY SIZE INTO WS-NV-DESCRICAO
                   END-STRING
                   MOVE WS-GUIA-TOTAL TO WS-NV-VALOR
                   MOVE "N" TO WS-NV-ESTIMADO
                   PERFORM REGISTRAR-EVENTO
               END-IF
           ELSE
               MOVE WS-MES-REF-N TO WS-DATA-TESTE(1:6)
               MOVE 20 TO WS-DT-DIA
               PERFORM ANTECIPAR-DIA-UTIL
               IF WS-DATA-TESTE-N > WS-DATA-MOV
                       AND WS-DATA-TESTE-N <= WS-PV-FIM
                       AND WS-QTD-PENDENCIAS < 20
                   ADD 1 TO WS-QTD-PENDENCIAS
                   MOVE SPACES TO WS-PD-LINHA(WS-QTD-PENDENCIAS)
                   MOVE WS-DATA-TESTE-N TO WS-DATA-FMT-N
                   PERFORM FORMATAR-DATA
                   STRING "GUIA " WS-NOME-GUIA " " WS-COMP-FMT
                          " AINDA NAO GERADA - VENCE EM "
                          WS-DATA-FMT " E NAO ESTA NA PREVISAO"
                       DELIMITED BY SIZE
                       INTO WS-PD-LINHA(WS-QTD-PENDENCIAS)
                   END-STRING
               END-IF
           END-IF.

       LER-REGISTRO-GUIA.
           EVALUATE GU-H-TIPO
               WHEN "H"
                   MOVE GU-H-VENCIMENTO TO WS-GUIA-VENC
               WHEN "T"
                   IF WS-TIPO-GUIA = "F"
                       MOVE GU-TF-TOTAL TO WS-GUIA-TOTAL
                   ELSE
                       MOVE GU-T-TOTAL TO WS-GUIA-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * REGISTRA UM EVENTO NA PREVISAO: DATA FORA DO HORIZONTE E
      * DESCARTADA; DENTRO DELE, O EVENTO CAI NO PRIMEIRO DIA UTIL DA
      * PREVISAO A PARTIR DA DATA E SOMA NO EVENTO IGUAL DO MESMO DIA
      * (AS MENSALIDADES DE UM VENCIMENTO VIRAM UMA LINHA SO).
       REGISTRAR-EVENTO.
           MOVE ZEROS TO WS-IDX-PV-ACH
           IF WS-NV-DATA > WS-DATA-MOV AND WS-NV-DATA <= WS-PV-FIM
               PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                       UNTIL WS-IDX-PV > 30 OR WS-IDX-PV-ACH > 0
                   IF WS-PV-DATA(WS-IDX-PV) >= WS-NV-DATA
                       MOVE WS-IDX-PV TO WS-IDX-PV-ACH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-IDX-PV-ACH > 0
               MOVE WS-PV-DATA(WS-IDX-PV-ACH) TO WS-NV-DATA
               IF NV-ESTIMADO
                   MOVE "(ESTIMADO)" TO WS-NV-DESCRICAO(31:10)
               END-IF
               MOVE ZEROS TO WS-IDX-EV-ACH
               PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                       UNTIL WS-IDX-EV > WS-QTD-EVENTOS
                           OR WS-IDX-EV-ACH > 0
                   IF WS-EV-DATA(WS-IDX-EV) = WS-NV-DATA
                           AND WS-EV-DESCRICAO(WS-IDX-EV) =
                               WS-NV-DESCRICAO
                       MOVE WS-IDX-EV TO WS-IDX-EV-ACH
                   END-IF
               END-PERFORM
               IF WS-IDX-EV-ACH = 0
                   IF WS-QTD-EVENTOS < 200
                       ADD 1 TO WS-QTD-EVENTOS
                       MOVE WS-QTD-EVENTOS TO WS-IDX-EV-ACH
                       MOVE WS-NV-DATA TO WS-EV-DATA(WS-IDX-EV-ACH)
                       MOVE WS-NV-NATUREZA
                           TO WS-EV-NATUREZA(WS-IDX-EV-ACH)
                       MOVE WS-NV-DESCRICAO
                           TO WS-EV-DESCRICAO(WS-IDX-EV-ACH)
                       MOVE ZEROS TO WS-EV-VALOR(WS-IDX-EV-ACH)
                       MOVE ZEROS TO WS-EV-QTD(WS-IDX-EV-ACH)
                   ELSE
                       DISPLAY "TABELA DE EVENTOS CHEIA - "
                           WS-NV-DESCRICAO " FORA DA PREVISAO"
                   END-IF
               END-IF
               IF WS-IDX-EV-ACH > 0
                   ADD WS-NV-VALOR TO WS-EV-VALOR(WS-IDX-EV-ACH)
                   ADD 1 TO WS-EV-QTD(WS-IDX-EV-ACH)
                   IF WS-NV-NATUREZA = "E"
                       ADD WS-NV-VALOR
                           TO WS-PV-ENTRADAS(WS-IDX-PV-ACH)
                   ELSE
                       ADD WS-NV-VALOR
                           TO WS-PV-SAIDAS(WS-IDX-PV-ACH)
                   END-IF
               END-IF
           END-IF.

      * SALDO PROJETADO DIA A DIA A PARTIR DO SALDO FINAL DE HOJE,
      * CONTANDO OS DIAS NEGATIVOS E GUARDANDO O MENOR SALDO.
       CALCULAR-SALDOS-PROJETADOS.
           MOVE WS-SALDO-FINAL TO WS-SALDO-CORRENTE
           MOVE WS-SALDO-FINAL TO WS-MENOR-SALDO
           MOVE WS-DATA-MOV    TO WS-MENOR-DATA
           PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                   UNTIL WS-IDX-PV > 30
               COMPUTE WS-SALDO-CORRENTE = WS-SALDO-CORRENTE
                   + WS-PV-ENTRADAS(WS-IDX-PV)
                   - WS-PV-SAIDAS(WS-IDX-PV)
               MOVE WS-SALDO-CORRENTE TO WS-PV-SALDO(WS-IDX-PV)
               IF WS-SALDO-CORRENTE < 0
                   ADD 1 TO WS-QTD-NEGATIVOS
               END-IF
               IF WS-SALDO-CORRENTE < WS-MENOR-SALDO
                   MOVE WS-SALDO-CORRENTE TO WS-MENOR-SALDO
                   MOVE WS-PV-DATA(WS-IDX-PV) TO WS-MENOR-DATA
               END-IF
           END-PERFORM.

      * A PREVISAO DIA A DIA: OS EVENTOS DO DIA E A LINHA DO DIA COM
      * ENTRADAS, SAIDAS E O SALDO PROJETADO.
       IMPRIMIR-PROJECAO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CAIXA
           MOVE WS-PV-FIM TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE SPACES TO RL-LINHA
           STRING "PREVISAO DOS PROXIMOS 30 DIAS UTEIS (ATE "
                  WS-DATA-FMT ")"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CAIXA
           MOVE "DATA       ENTRADAS"        TO RL-LINHA
           MOVE "SAIDAS"                     TO RL-LINHA(39:6)
           MOVE "SALDO PROJETADO"            TO RL-LINHA(52:15)
           PERFORM GRAVAR-LINHA-CAIXA
           PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                   UNTIL WS-IDX-PV > 30
               PERFORM IMPRIMIR-DIA-PREVISAO
           END-PERFORM
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-CAIXA
           MOVE WS-MENOR-DATA TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE WS-MENOR-SALDO TO WS-AUX-SALDO
           MOVE SPACES TO RL-LINHA
           STRING "MENOR SALDO PROJETADO...: " WS-AUX-SALDO
                  " EM " WS-DATA-FMT
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CAIXA
           MOVE SPACES TO RL-LINHA
           STRING "DIAS COM SALDO NEGATIVO.: " WS-QTD-NEGATIVOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-CAIXA.

       IMPRIMIR-DIA-PREVISAO.
           PERFORM VARYING WS-IDX-EV FROM 1 BY 1
                   UNTIL WS-IDX-EV > WS-QTD-EVENTOS
               IF WS-EV-DATA(WS-IDX-EV) = WS-PV-DATA(WS-IDX-PV)
                   PERFORM IMPRIMIR-EVENTO
               END-IF
           END-PERFORM
           MOVE WS-PV-DATA(WS-IDX-PV) TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE WS-PV-ENTRADAS(WS-IDX-PV) TO WS-AUX-VALOR
           MOVE WS-PV-SAIDAS(WS-IDX-PV)   TO WS-AUX-VALOR-2
           MOVE WS-PV-SALDO(WS-IDX-PV)    TO WS-AUX-SALDO
           MOVE SPACES TO RL-LINHA
           STRING WS-DATA-FMT " " WS-AUX-VALOR " " WS-AUX-VALOR-2
                  " " WS-AUX-SALDO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           IF WS-PV-SALDO(WS-IDX-PV) < 0
               MOVE "** SALDO NEGATIVO **" TO RL-LINHA(70:20)
               DISPLAY "SALDO PROJETADO NEGATIVO EM " WS-DATA-FMT
                   ": " WS-PV-SALDO(WS-IDX-PV)
           END-IF
           PERFORM GRAVAR-LINHA-CAIXA.

       IMPRIMIR-EVENTO.
           IF WS-EV-NATUREZA(WS-IDX-EV) = "E"
               MOVE "ENTRADA" TO WS-DESC-NATUREZA
           ELSE
               MOVE "SAIDA"   TO WS-DESC-NATUREZA
           END-IF
           MOVE WS-EV-VALOR(WS-IDX-EV) TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "    " WS-DESC-NATUREZA " "
                  WS-EV-DESCRICAO(WS-IDX-EV)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           IF WS-EV-QTD(WS-IDX-EV) > 1
               MOVE WS-EV-QTD(WS-IDX-EV) TO WS-AUX-QTD
               MOVE "(" TO RL-LINHA(55:1)
               MOVE WS-AUX-QTD TO RL-LINHA(56:5)
               MOVE ")" TO RL-LINHA(61:1)
           END-IF
           MOVE WS-AUX-VALOR TO RL-LINHA(64:17)
           PERFORM GRAVAR-LINHA-CAIXA.

      * O QUE FICOU FORA DA PREVISAO E A TESOURARIA PRECISA SABER.
       IMPRIMIR-PENDENCIAS.
           IF WS-QTD-VENCIDAS > 0 OR WS-QTD-PENDENCIAS > 0
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-CAIXA
               MOVE "FORA DA PREVISAO" TO RL-LINHA
               PERFORM GRAVAR-LINHA-CAIXA
           END-IF
           IF WS-QTD-VENCIDAS > 0
               MOVE WS-TOT-VENCIDAS TO WS-AUX-VALOR
               MOVE WS-QTD-VENCIDAS TO WS-AUX-QTD
               MOVE SPACES TO RL-LINHA
               STRING "  MENSALIDADES VENCIDAS EM ABERTO ("
                      WS-AUX-QTD "): " WS-AUX-VALOR
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CAIXA
           END-IF
           PERFORM VARYING WS-IDX-PD FROM 1 BY 1
                   UNTIL WS-IDX-PD > WS-QTD-PENDENCIAS
               MOVE SPACES TO RL-LINHA
               STRING "  " WS-PD-LINHA(WS-IDX-PD)
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-CAIXA
           END-PERFORM.

      * REGRAVA O HISTORICO EM ORDEM DE DATA COM A LINHA DO DIA.
       REGRAVAR-SALDOS.
           OPEN OUTPUT SALDO-FILE
           IF WS-FS-SALDOS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR HISTORICO DE SALDOS: "
                   WS-FS-SALDOS
           ELSE
               PERFORM VARYING WS-IDX-SC FROM 1 BY 1
                       UNTIL WS-IDX-SC > WS-QTD-SC
                   IF WS-SC-DATA(WS-IDX-SC) < WS-DATA-MOV
                       PERFORM GRAVAR-SALDO-TABELA
                   END-IF
               END-PERFORM
               MOVE WS-DATA-MOV      TO SC-DATA
               MOVE WS-SALDO-INICIAL TO SC-SALDO-INICIAL
               MOVE WS-REAL-ENTRADAS TO SC-ENTRADAS
               MOVE WS-REAL-SAIDAS   TO SC-SAIDAS
               MOVE WS-SALDO-FINAL   TO SC-SALDO-FINAL
               WRITE SC-SALDO-REC
               PERFORM VARYING WS-IDX-SC FROM 1 BY 1
                       UNTIL WS-IDX-SC > WS-QTD-SC
                   IF WS-SC-DATA(WS-IDX-SC) > WS-DATA-MOV
                       PERFORM GRAVAR-SALDO-TABELA
                   END-IF
               END-PERFORM
               CLOSE SALDO-FILE
           END-IF.

       GRAVAR-SALDO-TABELA.
           MOVE WS-SC-DATA(WS-IDX-SC)     TO SC-DATA
           MOVE WS-SC-INICIAL(WS-IDX-SC)  TO SC-SALDO-INICIAL
           MOVE WS-SC-ENTRADAS(WS-IDX-SC) TO SC-ENTRADAS
           MOVE WS-SC-SAIDAS(WS-IDX-SC)   TO SC-SAIDAS
           MOVE WS-SC-FINAL(WS-IDX-SC)    TO SC-SALDO-FINAL
           WRITE SC-SALDO-REC.

      * N-ESIMO DIA UTIL DO MES DE REFERENCIA (PAGAMENTO DA FOLHA).
       CALCULAR-DIA-UTIL-N.
           MOVE WS-MES-REF-N TO WS-DATA-TESTE(1:6)
           MOVE 01 TO WS-DT-DIA
           MOVE ZEROS TO WS-QTD-SALTOS
           MOVE ZEROS TO WS-QTD-UTEIS
           PERFORM TESTAR-DIA-UTIL
           IF EH-DIA-UTIL
               ADD 1 TO WS-QTD-UTEIS
           END-IF
           PERFORM UNTIL WS-QTD-UTEIS >= WS-DIA-UTIL-FOLHA
                   OR WS-QTD-SALTOS > 40
               PERFORM AVANCAR-E-TESTAR
               IF EH-DIA-UTIL
                   ADD 1 TO WS-QTD-UTEIS
               END-IF
           END-PERFORM.

      * DATA QUE CAI EM DIA NAO UTIL RECUA (PAGAMENTO QUE A EMPRESA
      * FAZ) OU AVANCA (RECEBIMENTO PELO BANCO) ATE O DIA UTIL, COM O
      * LIMITE DE 30 SALTOS CONTRA CALENDARIO DEGENERADO.
       ANTECIPAR-DIA-UTIL.
           MOVE ZEROS TO WS-QTD-SALTOS
           PERFORM TESTAR-DIA-UTIL
           PERFORM UNTIL EH-DIA-UTIL OR WS-QTD-SALTOS > 30
               PERFORM RECUAR-E-TESTAR
           END-PERFORM.

       PRORROGAR-DIA-UTIL.
           MOVE ZEROS TO WS-QTD-SALTOS
           PERFORM TESTAR-DIA-UTIL
           PERFORM UNTIL EH-DIA-UTIL OR WS-QTD-SALTOS > 30
               PERFORM AVANCAR-E-TESTAR
           END-PERFORM.

       AVANCAR-E-TESTAR.
           ADD 1 TO WS-QTD-SALTOS
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE-N) + 1
           COMPUTE WS-DATA-TESTE-N =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
           PERFORM TESTAR-DIA-UTIL.

       RECUAR-E-TESTAR.
           ADD 1 TO WS-QTD-SALTOS
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE-N) - 1
           COMPUTE WS-DATA-TESTE-N =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
           PERFORM TESTAR-DIA-UTIL.

      * DIA DA SEMANA PELO RESTO DO DIA CORRIDO POR 7 (0=DOMINGO,
      * 6=SABADO, PELA BASE DO INTEGER-OF-DATE) MAIS OS FERIADOS.
       TESTAR-DIA-UTIL.
           MOVE "S" TO WS-EH-DIA-UTIL
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE-N)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION REM(WS-DIAS-CORRIDOS, 7)
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE "N" TO WS-EH-DIA-UTIL
           END-IF
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIADOS
               IF WS-FERIADO(WS-IDX-FER) = WS-DATA-TESTE-N
                   MOVE "N" TO WS-EH-DIA-UTIL
               END-IF
           END-PERFORM.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FMT
           STRING WS-FMT-DIA "/" WS-FMT-MES "/" WS-FMT-ANO
               DELIMITED BY SIZE INTO WS-DATA-FMT
           END-STRING.

      * CABECALHO DE PAGINA E A ABERTURA DO DIA (SALDO INICIAL E SUA
      * ORIGEM).
       IMPRIMIR-CABECALHO-CAIXA.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS
           IF WS-CAB-PAGINA = 1
               MOVE WS-SALDO-INICIAL TO WS-AUX-SALDO
               MOVE SPACES TO RL-LINHA
               STRING "SALDO INICIAL DO DIA....: " WS-AUX-SALDO
                      "  (" FUNCTION TRIM(WS-ORIGEM-SALDO) ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               WRITE RL-LINHA
               MOVE "REALIZADO NA DATA DE MOVIMENTO" TO RL-LINHA
               WRITE RL-LINHA
               MOVE 4 TO WS-CAB-QTD-LINHAS
           END-IF.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-CAIXA.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-CAIXA
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A044-POSICAO-CAIXA.
