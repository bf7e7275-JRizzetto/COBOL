      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: GUIAS MENSAIS DE INSS E IRRF - A FOLHA (A008) RETEM
      *          INSS E IRRF PELO IMPOSTO-CALC, MAS NADA TRANSFORMAVA
      *          AS RETENCOES NO QUE A EMPRESA PAGA NO MES: O CONTADOR
      *          REMONTAVA OS VALORES SOMANDO CONTRACHEQUES IMPRESSOS.
      *          ESTE PROGRAMA RECEBE A COMPETENCIA (GUIAS_COMPETENCIA,
      *          AAAAMM - SEM ELA VALE O MES DA DATA DE MOVIMENTO),
      *          SOMA O ACUMULADO DE FOLHA DELA (FOLHA MENSAL,
      *          COMPLEMENTAR E AS DUAS PARCELAS DO 13O), O HISTORICO
      *          DE RESCISOES (A011) E O DE FERIAS PAGAS (A024) E
      *          GRAVA:
      *          - A GUIA DO INSS: O RETIDO DOS SEGURADOS MAIS A PARTE
      *            DA EMPRESA (PATRONAL, RAT E TERCEIROS) PELAS
      *            ALIQUOTAS COM VIGENCIA DO ARQUIVO DE ENCARGOS;
      *          - O DARF DO IRRF (CODIGO 0561) COM O RETIDO NA FOLHA
      *            NAS RESCISOES E NAS FERIAS;
      *          AMBOS COM VENCIMENTO NO DIA 20 DO MES SEGUINTE,
      *          ANTECIPADO PARA O DIA UTIL ANTERIOR PELO CALENDARIO
      *          DA OPERACAO. O RELATORIO DE CONFERENCIA AMARRA A SOMA
      *          DO ACUMULADO, TIPO A TIPO, NOS TOTAIS DA EMPRESA QUE
      *          O A008 GRAVOU NA EXECUCAO - DIVERGENCIA E ERRO DE
      *          DADOS E A GUIA NAO DEVE SER PAGA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A032-GUIAS-INSS-IRRF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACUMULADO DE FOLHA DO A008 - UMA LINHA POR FUNCIONARIO POR
      * EXECUCAO, COM O INSS E O IRRF RETIDOS.
           SELECT ACUMULADO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACUMULADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUMULADO.
      * TOTAIS DA EMPRESA GRAVADOS PELO A008 EM CADA EXECUCAO - O
      * LADO "FOLHA" DO BATIMENTO.
           SELECT TOTAIS-FILE ASSIGN TO DYNAMIC WS-ARQ-TOTAIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTAIS.
      * HISTORICO DE RESCISOES DO A011 - INSS E IRRF RETIDOS NO
      * DESLIGAMENTO ENTRAM NAS GUIAS DO MES DO DESLIGAMENTO.
           SELECT HISTORICO-FILE ASSIGN TO DYNAMIC WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
      * HISTORICO DE FERIAS PAGAS DO A024 - INSS E IRRF RETIDOS NO
      * PAGAMENTO ENTRAM NAS GUIAS DO MES EM QUE AS FERIAS FORAM PAGAS.
           SELECT FERIAS-FILE ASSIGN TO DYNAMIC WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.
      * ALIQUOTAS DOS ENCARGOS DA EMPRESA COM VIGENCIA, NO MESMO
      * MOLDE DO ARQUIVO DE TABELAS DE IMPOSTO: MUDANCA DE ALIQUOTA
      * (RAT/FAP NOVO, TERCEIROS) E UMA LINHA NOVA, NAO RECOMPILACAO.
           SELECT ENCARGOS-FILE ASSIGN TO DYNAMIC WS-ARQ-ENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCARGOS.
      * CALENDARIO DE FERIADOS DA OPERACAO (O MESMO DO DRIVER).
           SELECT CALENDARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
      * GUIA DO INSS E DARF DO IRRF DA COMPETENCIA, UM ARQUIVO POR
      * MES CADA (GUIA_INSS_AAAAMM.DAT E DARF_IRRF_AAAAMM.DAT).
           SELECT GUIA-INSS-FILE ASSIGN TO DYNAMIC WS-ARQ-GUIA-INSS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUIA-INSS.
           SELECT DARF-FILE ASSIGN TO DYNAMIC WS-ARQ-DARF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DARF.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUMULADO-FILE.
       COPY FOLHA-ACUM-REC.
       FD  TOTAIS-FILE.
       COPY FOLHA-TOT-REC.
       FD  HISTORICO-FILE.
       COPY RESC-HIST-REC.
       FD  FERIAS-FILE.
       COPY FERIAS-HIST-REC.
      * UMA LINHA POR ENCARGO E PERIODO DE VIGENCIA: "P"=PATRONAL,
      * "R"=RAT (JA AJUSTADO PELO FAP), "T"=TERCEIROS (SALARIO-
      * EDUCACAO, SISTEMA S, INCRA), ALIQUOTA EM FRACAO (0,2000=20%).
       FD  ENCARGOS-FILE.
       01  EP-ENCARGO-REC.
           05 EP-TIPO              PIC X(01).
               88 EP-PATRONAL              VALUE "P".
               88 EP-RAT                   VALUE "R".
               88 EP-TERCEIROS             VALUE "T".
           05 EP-VIGENCIA-INI      PIC 9(08).
           05 EP-VIGENCIA-FIM      PIC 9(08).
           05 EP-ALIQUOTA          PIC 9V9999.
       FD  CALENDARIO-FILE.
       01  CA-CALENDARIO-REC.
           05 CA-DATA              PIC 9(08).
           05 CA-DESCRICAO         PIC X(20).
      * GUIA DO INSS: HEADER, UM DETALHE POR PARCELA (SEGURADOS,
      * PATRONAL, RAT, TERCEIROS, MAIS A COMPENSACAO DO SALARIO
      * MATERNIDADE "SMAT" QUANDO HOUVER, QUE SUBTRAI) E TRAILER - O
      * PRIMEIRO BYTE DIZ O TIPO DO REGISTRO, COMO NA REMESSA
      * BANCARIA.
       FD  GUIA-INSS-FILE.
       01  GI-HEADER-REC.
           05 GI-H-TIPO            PIC X(01).
           05 GI-H-COMPETENCIA     PIC 9(06).
           05 GI-H-VENCIMENTO      PIC 9(08).
           05 GI-H-DATA-GERACAO    PIC 9(08).
       01  GI-DETALHE-REC.
           05 GI-D-TIPO            PIC X(01).
           05 GI-D-CODIGO          PIC X(04).
           05 GI-D-BASE            PIC 9(09)V99.
           05 GI-D-ALIQUOTA        PIC 9V9999.
           05 GI-D-VALOR           PIC 9(09)V99.
       01  GI-TRAILER-REC.
           05 GI-T-TIPO            PIC X(01).
           05 GI-T-QTD-DETALHES    PIC 9(02).
           05 GI-T-TOTAL           PIC 9(09)V99.
      * DARF DO IRRF: HEADER COM O CODIGO DE RECEITA, UM DETALHE POR
      * ORIGEM DA RETENCAO (TIPO DE FOLHA OU RESCISAO) E TRAILER.
       FD  DARF-FILE.
       01  DF-HEADER-REC.
           05 DF-H-TIPO            PIC X(01).
           05 DF-H-COMPETENCIA     PIC 9(06).
           05 DF-H-VENCIMENTO      PIC 9(08).
           05 DF-H-CODIGO-RECEITA  PIC X(04).
           05 DF-H-DATA-GERACAO    PIC 9(08).
       01  DF-DETALHE-REC.
           05 DF-D-TIPO            PIC X(01).
           05 DF-D-ORIGEM          PIC X(04).
           05 DF-D-QTD             PIC 9(05).
           05 DF-D-BASE            PIC 9(09)V99.
           05 DF-D-VALOR           PIC 9(09)V99.
       01  DF-TRAILER-REC.
           05 DF-T-TIPO            PIC X(01).
           05 DF-T-QTD-DETALHES    PIC 9(02).
           05 DF-T-TOTAL           PIC 9(09)V99.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ACUMULADO  PIC X(40)
           VALUE "data/FOLHA_ACUMULADO.DAT".
       01 WS-FS-ACUMULADO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-TOTAIS     PIC X(40)
           VALUE "data/FOLHA_TOTAIS.DAT".
       01 WS-FS-TOTAIS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-HISTORICO  PIC X(40)
           VALUE "data/RESCISOES_HIST.DAT".
       01 WS-FS-HISTORICO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-FERIAS     PIC X(40)
           VALUE "data/FERIAS_HIST.DAT".
       01 WS-FS-FERIAS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-ENCARGOS   PIC X(40)
           VALUE "data/ENCARGOS_PATRONAIS.DAT".
       01 WS-FS-ENCARGOS                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-CALENDARIO PIC X(40)
           VALUE "data/CALENDARIO.DAT".
       01 WS-FS-CALENDARIO                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-GUIA-INSS  PIC X(40) VALUE SPACES.
       01 WS-FS-GUIA-INSS                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-DARF       PIC X(40) VALUE SPACES.
       01 WS-FS-DARF                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/GUIAS_CONFERENCIA.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ACUMULADO                       PIC X(01) VALUE "N".
           88 FIM-ACUMULADO                      VALUE "S".
       01 WS-FIM-TOTAIS                          PIC X(01) VALUE "N".
           88 FIM-TOTAIS                         VALUE "S".
       01 WS-FIM-HISTORICO                       PIC X(01) VALUE "N".
           88 FIM-HISTORICO                      VALUE "S".
       01 WS-FIM-FERIAS                          PIC X(01) VALUE "N".
           88 FIM-FERIAS                         VALUE "S".
       01 WS-FIM-ENCARGOS                        PIC X(01) VALUE "N".
           88 FIM-ENCARGOS                       VALUE "S".
       01 WS-FIM-CALENDARIO                      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO                     VALUE "S".
      * COMPETENCIA DAS GUIAS: GUIAS_COMPETENCIA NO AMBIENTE, SENAO O
      * MES DA DATA DE MOVIMENTO (MESMA REGRA DO A030-FECHA-FOLHA).
      * AS ALIQUOTAS VALEM PELO PRIMEIRO DIA DA COMPETENCIA.
       01 WS-COMP-GUIA-X    PIC X(06) VALUE SPACES.
       01 WS-COMP-GUIA      PIC 9(06) VALUE ZEROS.
       01 WS-COMP-GUIA-R REDEFINES WS-COMP-GUIA.
           05 WS-COMP-ANO   PIC 9(04).
           05 WS-COMP-MES   PIC 9(02).
       01 WS-DATA-VIGENCIA  PIC 9(08) VALUE ZEROS.
      * ALIQUOTAS VIGENTES DOS ENCARGOS DA EMPRESA - AS TRES SAO
      * OBRIGATORIAS: SEM UMA DELAS A GUIA SAIRIA A MENOR E O
      * PROGRAMA SE RECUSA A EMITIR.
       01 WS-ALIQ-PATRONAL  PIC 9V9999 VALUE ZEROS.
       01 WS-ALIQ-RAT       PIC 9V9999 VALUE ZEROS.
       01 WS-ALIQ-TERCEIROS PIC 9V9999 VALUE ZEROS.
       01 WS-TEM-PATRONAL   PIC X(01) VALUE "N".
           88 TEM-PATRONAL          VALUE "S".
       01 WS-TEM-RAT        PIC X(01) VALUE "N".
           88 TEM-RAT               VALUE "S".
       01 WS-TEM-TERCEIROS  PIC X(01) VALUE "N".
           88 TEM-TERCEIROS         VALUE "S".
      * VENCIMENTO: DIA 20 DO MES SEGUINTE A COMPETENCIA; SABADO,
      * DOMINGO OU FERIADO ANTECIPA PARA O DIA UTIL ANTERIOR. VALE
      * PARA A GUIA DO INSS E PARA O DARF.
       01 WS-VENCIMENTO.
           05 WS-VENC-ANO   PIC 9(04).
           05 WS-VENC-MES   PIC 9(02).
           05 WS-VENC-DIA   PIC 9(02).
       01 WS-VENCIMENTO-N REDEFINES WS-VENCIMENTO PIC 9(08).
       01 WS-VENC-FMT       PIC X(10) VALUE SPACES.
       01 WS-FERIADO-TABELA.
           05 WS-FERIADO    PIC 9(08) OCCURS 50 TIMES.
       01 WS-QTD-FERIADOS   PIC 9(02) VALUE ZEROS.
       01 WS-IDX-FER        PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS  PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA     PIC 9(01) VALUE ZERO.
       01 WS-EH-DIA-UTIL    PIC X(01) VALUE "N".
           88 EH-DIA-UTIL           VALUE "S".
       01 WS-QTD-SALTOS     PIC 9(02) VALUE ZEROS.
      * SOMAS POR ORIGEM: OS QUATRO TIPOS DE FOLHA DO ACUMULADO, A
      * RESCISAO (NA RESCISAO O "BRUTO" E O SALDO DE SALARIO, A BASE
      * EM QUE O A011 RETEVE INSS E IRRF) E AS FERIAS PAGAS (SALARIO
      * DOS DIAS MAIS O TERCO). AO LADO, O QUE O A008 GRAVOU NOS
      * TOTAIS DA EMPRESA PARA O MESMO TIPO.
       01 WS-TIPOS-INIT.
           05 FILLER        PIC X(04) VALUE "NORM".
           05 FILLER        PIC X(04) VALUE "COMP".
           05 FILLER        PIC X(04) VALUE "13-1".
           05 FILLER        PIC X(04) VALUE "13-2".
           05 FILLER        PIC X(04) VALUE "RESC".
           05 FILLER        PIC X(04) VALUE "FERI".
       01 WS-TIPOS-TAB REDEFINES WS-TIPOS-INIT.
           05 WS-TIPO-NOME  PIC X(04) OCCURS 6 TIMES.
       01 WS-SOMA-TIPO-TABELA.
           05 WS-SOMA-TIPO  OCCURS 6 TIMES.
               10 WS-ST-QTD        PIC 9(05).
               10 WS-ST-BRUTO      PIC 9(09)V99.
               10 WS-ST-INSS       PIC 9(09)V99.
               10 WS-ST-IRRF       PIC 9(09)V99.
               10 WS-ST-TEM-TOTAIS PIC X(01).
               10 WS-ST-TF-QTD     PIC 9(05).
               10 WS-ST-TF-BRUTO   PIC 9(09)V99.
               10 WS-ST-TF-INSS    PIC 9(09)V99.
               10 WS-ST-TF-IRRF    PIC 9(09)V99.
       01 WS-IDX-TIPO       PIC 9(01) VALUE ZERO.
       01 WS-IDX-ACHADO     PIC 9(01) VALUE ZERO.
       01 WS-TIPO-PROCURADO PIC X(04) VALUE SPACES.
      * VALORES DAS GUIAS. A BASE DA PARTE DA EMPRESA E O BRUTO DA
      * FOLHA MENSAL, DA COMPLEMENTAR E DA SEGUNDA PARCELA DO 13O
      * (QUE JA E O 13O CHEIO - A PRIMEIRA PARCELA FICA DE FORA PARA
      * NAO CONTAR O ADIANTAMENTO DUAS VEZES) MAIS O SALDO DE SALARIO
      * DAS RESCISOES E O BRUTO DAS FERIAS PAGAS.
       01 WS-BASE-EMPRESA   PIC 9(09)V99 VALUE ZEROS.
       01 WS-INSS-SEGURADOS PIC 9(09)V99 VALUE ZEROS.
       01 WS-INSS-PATRONAL  PIC 9(09)V99 VALUE ZEROS.
       01 WS-INSS-RAT       PIC 9(09)V99 VALUE ZEROS.
       01 WS-INSS-TERCEIROS PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-GUIA-INSS  PIC 9(09)V99 VALUE ZEROS.
      * SALARIO MATERNIDADE PAGO NA FOLHA MENSAL DA COMPETENCIA: A
      * EMPRESA ADIANTA O BENEFICIO E O RECUPERA ABATENDO DA GUIA,
      * ATE O VALOR DA PROPRIA GUIA.
       01 WS-SAL-MATERNIDADE PIC 9(09)V99 VALUE ZEROS.
       01 WS-COMPENSACAO     PIC 9(09)V99 VALUE ZEROS.
       01 WS-BASE-IRRF      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-DARF       PIC 9(09)V99 VALUE ZEROS.
       01 WS-QTD-DETALHES   PIC 9(02) VALUE ZEROS.
       01 WS-QTD-DIVERGENCIAS PIC 9(02) VALUE ZEROS.
       01 WS-DIVERGIU       PIC X(01) VALUE "N".
           88 TIPO-DIVERGIU         VALUE "S".
      * CAMPOS EDITADOS DO RELATORIO.
       01 WS-AUX-BASE       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-INSS       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-IRRF       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-ALIQUOTA   PIC Z9,99.
       01 WS-PERC-ALIQUOTA  PIC 9(02)V99 VALUE ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "GUIAS DE INSS E IRRF - A032-GUIAS-INSS-IRRF"

           MOVE "GUIAS DE INSS E IRRF - CONFERENCIA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO

           ACCEPT WS-COMP-GUIA-X FROM ENVIRONMENT "GUIAS_COMPETENCIA"
           IF WS-COMP-GUIA-X IS NUMERIC
                   AND WS-COMP-GUIA-X NOT = "000000"
               MOVE WS-COMP-GUIA-X TO WS-COMP-GUIA
           ELSE
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMP-GUIA
           END-IF
           COMPUTE WS-DATA-VIGENCIA = WS-COMP-GUIA * 100 + 1
           DISPLAY "COMPETENCIA DAS GUIAS: " WS-COMP-GUIA

      * SEM AS TRES ALIQUOTAS VIGENTES NAO EXISTE GUIA CERTA - PARA
      * AQUI COM ERRO DE DADOS, COMO A FOLHA SEM TABELAS DE IMPOSTO.
           PERFORM CARREGAR-ENCARGOS
           IF NOT TEM-PATRONAL OR NOT TEM-RAT OR NOT TEM-TERCEIROS
               DISPLAY "ALIQUOTAS DE ENCARGOS INCOMPLETAS PARA "
                   WS-DATA-VIGENCIA " (PATRONAL=" WS-TEM-PATRONAL
                   " RAT=" WS-TEM-RAT " TERCEIROS=" WS-TEM-TERCEIROS
                   ") - GUIAS NAO EMITIDAS"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-ARQ-GUIA-INSS
           STRING "data/GUIA_INSS_" WS-COMP-GUIA ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-GUIA-INSS
           END-STRING
           OPEN OUTPUT GUIA-INSS-FILE
           IF WS-FS-GUIA-INSS NOT = "00"
               DISPLAY "ERRO AO ABRIR GUIA DO INSS: " WS-FS-GUIA-INSS
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-ARQ-DARF
           STRING "data/DARF_IRRF_" WS-COMP-GUIA ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-DARF
           END-STRING
           OPEN OUTPUT DARF-FILE
           IF WS-FS-DARF NOT = "00"
               DISPLAY "ERRO AO ABRIR DARF DO IRRF: " WS-FS-DARF
               CLOSE GUIA-INSS-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR CONFERENCIA DAS GUIAS: "
                   WS-FS-RELATORIO
               CLOSE GUIA-INSS-FILE
               CLOSE DARF-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-SOMA-TIPO-TABELA
           PERFORM CARREGAR-CALENDARIO
           PERFORM CALCULAR-VENCIMENTO

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-GUIAS
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
                  "  VENCIMENTO " WS-VENC-FMT
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS

           PERFORM SOMAR-ACUMULADO
           PERFORM SOMAR-TOTAIS-FOLHA
           PERFORM SOMAR-RESCISOES
           PERFORM SOMAR-FERIAS
           PERFORM CONFERIR-TOTAIS-FOLHA
           PERFORM CALCULAR-GUIAS
           PERFORM GRAVAR-GUIA-INSS
           PERFORM GRAVAR-DARF-IRRF

           CLOSE GUIA-INSS-FILE
           CLOSE DARF-FILE
           CLOSE RELATORIO-FILE

           DISPLAY "GUIAS " WS-COMP-GUIA
               ": INSS=" WS-TOT-GUIA-INSS
               " IRRF=" WS-TOT-DARF
               " VENCIMENTO=" WS-VENCIMENTO-N
               " DIVERGENCIAS=" WS-QTD-DIVERGENCIAS

      * ACUMULADO QUE NAO BATE COM OS TOTAIS DA FOLHA E ERRO DE
      * DADOS; COMPETENCIA SEM NADA A RECOLHER OU GUIA EMITIDA DEPOIS
      * DO VENCIMENTO E ALERTA PARA O CONTADOR.
           EVALUATE TRUE
               WHEN WS-QTD-DIVERGENCIAS > 0
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               WHEN WS-TOT-GUIA-INSS = 0 AND WS-TOT-DARF = 0
                   DISPLAY "NADA A RECOLHER NA COMPETENCIA "
                       WS-COMP-GUIA
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN WS-CAB-DATA-EXECUCAO > WS-VENCIMENTO
                   DISPLAY "GUIAS EMITIDAS DEPOIS DO VENCIMENTO "
                       WS-VENC-FMT " - RECOLHIMENTO EM ATRASO"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RC-NORMAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * ALIQUOTAS CUJO PERIODO DE VIGENCIA COBRE O PRIMEIRO DIA DA
      * COMPETENCIA - LINHA DE TIPO DESCONHECIDO E IGNORADA E AVISADA.
       CARREGAR-ENCARGOS.
           MOVE "N" TO WS-FIM-ENCARGOS
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
                           PERFORM GUARDAR-ENCARGO-VIGENTE
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-FILE
           END-IF.

       GUARDAR-ENCARGO-VIGENTE.
           IF EP-VIGENCIA-INI <= WS-DATA-VIGENCIA
                   AND EP-VIGENCIA-FIM >= WS-DATA-VIGENCIA
               EVALUATE TRUE
                   WHEN EP-PATRONAL
                       MOVE EP-ALIQUOTA TO WS-ALIQ-PATRONAL
                       MOVE "S" TO WS-TEM-PATRONAL
                   WHEN EP-RAT
                       MOVE EP-ALIQUOTA TO WS-ALIQ-RAT
                       MOVE "S" TO WS-TEM-RAT
                   WHEN EP-TERCEIROS
                       MOVE EP-ALIQUOTA TO WS-ALIQ-TERCEIROS
                       MOVE "S" TO WS-TEM-TERCEIROS
                   WHEN OTHER
                       DISPLAY "TIPO DE ENCARGO DESCONHECIDO "
                           "IGNORADO: " EP-TIPO
               END-EVALUATE
           END-IF.

      * SOMA O ACUMULADO DA COMPETENCIA POR TIPO DE FOLHA - ARQUIVO
      * AUSENTE E COMPETENCIA SEM FOLHA, AVISADA.
       SOMAR-ACUMULADO.
           MOVE "N" TO WS-FIM-ACUMULADO
           OPEN INPUT ACUMULADO-FILE
           IF WS-FS-ACUMULADO NOT = "00"
               DISPLAY "SEM ACUMULADO DE FOLHA (" WS-FS-ACUMULADO
                   ") - GUIAS SO COM AS RESCISOES"
           ELSE
               PERFORM UNTIL FIM-ACUMULADO
                   READ ACUMULADO-FILE
                       AT END
                           SET FIM-ACUMULADO TO TRUE
                       NOT AT END
                           IF AC-COMPETENCIA = WS-COMP-GUIA
                               MOVE AC-TIPO-FOLHA
                                   TO WS-TIPO-PROCURADO
                               PERFORM LOCALIZAR-TIPO
                               IF WS-IDX-ACHADO > 0
                                   ADD 1
                                     TO WS-ST-QTD(WS-IDX-ACHADO)
                                   ADD AC-BRUTO
                                     TO WS-ST-BRUTO(WS-IDX-ACHADO)
                                   ADD AC-INSS
                                     TO WS-ST-INSS(WS-IDX-ACHADO)
                                   ADD AC-IRRF
                                     TO WS-ST-IRRF(WS-IDX-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUMULADO-FILE
           END-IF.

      * TOTAIS DA EMPRESA QUE O A008 GRAVOU PARA A COMPETENCIA.
       SOMAR-TOTAIS-FOLHA.
           MOVE "N" TO WS-FIM-TOTAIS
           OPEN INPUT TOTAIS-FILE
           IF WS-FS-TOTAIS NOT = "00"
               DISPLAY "SEM TOTAIS DA FOLHA (" WS-FS-TOTAIS
                   ") - ACUMULADO SEM CONTRAPARTIDA"
           ELSE
               PERFORM UNTIL FIM-TOTAIS
                   READ TOTAIS-FILE
                       AT END
                           SET FIM-TOTAIS TO TRUE
                       NOT AT END
                           IF TF-COMPETENCIA = WS-COMP-GUIA
                               MOVE TF-TIPO-FOLHA
                                   TO WS-TIPO-PROCURADO
                               PERFORM LOCALIZAR-TIPO
                               IF WS-IDX-ACHADO > 0
                                   MOVE "S" TO
                                       WS-ST-TEM-TOTAIS(WS-IDX-ACHADO)
                                   MOVE TF-QTD-FUNCIONARIOS
                                     TO WS-ST-TF-QTD(WS-IDX-ACHADO)
                                   MOVE TF-BRUTO
                                     TO WS-ST-TF-BRUTO(WS-IDX-ACHADO)
                                   MOVE TF-INSS
                                     TO WS-ST-TF-INSS(WS-IDX-ACHADO)
                                   MOVE TF-IRRF
                                     TO WS-ST-TF-IRRF(WS-IDX-ACHADO)
                                   IF TF-TIPO-FOLHA = "NORM"
                                     AND TF-SALARIO-MATERNIDADE
                                         IS NUMERIC
                                       MOVE TF-SALARIO-MATERNIDADE
                                         TO WS-SAL-MATERNIDADE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTAIS-FILE
           END-IF.

      * RESCISOES DO MES: CADA UMA VAI LISTADA NA CONFERENCIA E SOMA
      * NA LINHA "RESC" - ARQUIVO AUSENTE E MES SEM RESCISAO.
       SOMAR-RESCISOES.
           MOVE "N" TO WS-FIM-HISTORICO
           OPEN INPUT HISTORICO-FILE
           IF WS-FS-HISTORICO = "00"
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-GUIAS
               MOVE "RESCISOES DA COMPETENCIA" TO RL-LINHA
               PERFORM GRAVAR-LINHA-GUIAS
               PERFORM UNTIL FIM-HISTORICO
                   READ HISTORICO-FILE
                       AT END
                           SET FIM-HISTORICO TO TRUE
                       NOT AT END
                           IF RH-COMPETENCIA = WS-COMP-GUIA
                               PERFORM ACUMULAR-RESCISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       ACUMULAR-RESCISAO.
           ADD 1                TO WS-ST-QTD(5)
           ADD RH-SALDO-SALARIO TO WS-ST-BRUTO(5)
           ADD RH-INSS          TO WS-ST-INSS(5)
           ADD RH-IRRF          TO WS-ST-IRRF(5)
           MOVE RH-SALDO-SALARIO TO WS-AUX-BASE
           MOVE RH-INSS          TO WS-AUX-INSS
           MOVE RH-IRRF          TO WS-AUX-IRRF
           MOVE SPACES TO RL-LINHA
           STRING "  MATRICULA " RH-MATRICULA
                  " CAUSA " RH-CAUSA
                  " SALDO" WS-AUX-BASE
                  " INSS" WS-AUX-INSS
                  " IRRF" WS-AUX-IRRF
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS.

      * FERIAS PAGAS NO MES: MESMA MECANICA DAS RESCISOES, NA LINHA
      * "FERI" - ARQUIVO AUSENTE E MES SEM FERIAS PAGAS.
       SOMAR-FERIAS.
           MOVE "N" TO WS-FIM-FERIAS
           OPEN INPUT FERIAS-FILE
           IF WS-FS-FERIAS = "00"
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-GUIAS
               MOVE "FERIAS PAGAS NA COMPETENCIA" TO RL-LINHA
               PERFORM GRAVAR-LINHA-GUIAS
               PERFORM UNTIL FIM-FERIAS
                   READ FERIAS-FILE
                       AT END
                           SET FIM-FERIAS TO TRUE
                       NOT AT END
                           IF FH-COMPETENCIA = WS-COMP-GUIA
                               PERFORM ACUMULAR-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIAS-FILE
           END-IF.

       ACUMULAR-FERIAS.
           ADD 1               TO WS-ST-QTD(6)
           ADD FH-VALOR-FERIAS TO WS-ST-BRUTO(6)
           ADD FH-TERCO-FERIAS TO WS-ST-BRUTO(6)
           ADD FH-INSS         TO WS-ST-INSS(6)
           ADD FH-IRRF         TO WS-ST-IRRF(6)
           COMPUTE WS-AUX-BASE = FH-VALOR-FERIAS + FH-TERCO-FERIAS
           MOVE FH-INSS          TO WS-AUX-INSS
           MOVE FH-IRRF          TO WS-AUX-IRRF
           MOVE SPACES TO RL-LINHA
           STRING "  MATRICULA " FH-MATRICULA
                  " DIAS " FH-DIAS
                  " BRUTO" WS-AUX-BASE
                  " INSS" WS-AUX-INSS
                  " IRRF" WS-AUX-IRRF
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS.

       LOCALIZAR-TIPO.
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 4 OR WS-IDX-ACHADO > 0
               IF WS-TIPO-NOME(WS-IDX-TIPO) = WS-TIPO-PROCURADO
                   MOVE WS-IDX-TIPO TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

      * BATIMENTO TIPO A TIPO: O QUE O ACUMULADO SOMA TEM QUE SER O
      * QUE A PAGINA DE FECHAMENTO DA FOLHA MOSTROU - QUANTIDADE,
      * BRUTO, INSS E IRRF. FOLHA NO ACUMULADO SEM TOTAIS (OU O
      * CONTRARIO) TAMBEM E DIVERGENCIA.
       CONFERIR-TOTAIS-FOLHA.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-GUIAS
           MOVE "BATIMENTO ACUMULADO X TOTAIS DA FOLHA (A008)"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-GUIAS
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 4
               IF WS-ST-QTD(WS-IDX-TIPO) > 0
                       OR WS-ST-TEM-TOTAIS(WS-IDX-TIPO) = "S"
                   PERFORM CONFERIR-TIPO-FOLHA
               END-IF
           END-PERFORM.

       CONFERIR-TIPO-FOLHA.
           MOVE "N" TO WS-DIVERGIU
           IF WS-ST-TEM-TOTAIS(WS-IDX-TIPO) NOT = "S"
                   OR WS-ST-QTD(WS-IDX-TIPO) NOT =
                       WS-ST-TF-QTD(WS-IDX-TIPO)
                   OR WS-ST-BRUTO(WS-IDX-TIPO) NOT =
                       WS-ST-TF-BRUTO(WS-IDX-TIPO)
                   OR WS-ST-INSS(WS-IDX-TIPO) NOT =
                       WS-ST-TF-INSS(WS-IDX-TIPO)
                   OR WS-ST-IRRF(WS-IDX-TIPO) NOT =
                       WS-ST-TF-IRRF(WS-IDX-TIPO)
               MOVE "S" TO WS-DIVERGIU
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF

           MOVE WS-ST-BRUTO(WS-IDX-TIPO) TO WS-AUX-BASE
           MOVE WS-ST-INSS(WS-IDX-TIPO)  TO WS-AUX-INSS
           MOVE WS-ST-IRRF(WS-IDX-TIPO)  TO WS-AUX-IRRF
           MOVE SPACES TO RL-LINHA
           STRING WS-TIPO-NOME(WS-IDX-TIPO)
                  " ACUMULADO QTD=" WS-ST-QTD(WS-IDX-TIPO)
                  " BRUTO" WS-AUX-BASE
                  " INSS" WS-AUX-INSS
                  " IRRF" WS-AUX-IRRF
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS

           IF WS-ST-TEM-TOTAIS(WS-IDX-TIPO) = "S"
               MOVE WS-ST-TF-BRUTO(WS-IDX-TIPO) TO WS-AUX-BASE
               MOVE WS-ST-TF-INSS(WS-IDX-TIPO)  TO WS-AUX-INSS
               MOVE WS-ST-TF-IRRF(WS-IDX-TIPO)  TO WS-AUX-IRRF
               MOVE SPACES TO RL-LINHA
               STRING "     FOLHA     QTD=" WS-ST-TF-QTD(WS-IDX-TIPO)
                      " BRUTO" WS-AUX-BASE
                      " INSS" WS-AUX-INSS
                      " IRRF" WS-AUX-IRRF
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               MOVE "     FOLHA     SEM TOTAIS GRAVADOS PELO A008"
                   TO RL-LINHA
           END-IF
           PERFORM GRAVAR-LINHA-GUIAS

           IF TIPO-DIVERGIU
               MOVE SPACES TO RL-LINHA
               STRING "  ** DIVERGENCIA NA FOLHA "
                      WS-TIPO-NOME(WS-IDX-TIPO)
                      ": ACUMULADO NAO BATE COM OS TOTAIS **"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-GUIAS
               DISPLAY "DIVERGENCIA ACUMULADO X TOTAIS NA FOLHA "
                   WS-TIPO-NOME(WS-IDX-TIPO) " DA COMPETENCIA "
                   WS-COMP-GUIA
           END-IF.

      * INSS DOS SEGURADOS = TUDO O QUE FOI RETIDO (FOLHAS,
      * RESCISOES E FERIAS); PARTE DA EMPRESA = ALIQUOTAS VIGENTES
      * SOBRE A BASE DA EMPRESA; DA GUIA SAI A COMPENSACAO DO SALARIO
      * MATERNIDADE; IRRF = TUDO O QUE FOI RETIDO.
       CALCULAR-GUIAS.
           MOVE ZEROS TO WS-INSS-SEGURADOS
           MOVE ZEROS TO WS-TOT-DARF
           MOVE ZEROS TO WS-BASE-IRRF
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 6
               ADD WS-ST-INSS(WS-IDX-TIPO)  TO WS-INSS-SEGURADOS
               ADD WS-ST-IRRF(WS-IDX-TIPO)  TO WS-TOT-DARF
               ADD WS-ST-BRUTO(WS-IDX-TIPO) TO WS-BASE-IRRF
           END-PERFORM
           COMPUTE WS-BASE-EMPRESA =
               WS-ST-BRUTO(1) + WS-ST-BRUTO(2) + WS-ST-BRUTO(4)
               + WS-ST-BRUTO(5) + WS-ST-BRUTO(6)
           COMPUTE WS-INSS-PATRONAL ROUNDED =
               WS-BASE-EMPRESA * WS-ALIQ-PATRONAL
           COMPUTE WS-INSS-RAT ROUNDED =
               WS-BASE-EMPRESA * WS-ALIQ-RAT
           COMPUTE WS-INSS-TERCEIROS ROUNDED =
               WS-BASE-EMPRESA * WS-ALIQ-TERCEIROS
           COMPUTE WS-TOT-GUIA-INSS =
               WS-INSS-SEGURADOS + WS-INSS-PATRONAL + WS-INSS-RAT
               + WS-INSS-TERCEIROS
           IF WS-SAL-MATERNIDADE > WS-TOT-GUIA-INSS
               MOVE WS-TOT-GUIA-INSS TO WS-COMPENSACAO
               DISPLAY "SALARIO MATERNIDADE MAIOR QUE A GUIA - "
                   "COMPENSACAO LIMITADA AO VALOR DA GUIA"
           ELSE
               MOVE WS-SAL-MATERNIDADE TO WS-COMPENSACAO
           END-IF
           SUBTRACT WS-COMPENSACAO FROM WS-TOT-GUIA-INSS.

      * GUIA DO INSS: HEADER, AS PARCELAS E O TRAILER, COM AS
      * MESMAS LINHAS NA CONFERENCIA.
       GRAVAR-GUIA-INSS.
           MOVE "H"                  TO GI-H-TIPO
           MOVE WS-COMP-GUIA         TO GI-H-COMPETENCIA
           MOVE WS-VENCIMENTO-N      TO GI-H-VENCIMENTO
           MOVE WS-CAB-DATA-EXECUCAO TO GI-H-DATA-GERACAO
           WRITE GI-HEADER-REC

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-GUIAS
           MOVE SPACES TO RL-LINHA
           STRING "GUIA DO INSS - VENCIMENTO " WS-VENC-FMT
                  "  ARQUIVO " FUNCTION TRIM(WS-ARQ-GUIA-INSS)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS

           MOVE ZEROS TO WS-QTD-DETALHES
           MOVE "SEGU"            TO GI-D-CODIGO
           MOVE WS-BASE-IRRF      TO GI-D-BASE
           MOVE ZEROS             TO GI-D-ALIQUOTA
           MOVE WS-INSS-SEGURADOS TO GI-D-VALOR
           PERFORM GRAVAR-DETALHE-INSS
           MOVE "PATR"            TO GI-D-CODIGO
           MOVE WS-BASE-EMPRESA   TO GI-D-BASE
           MOVE WS-ALIQ-PATRONAL  TO GI-D-ALIQUOTA
           MOVE WS-INSS-PATRONAL  TO GI-D-VALOR
           PERFORM GRAVAR-DETALHE-INSS
           MOVE "RAT "            TO GI-D-CODIGO
           MOVE WS-BASE-EMPRESA   TO GI-D-BASE
           MOVE WS-ALIQ-RAT       TO GI-D-ALIQUOTA
           MOVE WS-INSS-RAT       TO GI-D-VALOR
           PERFORM GRAVAR-DETALHE-INSS
           MOVE "TERC"            TO GI-D-CODIGO
           MOVE WS-BASE-EMPRESA   TO GI-D-BASE
           MOVE WS-ALIQ-TERCEIROS TO GI-D-ALIQUOTA
           MOVE WS-INSS-TERCEIROS TO GI-D-VALOR
           PERFORM GRAVAR-DETALHE-INSS
      * A COMPENSACAO SAI COMO DETALHE PROPRIO, QUE O TOTAL DA GUIA
      * JA ABATEU.
           IF WS-COMPENSACAO > 0
               MOVE "SMAT"             TO GI-D-CODIGO
               MOVE WS-SAL-MATERNIDADE TO GI-D-BASE
               MOVE ZEROS              TO GI-D-ALIQUOTA
               MOVE WS-COMPENSACAO     TO GI-D-VALOR
               PERFORM GRAVAR-DETALHE-INSS
           END-IF

           MOVE "T"              TO GI-T-TIPO
           MOVE WS-QTD-DETALHES  TO GI-T-QTD-DETALHES
           MOVE WS-TOT-GUIA-INSS TO GI-T-TOTAL
           WRITE GI-TRAILER-REC

           MOVE WS-TOT-GUIA-INSS TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "  TOTAL DA GUIA DO INSS.......: " WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS.

       GRAVAR-DETALHE-INSS.
           ADD 1 TO WS-QTD-DETALHES
           MOVE "D" TO GI-D-TIPO
           WRITE GI-DETALHE-REC
           COMPUTE WS-PERC-ALIQUOTA = GI-D-ALIQUOTA * 100
           MOVE WS-PERC-ALIQUOTA TO WS-AUX-ALIQUOTA
           MOVE GI-D-BASE  TO WS-AUX-BASE
           MOVE GI-D-VALOR TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           EVALUATE GI-D-CODIGO
               WHEN "SEGU"
                   STRING "  " GI-D-CODIGO " RETIDO DOS SEGURADOS "
                          "SOBRE" WS-AUX-BASE "  =" WS-AUX-VALOR
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               WHEN "SMAT"
                   STRING "  " GI-D-CODIGO " SALARIO MATERNIDADE "
                          "PAGO" WS-AUX-BASE "  (-)" WS-AUX-VALOR
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               WHEN OTHER
                   STRING "  " GI-D-CODIGO " " WS-AUX-ALIQUOTA
                          "% SOBRE A BASE" WS-AUX-BASE
                          "  =" WS-AUX-VALOR
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
           END-EVALUATE
           PERFORM GRAVAR-LINHA-GUIAS.

      * DARF DO IRRF: UM DETALHE POR ORIGEM COM RETENCAO NO MES.
       GRAVAR-DARF-IRRF.
           MOVE "H"                  TO DF-H-TIPO
           MOVE WS-COMP-GUIA         TO DF-H-COMPETENCIA
           MOVE WS-VENCIMENTO-N      TO DF-H-VENCIMENTO
           MOVE "0561"               TO DF-H-CODIGO-RECEITA
           MOVE WS-CAB-DATA-EXECUCAO TO DF-H-DATA-GERACAO
           WRITE DF-HEADER-REC

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-GUIAS
           MOVE SPACES TO RL-LINHA
           STRING "DARF IRRF 0561 - VENCIMENTO " WS-VENC-FMT
                  "  ARQUIVO " FUNCTION TRIM(WS-ARQ-DARF)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS

           MOVE ZEROS TO WS-QTD-DETALHES
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 6
               IF WS-ST-IRRF(WS-IDX-TIPO) > 0
                   PERFORM GRAVAR-DETALHE-DARF
               END-IF
           END-PERFORM

           MOVE "T"             TO DF-T-TIPO
           MOVE WS-QTD-DETALHES TO DF-T-QTD-DETALHES
           MOVE WS-TOT-DARF     TO DF-T-TOTAL
           WRITE DF-TRAILER-REC

           MOVE WS-TOT-DARF TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "  TOTAL DO DARF DO IRRF.......: " WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS
           IF WS-QTD-DIVERGENCIAS > 0
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-GUIAS
               MOVE SPACES TO RL-LINHA
               STRING "*** " WS-QTD-DIVERGENCIAS
                      " DIVERGENCIA(S) NO BATIMENTO COM A FOLHA - "
                      "GUIAS NAO DEVEM SER PAGAS ***"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-GUIAS
           END-IF.

       GRAVAR-DETALHE-DARF.
           ADD 1 TO WS-QTD-DETALHES
           MOVE "D"                       TO DF-D-TIPO
           MOVE WS-TIPO-NOME(WS-IDX-TIPO) TO DF-D-ORIGEM
           MOVE WS-ST-QTD(WS-IDX-TIPO)    TO DF-D-QTD
           MOVE WS-ST-BRUTO(WS-IDX-TIPO)  TO DF-D-BASE
           MOVE WS-ST-IRRF(WS-IDX-TIPO)   TO DF-D-VALOR
           WRITE DF-DETALHE-REC
           MOVE DF-D-BASE  TO WS-AUX-BASE
           MOVE DF-D-VALOR TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "  " DF-D-ORIGEM " QTD=" DF-D-QTD
                  " RENDIMENTO" WS-AUX-BASE
                  "  IRRF=" WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-GUIAS.

      * CARREGA OS FERIADOS DO CALENDARIO DA OPERACAO - ARQUIVO
      * AUSENTE SO CONSIDERA OS FINS DE SEMANA NO VENCIMENTO.
       CARREGAR-CALENDARIO.
           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE "N"   TO WS-FIM-CALENDARIO
           OPEN INPUT CALENDARIO-FILE
           IF WS-FS-CALENDARIO NOT = "00"
               DISPLAY "SEM CALENDARIO DA OPERACAO ("
                   WS-FS-CALENDARIO ") - VENCIMENTO SO POR FIM DE "
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

      * DIA 20 DO MES SEGUINTE A COMPETENCIA, RECUANDO DIA A DIA ATE
      * CAIR EM DIA UTIL (LIMITE DE 30 SALTOS CONTRA CALENDARIO
      * DEGENERADO, COMO NO DRIVER).
       CALCULAR-VENCIMENTO.
           IF WS-COMP-MES = 12
               COMPUTE WS-VENC-ANO = WS-COMP-ANO + 1
               MOVE 01 TO WS-VENC-MES
           ELSE
               MOVE WS-COMP-ANO TO WS-VENC-ANO
               COMPUTE WS-VENC-MES = WS-COMP-MES + 1
           END-IF
           MOVE 20 TO WS-VENC-DIA
           MOVE ZEROS TO WS-QTD-SALTOS
           PERFORM TESTAR-DIA-UTIL
           PERFORM UNTIL EH-DIA-UTIL OR WS-QTD-SALTOS > 30
               PERFORM RECUAR-E-TESTAR
           END-PERFORM
           MOVE SPACES TO WS-VENC-FMT
           STRING WS-VENC-DIA "/" WS-VENC-MES "/" WS-VENC-ANO
               DELIMITED BY SIZE INTO WS-VENC-FMT
           END-STRING.

       RECUAR-E-TESTAR.
           ADD 1 TO WS-QTD-SALTOS
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO-N) - 1
           COMPUTE WS-VENCIMENTO-N =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
           PERFORM TESTAR-DIA-UTIL.

      * DIA DA SEMANA PELO RESTO DO DIA CORRIDO POR 7 (0=DOMINGO,
      * 6=SABADO, PELA BASE DO INTEGER-OF-DATE) MAIS OS FERIADOS.
       TESTAR-DIA-UTIL.
           MOVE "S" TO WS-EH-DIA-UTIL
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO-N)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION REM(WS-DIAS-CORRIDOS, 7)
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE "N" TO WS-EH-DIA-UTIL
           END-IF
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIADOS
               IF WS-FERIADO(WS-IDX-FER) = WS-VENCIMENTO-N
                   MOVE "N" TO WS-EH-DIA-UTIL
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECALHO-GUIAS.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-GUIAS.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-GUIAS
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A032-GUIAS-INSS-IRRF.
