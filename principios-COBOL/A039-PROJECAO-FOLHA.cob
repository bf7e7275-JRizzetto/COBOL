      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: PROJECAO ORCAMENTARIA DA FOLHA E SIMULACAO DO CUSTO
      *          DO DISSIDIO - TODO ANO A DIRETORIA PERGUNTA QUANTO UM
      *          REAJUSTE DE X% VAI CUSTAR NOS PROXIMOS 12 MESES, E A
      *          RESPOSTA SAIA DE UMA PLANILHA QUE NUNCA BATIA COM A
      *          FOLHA. ESTE PROGRAMA E O EQUIVALENTE DO 018-SIMULA-
      *          POLITICA PARA A FOLHA: A PARTIR DO CADASTRO DE
      *          FUNCIONARIOS, PROJETA MES A MES, POR FUNCIONARIO E NO
      *          TOTAL DA EMPRESA, O BRUTO, O INSS DO EMPREGADO E DA
      *          EMPRESA, O IRRF E AS PROVISOES DE 13O E FERIAS, COM O
      *          INSS E O IRRF CALCULADOS PELO IMPOSTO-CALC NAS TABELAS
      *          VIGENTES EM CADA MES E O INSS DA EMPRESA PELAS
      *          ALIQUOTAS COM VIGENCIA DOS ENCARGOS - LADO A LADO COM
      *          A FOLHA ATUAL (SALARIOS DE HOJE, QUADRO DE HOJE) E A
      *          DIFERENCA.
      *          PARAMETROS (VARIAVEIS DE AMBIENTE):
      *            PROJECAO_REAJUSTE - PERCENTUAL DO REAJUSTE, 5
      *                                DIGITOS COM 2 DECIMAIS (00650 =
      *                                6,50%)
      *            PROJECAO_VIGENCIA - COMPETENCIA AAAAMM EM QUE O
      *                                REAJUSTE COMECA A VALER
      *                                (BRANCO = PRIMEIRO MES PROJETADO)
      *          OS 12 MESES PROJETADOS COMECAM NO MES SEGUINTE AO DA
      *          DATA DE MOVIMENTO. O CENARIO DE ADMISSOES E
      *          DESLIGAMENTOS (data/PROJECAO_CENARIO.DAT) E OPCIONAL.
      *          SO LE: NAO GRAVA NO CADASTRO, NO ACUMULADO DE FOLHA
      *          NEM NO MOVIMENTO - O UNICO ARQUIVO GRAVADO E O
      *          RELATORIO DA PROJECAO.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A039-PROJECAO-FOLHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CADASTRO DE FUNCIONARIOS, SO PARA LEITURA.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC WS-ARQ-FUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-ID-FUNC
               ALTERNATE RECORD KEY IS FM-CPF-FUNC
               FILE STATUS IS WS-FS-FUNC.
      * CADASTRO DE DEPENDENTES LEGAIS - A CONTAGEM POR MATRICULA
      * ENTRA NO IMPOSTO-CALC, COMO NA FOLHA (A008).
           SELECT DEPENDENTE-FILE ASSIGN TO DYNAMIC WS-ARQ-DEPENDENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTE.
      * ALIQUOTAS DOS ENCARGOS DA EMPRESA COM VIGENCIA, AS MESMAS DA
      * GUIA DO INSS (A032).
           SELECT ENCARGOS-FILE ASSIGN TO DYNAMIC WS-ARQ-ENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCARGOS.
      * CENARIO DE ADMISSOES E DESLIGAMENTOS PREVISTOS, MANTIDO PELO
      * RH PARA A SIMULACAO - OPCIONAL.
           SELECT CENARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-CENARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENARIO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  DEPENDENTE-FILE.
       COPY DEPENDENTE-REC.
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
      * UMA LINHA POR MOVIMENTO PREVISTO: "A" ADMISSAO (MATRICULA
      * PROVISORIA DA VAGA, DESCRICAO E SALARIO CONTRATADO) OU "D"
      * DESLIGAMENTO (MATRICULA DO CADASTRO; NOME E SALARIO EM
      * BRANCO). A COMPETENCIA E O PRIMEIRO MES COM O ADMITIDO NA
      * FOLHA, OU O PRIMEIRO MES SEM O DESLIGADO.
       FD  CENARIO-FILE.
       01  PC-CENARIO-REC.
           05 PC-TIPO              PIC X(01).
               88 PC-ADMISSAO              VALUE "A".
               88 PC-DESLIGAMENTO          VALUE "D".
           05 PC-COMPETENCIA       PIC 9(06).
           05 PC-MATRICULA         PIC 9(06).
           05 PC-NOME              PIC X(20).
           05 PC-SALARIO           PIC 9(05)V99.
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-DEPENDENTE PIC X(40)
           VALUE "data/DEPENDENTES.DAT".
       01 WS-FS-DEPENDENTE                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-ENCARGOS   PIC X(40)
           VALUE "data/ENCARGOS_PATRONAIS.DAT".
       01 WS-FS-ENCARGOS                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-CENARIO    PIC X(40)
           VALUE "data/PROJECAO_CENARIO.DAT".
       01 WS-FS-CENARIO                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/PROJECAO_FOLHA.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-MASTER                          PIC X(01) VALUE "N".
           88 FIM-MASTER                         VALUE "S".
       01 WS-FIM-DEPENDENTE                      PIC X(01) VALUE "N".
           88 FIM-DEPENDENTE                     VALUE "S".
       01 WS-FIM-ENCARGOS                        PIC X(01) VALUE "N".
           88 FIM-ENCARGOS                       VALUE "S".
       01 WS-FIM-CENARIO                         PIC X(01) VALUE "N".
           88 FIM-CENARIO                        VALUE "S".
      * PARAMETROS DA SIMULACAO.
       01 WS-REAJUSTE-X      PIC X(05) VALUE SPACES.
       01 WS-REAJUSTE-N REDEFINES WS-REAJUSTE-X PIC 9(03)V99.
       01 WS-REAJUSTE        PIC 9(03)V99 VALUE ZEROS.
       01 WS-VIGENCIA-X      PIC X(06) VALUE SPACES.
       01 WS-VIGENCIA        PIC 9(06) VALUE ZEROS.
       01 WS-PARAMETRO-OK                        PIC X(01) VALUE "S".
           88 PARAMETRO-OK                       VALUE "S".
      * DATA DE MOVIMENTO: AS TABELAS DE IMPOSTO E AS ALIQUOTAS
      * VIGENTES NELA VALEM PARA OS MESES FUTUROS AINDA SEM TABELA
      * PUBLICADA.
       01 WS-DATA-BASE       PIC 9(08) VALUE ZEROS.
      * OS 12 MESES DA PROJECAO: COMPETENCIA, DATA USADA NO
      * IMPOSTO-CALC (O DIA 1O DO MES, OU A DATA DE MOVIMENTO QUANDO
      * O MES NAO TEM TABELA) E A ALIQUOTA TOTAL DA EMPRESA (PATRONAL
      * + RAT + TERCEIROS) VIGENTE.
       01 WS-MES-TABELA.
           05 WS-MES-ENTRADA OCCURS 12 TIMES.
               10 WS-MES-COMPETENCIA  PIC 9(06).
               10 WS-MES-DATA-CALC    PIC 9(08).
               10 WS-MES-TAB-PROJETADA PIC X(01).
               10 WS-MES-ALIQ-EMPRESA PIC 9V9999.
               10 WS-MES-ENC-PROJETADO PIC X(01).
       01 WS-IDX-MES                             PIC 9(02) VALUE ZEROS.
       01 WS-COMP-CORRENTE.
           05 WS-CORR-ANO    PIC 9(04).
           05 WS-CORR-MES    PIC 9(02).
       01 WS-COMP-CORRENTE-N REDEFINES WS-COMP-CORRENTE PIC 9(06).
       01 WS-QTD-MES-TAB-PROJ                    PIC 9(02) VALUE ZEROS.
       01 WS-QTD-MES-ENC-PROJ                    PIC 9(02) VALUE ZEROS.
      * ALIQUOTAS DOS ENCARGOS EM MEMORIA, COM A VIGENCIA.
       01 WS-ENC-TABELA.
           05 WS-ENC-ENTRADA OCCURS 50 TIMES.
               10 WS-ENC-TIPO         PIC X(01).
               10 WS-ENC-VIG-INI      PIC 9(08).
               10 WS-ENC-VIG-FIM      PIC 9(08).
               10 WS-ENC-ALIQUOTA     PIC 9V9999.
       01 WS-QTD-ENC                             PIC 9(02) VALUE ZEROS.
       01 WS-IDX-ENC                             PIC 9(02) VALUE ZEROS.
       01 WS-DATA-BUSCA                          PIC 9(08) VALUE ZEROS.
       01 WS-ALIQ-BUSCA                          PIC 9V9999 VALUE ZEROS.
       01 WS-TEM-PATRONAL                        PIC X(01) VALUE "N".
           88 TEM-PATRONAL                       VALUE "S".
      * DEPENDENTES POR MATRICULA, COMO NA FOLHA.
       01 WS-DEP-TABELA.
           05 WS-DEP-ENTRADA OCCURS 500 TIMES.
               10 WS-DEP-MATRICULA  PIC 9(06).
               10 WS-DEP-QTD        PIC 9(02).
       01 WS-QTD-DEP-TAB                         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-DEP                             PIC 9(03) VALUE ZEROS.
       01 WS-QTD-DEPENDENTES                     PIC 9(02) VALUE ZEROS.
       01 WS-DEP-ACHADO                          PIC X(01) VALUE "N".
           88 DEP-ACHADO                         VALUE "S".
      * CENARIO DE ADMISSOES E DESLIGAMENTOS.
       01 WS-CEN-TABELA.
           05 WS-CEN-ENTRADA OCCURS 200 TIMES.
               10 WS-CEN-TIPO         PIC X(01).
               10 WS-CEN-COMPETENCIA  PIC 9(06).
               10 WS-CEN-MATRICULA    PIC 9(06).
               10 WS-CEN-NOME         PIC X(20).
               10 WS-CEN-SALARIO      PIC 9(05)V99.
       01 WS-QTD-CEN                             PIC 9(03) VALUE ZEROS.
       01 WS-IDX-CEN                             PIC 9(03) VALUE ZEROS.
       01 WS-QTD-CEN-INVALIDO                    PIC 9(03) VALUE ZEROS.
       01 WS-QTD-ADMISSOES                       PIC 9(03) VALUE ZEROS.
       01 WS-QTD-DESLIGAMENTOS                   PIC 9(03) VALUE ZEROS.
      * QUADRO PROJETADO: OS FUNCIONARIOS DO CADASTRO MAIS AS
      * ADMISSOES DO CENARIO, COM O INSS E O IRRF DE CADA MES NOS DOIS
      * CENARIOS (ATUAL E PROJETADO), APURADOS MES A MES PELO
      * IMPOSTO-CALC ANTES DA IMPRESSAO.
       01 WS-FUN-TABELA.
           05 WS-FUN-ENTRADA OCCURS 500 TIMES.
               10 WS-FUN-MATRICULA    PIC 9(06).
               10 WS-FUN-NOME         PIC X(20).
               10 WS-FUN-SALARIO      PIC 9(05)V99.
               10 WS-FUN-SALARIO-REAJ PIC 9(05)V99.
               10 WS-FUN-DEPENDENTES  PIC 9(02).
               10 WS-FUN-ADMISSAO     PIC 9(06).
               10 WS-FUN-DESLIGAMENTO PIC 9(06).
               10 WS-FUN-MES OCCURS 12 TIMES.
                   15 WS-FUN-INSS-ATU PIC 9(04)V99.
                   15 WS-FUN-IRRF-ATU PIC 9(04)V99.
                   15 WS-FUN-INSS-PRJ PIC 9(04)V99.
                   15 WS-FUN-IRRF-PRJ PIC 9(04)V99.
       01 WS-QTD-FUN                             PIC 9(03) VALUE ZEROS.
       01 WS-IDX-FUN                             PIC 9(03) VALUE ZEROS.
       01 WS-QTD-FUN-IGNORADOS                   PIC 9(03) VALUE ZEROS.
      * SALARIO DO FUNCIONARIO CORRENTE NO MES CORRENTE, NA FOLHA
      * ATUAL (CENARIO 1) E NA PROJETADA (CENARIO 2).
       01 WS-SALARIOS-MES.
           05 WS-SAL-CENARIO OCCURS 2 TIMES     PIC 9(05)V99.
       01 WS-IDX-CEN-CALC                        PIC 9(01) VALUE ZERO.
      * ENTRADA/SAIDA DA CHAMADA AO IMPOSTO-CALC COMPARTILHADO.
       01 WS-DATA-PROC                           PIC 9(08) VALUE ZEROS.
       01 WS-SALARIO-BASE                        PIC 9(05)V99
                                                 VALUE ZERO.
       01 WS-RC-IMPOSTO                          PIC 9(02) VALUE ZERO.
       01 WS-INSS                                PIC 9(04)V99
                                                 VALUE ZERO.
       01 WS-IRRF                                PIC 9(04)V99
                                                 VALUE ZERO.
       01 WS-SALARIO-LIQUIDO                     PIC 9(05)V99
                                                 VALUE ZERO.
      * ITENS DA PROJECAO, NA ORDEM DO RELATORIO. O CUSTO E O QUE A
      * EMPRESA DESEMBOLSA OU PROVISIONA: BRUTO + INSS DA EMPRESA +
      * PROVISOES (O INSS E O IRRF DO EMPREGADO SAEM DO BRUTO).
       01 WS-ROTULOS-INIT.
           05 FILLER PIC X(20) VALUE
               "SALARIO BRUTO".
           05 FILLER PIC X(20) VALUE
               "INSS EMPREGADO".
           05 FILLER PIC X(20) VALUE
               "IRRF".
           05 FILLER PIC X(20) VALUE
               "INSS EMPRESA".
           05 FILLER PIC X(20) VALUE
               "PROVISAO 13O".
           05 FILLER PIC X(20) VALUE
               "PROVISAO FERIAS+1/3".
           05 FILLER PIC X(20) VALUE
               "CUSTO TOTAL".
       01 WS-ROTULOS REDEFINES WS-ROTULOS-INIT.
           05 WS-ROTULO-ITEM OCCURS 7 TIMES     PIC X(20).
       01 WS-IDX-ITEM                            PIC 9(01) VALUE ZERO.
      * ITENS DO FUNCIONARIO CORRENTE NO MES, NOS DOIS CENARIOS.
       01 WS-CALC-TABELA.
           05 WS-CALC-CENARIO OCCURS 2 TIMES.
               10 WS-CALC-ITEM OCCURS 7 TIMES   PIC 9(07)V99.
      * ACUMULADO DO FUNCIONARIO NOS 12 MESES.
       01 WS-FT-TABELA.
           05 WS-FT-CENARIO OCCURS 2 TIMES.
               10 WS-FT-ITEM OCCURS 7 TIMES     PIC 9(09)V99.
      * TOTAIS DA EMPRESA POR MES E NO PERIODO.
       01 WS-TM-TABELA.
           05 WS-TM-MES OCCURS 12 TIMES.
               10 WS-TM-CENARIO OCCURS 2 TIMES.
                   15 WS-TM-ITEM OCCURS 7 TIMES PIC 9(09)V99.
       01 WS-TP-TABELA.
           05 WS-TP-CENARIO OCCURS 2 TIMES.
               10 WS-TP-ITEM OCCURS 7 TIMES     PIC 9(11)V99.
       01 WS-DIFERENCA                           PIC S9(11)V99
                                                 VALUE ZEROS.
      * CAMPOS EDITADOS.
       01 WS-AUX-ITEM-1      PIC Z.ZZZ.ZZ9,99.
       01 WS-AUX-ITEM-2      PIC Z.ZZZ.ZZ9,99.
       01 WS-AUX-ITEM-3      PIC Z.ZZZ.ZZ9,99.
       01 WS-AUX-ITEM-4      PIC Z.ZZZ.ZZ9,99.
       01 WS-AUX-ITEM-5      PIC Z.ZZZ.ZZ9,99.
       01 WS-AUX-ITEM-6      PIC Z.ZZZ.ZZ9,99.
       01 WS-AUX-DIF-FUNC    PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-ATUAL       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-PROJETADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-DIFERENCA   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WS-AUX-SALARIO     PIC ZZ.ZZ9,99.
       01 WS-AUX-SALARIO-REAJ PIC ZZ.ZZ9,99.
       01 WS-AUX-REAJUSTE    PIC ZZ9,99.
       01 WS-AUX-ALIQUOTA    PIC 9,9999.
       01 WS-AUX-DATA-CALC.
           05 WS-AUX-DC-ANO  PIC 9(04).
           05 WS-AUX-DC-MES  PIC 9(02).
           05 WS-AUX-DC-DIA  PIC 9(02).
       01 WS-ROTULO-MES      PIC X(08) VALUE SPACES.
      * SECAO DO RELATORIO EM IMPRESSAO - DEFINE A LINHA DE COLUNAS
      * DO CABECALHO: "F" FUNCIONARIOS, "T" TOTAIS DA EMPRESA.
       01 WS-SECAO                               PIC X(01) VALUE "F".
           88 SECAO-FUNCIONARIOS                 VALUE "F".
           88 SECAO-TOTAIS                       VALUE "T".
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(110) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "PROJECAO ORCAMENTARIA DA FOLHA - A039-PROJECAO-"
               "FOLHA"

           MOVE "PROJECAO ORCAMENTARIA DA FOLHA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-INTERNO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-BASE
           INITIALIZE WS-TM-TABELA WS-TP-TABELA
           PERFORM MONTAR-MESES
           PERFORM LER-PARAMETROS
           IF NOT PARAMETRO-OK
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REAJUSTE TO WS-AUX-REAJUSTE
           DISPLAY "REAJUSTE DE " WS-AUX-REAJUSTE "% A PARTIR DE "
               WS-VIGENCIA " - MESES " WS-MES-COMPETENCIA(1) " A "
               WS-MES-COMPETENCIA(12)

      * SEM TABELAS DE IMPOSTO NA DATA DE MOVIMENTO NAO HA BASE NEM
      * PARA OS MESES FUTUROS - MESMA RECUSA DA FOLHA.
           MOVE WS-DATA-BASE TO WS-DATA-PROC
           MOVE 1000 TO WS-SALARIO-BASE
           MOVE ZEROS TO WS-QTD-DEPENDENTES
           PERFORM CHAMAR-IMPOSTO-CALC
           IF WS-RC-IMPOSTO NOT = 0
               DISPLAY "SEM TABELAS DE IMPOSTO VIGENTES PARA A DATA "
                   WS-DATA-BASE " - PROJECAO ABORTADA"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-ENCARGOS
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM RESOLVER-VIGENCIAS-MES
           END-PERFORM

           PERFORM CARREGAR-DEPENDENTES
           PERFORM CARREGAR-CENARIO

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
                       IF NOT FUNC-DESLIGADO
                           PERFORM GUARDAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           PERFORM INCLUIR-ADMISSOES

           IF WS-QTD-FUN = 0
               DISPLAY "NENHUM FUNCIONARIO ATIVO NEM ADMISSAO PREVISTA "
                   "- NADA A PROJETAR"
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

      * O INSS E O IRRF SAO APURADOS MES A MES PARA O QUADRO INTEIRO
      * - O IMPOSTO-CALC SO RECARREGA AS TABELAS QUANDO A DATA MUDA.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                       UNTIL WS-IDX-FUN > WS-QTD-FUN
                   PERFORM APURAR-IMPOSTOS-MES
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DA PROJECAO: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO WS-CAB-PAGINA
           SET SECAO-FUNCIONARIOS TO TRUE
           PERFORM IMPRIMIR-CABECALHO-PROJECAO
           PERFORM IMPRIMIR-PARAMETROS
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUN
               PERFORM IMPRIMIR-FUNCIONARIO
           END-PERFORM

           SET SECAO-TOTAIS TO TRUE
           MOVE WS-CAB-MAX-LINHAS TO WS-CAB-QTD-LINHAS
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM IMPRIMIR-TOTAIS-MES
           END-PERFORM
           PERFORM IMPRIMIR-TOTAIS-PERIODO
           CLOSE RELATORIO-FILE

           DISPLAY "PROJECAO: FUNCIONARIOS=" WS-QTD-FUN
               " ADMISSOES=" WS-QTD-ADMISSOES
               " DESLIGAMENTOS=" WS-QTD-DESLIGAMENTOS
           COMPUTE WS-DIFERENCA = WS-TP-ITEM(2, 7) - WS-TP-ITEM(1, 7)
           MOVE WS-DIFERENCA TO WS-AUX-DIFERENCA
           DISPLAY "DIFERENCA DE CUSTO NOS 12 MESES: " WS-AUX-DIFERENCA

           IF WS-QTD-MES-TAB-PROJ > 0 OR WS-QTD-MES-ENC-PROJ > 0
                   OR WS-QTD-CEN-INVALIDO > 0
                   OR WS-QTD-FUN-IGNORADOS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * OS 12 MESES A PARTIR DO SEGUINTE AO DA DATA DE MOVIMENTO.
       MONTAR-MESES.
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMP-CORRENTE
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               IF WS-CORR-MES = 12
                   ADD 1 TO WS-CORR-ANO
                   MOVE 01 TO WS-CORR-MES
               ELSE
                   ADD 1 TO WS-CORR-MES
               END-IF
               MOVE WS-COMP-CORRENTE-N
                   TO WS-MES-COMPETENCIA(WS-IDX-MES)
           END-PERFORM.

      * REAJUSTE E VIGENCIA. VIGENCIA AUSENTE VALE O PRIMEIRO MES
      * PROJETADO; VIGENCIA ALEM DO PERIODO E AVISADA (O REAJUSTE NAO
      * ENTRA EM NENHUM MES).
       LER-PARAMETROS.
           ACCEPT WS-REAJUSTE-X FROM ENVIRONMENT "PROJECAO_REAJUSTE"
           IF WS-REAJUSTE-X IS NOT NUMERIC
               DISPLAY "PROJECAO_REAJUSTE AUSENTE OU INVALIDO ("
                   WS-REAJUSTE-X ") - INFORME 5 DIGITOS (00650 = "
                   "6,50%)"
               MOVE "N" TO WS-PARAMETRO-OK
           ELSE
               MOVE WS-REAJUSTE-N TO WS-REAJUSTE
           END-IF

           ACCEPT WS-VIGENCIA-X FROM ENVIRONMENT "PROJECAO_VIGENCIA"
           IF WS-VIGENCIA-X = SPACES
               MOVE WS-MES-COMPETENCIA(1) TO WS-VIGENCIA
           ELSE
               IF WS-VIGENCIA-X IS NOT NUMERIC
                       OR WS-VIGENCIA-X(5:2) < "01"
                       OR WS-VIGENCIA-X(5:2) > "12"
                   DISPLAY "PROJECAO_VIGENCIA INVALIDA ("
                       WS-VIGENCIA-X ") - INFORME AAAAMM"
                   MOVE "N" TO WS-PARAMETRO-OK
               ELSE
                   MOVE WS-VIGENCIA-X TO WS-VIGENCIA
                   IF WS-VIGENCIA > WS-MES-COMPETENCIA(12)
                       DISPLAY "VIGENCIA " WS-VIGENCIA " ALEM DO "
                           "PERIODO PROJETADO - REAJUSTE SEM EFEITO"
                   END-IF
               END-IF
           END-IF.

      * TABELAS DE IMPOSTO E ALIQUOTAS DA EMPRESA DE CADA MES. MES
      * AINDA SEM TABELA PUBLICADA USA A VIGENTE NA DATA DE MOVIMENTO
      * - E O RELATORIO DIZ QUE A TABELA FOI PROJETADA.
       RESOLVER-VIGENCIAS-MES.
           MOVE WS-MES-COMPETENCIA(WS-IDX-MES) TO WS-DATA-PROC(1:6)
           MOVE "01" TO WS-DATA-PROC(7:2)
           MOVE 1000 TO WS-SALARIO-BASE
           MOVE ZEROS TO WS-QTD-DEPENDENTES
           PERFORM CHAMAR-IMPOSTO-CALC
           IF WS-RC-IMPOSTO = 0
               MOVE WS-DATA-PROC TO WS-MES-DATA-CALC(WS-IDX-MES)
               MOVE "N" TO WS-MES-TAB-PROJETADA(WS-IDX-MES)
           ELSE
               MOVE WS-DATA-BASE TO WS-MES-DATA-CALC(WS-IDX-MES)
               MOVE "S" TO WS-MES-TAB-PROJETADA(WS-IDX-MES)
               ADD 1 TO WS-QTD-MES-TAB-PROJ
               DISPLAY "COMPETENCIA " WS-MES-COMPETENCIA(WS-IDX-MES)
                   " SEM TABELA DE IMPOSTO - PROJETADA COM A DE "
                   WS-DATA-BASE
           END-IF

           MOVE WS-DATA-PROC TO WS-DATA-BUSCA
           PERFORM SOMAR-ALIQUOTAS-DATA
           IF TEM-PATRONAL
               MOVE "N" TO WS-MES-ENC-PROJETADO(WS-IDX-MES)
           ELSE
               MOVE WS-DATA-BASE TO WS-DATA-BUSCA
               PERFORM SOMAR-ALIQUOTAS-DATA
               MOVE "S" TO WS-MES-ENC-PROJETADO(WS-IDX-MES)
               ADD 1 TO WS-QTD-MES-ENC-PROJ
               IF NOT TEM-PATRONAL
                   DISPLAY "COMPETENCIA "
                       WS-MES-COMPETENCIA(WS-IDX-MES)
                       " SEM ALIQUOTA PATRONAL VIGENTE - INSS DA "
                       "EMPRESA ZERADO"
               END-IF
           END-IF
           MOVE WS-ALIQ-BUSCA TO WS-MES-ALIQ-EMPRESA(WS-IDX-MES).

       CHAMAR-IMPOSTO-CALC.
           CALL "IMPOSTO-CALC" USING WS-DATA-PROC
                                     WS-SALARIO-BASE
                                     WS-QTD-DEPENDENTES
                                     WS-INSS
                                     WS-IRRF
                                     WS-SALARIO-LIQUIDO
                                     WS-RC-IMPOSTO
           END-CALL.

      * CARREGA AS ALIQUOTAS DOS ENCARGOS. ARQUIVO AUSENTE DEIXA O
      * INSS DA EMPRESA ZERADO, AVISADO MES A MES.
       CARREGAR-ENCARGOS.
           MOVE ZEROS TO WS-QTD-ENC
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
                           IF WS-QTD-ENC < 50
                               ADD 1 TO WS-QTD-ENC
                               MOVE EP-TIPO
                                   TO WS-ENC-TIPO(WS-QTD-ENC)
                               MOVE EP-VIGENCIA-INI
                                   TO WS-ENC-VIG-INI(WS-QTD-ENC)
                               MOVE EP-VIGENCIA-FIM
                                   TO WS-ENC-VIG-FIM(WS-QTD-ENC)
                               MOVE EP-ALIQUOTA
                                   TO WS-ENC-ALIQUOTA(WS-QTD-ENC)
                           ELSE
                               DISPLAY "TABELA DE ENCARGOS CHEIA - "
                                   "LINHA IGNORADA: " EP-ENCARGO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-FILE
           END-IF.

      * SOMA PATRONAL, RAT E TERCEIROS VIGENTES NA DATA DE BUSCA.
       SOMAR-ALIQUOTAS-DATA.
           MOVE ZEROS TO WS-ALIQ-BUSCA
           MOVE "N"   TO WS-TEM-PATRONAL
           PERFORM VARYING WS-IDX-ENC FROM 1 BY 1
                   UNTIL WS-IDX-ENC > WS-QTD-ENC
               IF WS-ENC-VIG-INI(WS-IDX-ENC) <= WS-DATA-BUSCA
                       AND WS-ENC-VIG-FIM(WS-IDX-ENC) >= WS-DATA-BUSCA
                   EVALUATE WS-ENC-TIPO(WS-IDX-ENC)
                       WHEN "P"
                           ADD WS-ENC-ALIQUOTA(WS-IDX-ENC)
                               TO WS-ALIQ-BUSCA
                           MOVE "S" TO WS-TEM-PATRONAL
                       WHEN "R"
                       WHEN "T"
                           ADD WS-ENC-ALIQUOTA(WS-IDX-ENC)
                               TO WS-ALIQ-BUSCA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * CONTA OS DEPENDENTES DE CADA MATRICULA NO CADASTRO - UMA
      * LINHA POR DEPENDENTE, AGREGADA AQUI POR MATRICULA.
       CARREGAR-DEPENDENTES.
           MOVE ZEROS TO WS-QTD-DEP-TAB
           MOVE "N"   TO WS-FIM-DEPENDENTE
           OPEN INPUT DEPENDENTE-FILE
           IF WS-FS-DEPENDENTE NOT = "00"
               DISPLAY "SEM CADASTRO DE DEPENDENTES ("
                   WS-FS-DEPENDENTE ") - DEDUCAO ZERO"
           ELSE
               PERFORM UNTIL FIM-DEPENDENTE
                   READ DEPENDENTE-FILE
                       AT END
                           SET FIM-DEPENDENTE TO TRUE
                       NOT AT END
                           PERFORM ACUMULAR-DEPENDENTE
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTE-FILE
           END-IF.

       ACUMULAR-DEPENDENTE.
           MOVE "N" TO WS-DEP-ACHADO
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-DEP-TAB
                       OR DEP-ACHADO
               IF WS-DEP-MATRICULA(WS-IDX-DEP) = DP-MATRICULA
                   MOVE "S" TO WS-DEP-ACHADO
                   ADD 1 TO WS-DEP-QTD(WS-IDX-DEP)
               END-IF
           END-PERFORM
           IF NOT DEP-ACHADO
               IF WS-QTD-DEP-TAB < 500
                   ADD 1 TO WS-QTD-DEP-TAB
                   MOVE DP-MATRICULA
                       TO WS-DEP-MATRICULA(WS-QTD-DEP-TAB)
                   MOVE 1 TO WS-DEP-QTD(WS-QTD-DEP-TAB)
               ELSE
                   DISPLAY "TABELA DE DEPENDENTES CHEIA - "
                       "DEPENDENTE IGNORADO: " DP-MATRICULA
               END-IF
           END-IF.

       BUSCAR-QTD-DEPENDENTES.
           MOVE ZEROS TO WS-QTD-DEPENDENTES
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-DEP-TAB
               IF WS-DEP-MATRICULA(WS-IDX-DEP) = FM-ID-FUNC
                   MOVE WS-DEP-QTD(WS-IDX-DEP)
                       TO WS-QTD-DEPENDENTES
               END-IF
           END-PERFORM.

      * CENARIO DO RH. ARQUIVO AUSENTE E SIMULACAO SEM MOVIMENTO DE
      * QUADRO; LINHA COM TIPO, COMPETENCIA OU SALARIO INVALIDO E
      * IGNORADA E AVISADA.
       CARREGAR-CENARIO.
           MOVE ZEROS TO WS-QTD-CEN
           MOVE "N"   TO WS-FIM-CENARIO
           OPEN INPUT CENARIO-FILE
           IF WS-FS-CENARIO NOT = "00"
               DISPLAY "SEM CENARIO DE ADMISSOES/DESLIGAMENTOS ("
                   WS-FS-CENARIO ") - QUADRO ATUAL"
           ELSE
               PERFORM UNTIL FIM-CENARIO
                   READ CENARIO-FILE
                       AT END
                           SET FIM-CENARIO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-CENARIO
                   END-READ
               END-PERFORM
               CLOSE CENARIO-FILE
               DISPLAY "CENARIO: LINHAS VALIDAS=" WS-QTD-CEN
                   " INVALIDAS=" WS-QTD-CEN-INVALIDO
           END-IF.

       GUARDAR-CENARIO.
           EVALUATE TRUE
               WHEN NOT PC-ADMISSAO AND NOT PC-DESLIGAMENTO
                   DISPLAY "CENARIO COM TIPO INVALIDO IGNORADO: "
                       PC-CENARIO-REC
                   ADD 1 TO WS-QTD-CEN-INVALIDO
               WHEN PC-COMPETENCIA IS NOT NUMERIC
                       OR PC-COMPETENCIA(5:2) < "01"
                       OR PC-COMPETENCIA(5:2) > "12"
                   DISPLAY "CENARIO COM COMPETENCIA INVALIDA "
                       "IGNORADO: " PC-CENARIO-REC
                   ADD 1 TO WS-QTD-CEN-INVALIDO
               WHEN PC-ADMISSAO AND (PC-SALARIO IS NOT NUMERIC
                       OR PC-SALARIO = ZEROS)
                   DISPLAY "ADMISSAO SEM SALARIO IGNORADA: "
                       PC-CENARIO-REC
                   ADD 1 TO WS-QTD-CEN-INVALIDO
               WHEN WS-QTD-CEN >= 200
                   DISPLAY "TABELA DO CENARIO CHEIA - LINHA "
                       "IGNORADA: " PC-CENARIO-REC
                   ADD 1 TO WS-QTD-CEN-INVALIDO
               WHEN OTHER
                   ADD 1 TO WS-QTD-CEN
                   MOVE PC-TIPO        TO WS-CEN-TIPO(WS-QTD-CEN)
                   MOVE PC-COMPETENCIA TO WS-CEN-COMPETENCIA(WS-QTD-CEN)
                   MOVE PC-MATRICULA   TO WS-CEN-MATRICULA(WS-QTD-CEN)
                   MOVE PC-NOME        TO WS-CEN-NOME(WS-QTD-CEN)
                   IF PC-ADMISSAO
                       MOVE PC-SALARIO TO WS-CEN-SALARIO(WS-QTD-CEN)
                   ELSE
                       MOVE ZEROS      TO WS-CEN-SALARIO(WS-QTD-CEN)
                   END-IF
           END-EVALUATE.

      * FUNCIONARIO DO CADASTRO ENTRA NO QUADRO COM O SALARIO DE HOJE
      * E O REAJUSTADO; O DESLIGAMENTO DO CENARIO, SE HOUVER, TIRA O
      * FUNCIONARIO DA FOLHA PROJETADA A PARTIR DA COMPETENCIA.
       GUARDAR-FUNCIONARIO.
           IF WS-QTD-FUN >= 500
               DISPLAY "QUADRO PROJETADO CHEIO - MATRICULA IGNORADA: "
                   FM-ID-FUNC
               ADD 1 TO WS-QTD-FUN-IGNORADOS
           ELSE
               ADD 1 TO WS-QTD-FUN
               PERFORM BUSCAR-QTD-DEPENDENTES
               MOVE FM-ID-FUNC   TO WS-FUN-MATRICULA(WS-QTD-FUN)
               MOVE FM-NOME-FUNC TO WS-FUN-NOME(WS-QTD-FUN)
               MOVE FM-SALA-FUNC TO WS-FUN-SALARIO(WS-QTD-FUN)
               MOVE WS-QTD-DEPENDENTES
                   TO WS-FUN-DEPENDENTES(WS-QTD-FUN)
               MOVE ZEROS        TO WS-FUN-ADMISSAO(WS-QTD-FUN)
               MOVE 999999       TO WS-FUN-DESLIGAMENTO(WS-QTD-FUN)
               PERFORM VARYING WS-IDX-CEN FROM 1 BY 1
                       UNTIL WS-IDX-CEN > WS-QTD-CEN
                   IF WS-CEN-TIPO(WS-IDX-CEN) = "D"
                           AND WS-CEN-MATRICULA(WS-IDX-CEN) =
                               FM-ID-FUNC
                       MOVE WS-CEN-COMPETENCIA(WS-IDX-CEN)
                           TO WS-FUN-DESLIGAMENTO(WS-QTD-FUN)
                       ADD 1 TO WS-QTD-DESLIGAMENTOS
                   END-IF
               END-PERFORM
               PERFORM REAJUSTAR-SALARIO
           END-IF.

      * AS ADMISSOES DO CENARIO ENTRAM SO NA FOLHA PROJETADA, COM O
      * SALARIO CONTRATADO E SEM DEPENDENTES INFORMADOS.
       INCLUIR-ADMISSOES.
           PERFORM VARYING WS-IDX-CEN FROM 1 BY 1
                   UNTIL WS-IDX-CEN > WS-QTD-CEN
               IF WS-CEN-TIPO(WS-IDX-CEN) = "A"
                   IF WS-QTD-FUN >= 500
                       DISPLAY "QUADRO PROJETADO CHEIO - ADMISSAO "
                           "IGNORADA: " WS-CEN-MATRICULA(WS-IDX-CEN)
                       ADD 1 TO WS-QTD-FUN-IGNORADOS
                   ELSE
                       ADD 1 TO WS-QTD-FUN
                       ADD 1 TO WS-QTD-ADMISSOES
                       MOVE WS-CEN-MATRICULA(WS-IDX-CEN)
                           TO WS-FUN-MATRICULA(WS-QTD-FUN)
                       MOVE WS-CEN-NOME(WS-IDX-CEN)
                           TO WS-FUN-NOME(WS-QTD-FUN)
                       MOVE WS-CEN-SALARIO(WS-IDX-CEN)
                           TO WS-FUN-SALARIO(WS-QTD-FUN)
                       MOVE ZEROS TO WS-FUN-DEPENDENTES(WS-QTD-FUN)
                       MOVE WS-CEN-COMPETENCIA(WS-IDX-CEN)
                           TO WS-FUN-ADMISSAO(WS-QTD-FUN)
                       MOVE 999999 TO WS-FUN-DESLIGAMENTO(WS-QTD-FUN)
                       PERFORM REAJUSTAR-SALARIO
                   END-IF
               END-IF
           END-PERFORM.

      * SALARIO REAJUSTADO DO ULTIMO FUNCIONARIO INCLUIDO. QUEM E
      * ADMITIDO NA VIGENCIA OU DEPOIS JA ENTRA PELO SALARIO NOVO.
       REAJUSTAR-SALARIO.
           IF WS-FUN-ADMISSAO(WS-QTD-FUN) NOT = ZEROS
                   AND WS-FUN-ADMISSAO(WS-QTD-FUN) >= WS-VIGENCIA
               MOVE WS-FUN-SALARIO(WS-QTD-FUN)
                   TO WS-FUN-SALARIO-REAJ(WS-QTD-FUN)
           ELSE
               COMPUTE WS-FUN-SALARIO-REAJ(WS-QTD-FUN) ROUNDED =
                   WS-FUN-SALARIO(WS-QTD-FUN)
                   * (100 + WS-REAJUSTE) / 100
                   ON SIZE ERROR
                       DISPLAY "SALARIO REAJUSTADO ACIMA DO LIMITE - "
                           "MATRICULA " WS-FUN-MATRICULA(WS-QTD-FUN)
                           " MANTIDA NO SALARIO ATUAL"
                       MOVE WS-FUN-SALARIO(WS-QTD-FUN)
                           TO WS-FUN-SALARIO-REAJ(WS-QTD-FUN)
               END-COMPUTE
           END-IF.

      * SALARIO DO FUNCIONARIO CORRENTE NO MES CORRENTE. A FOLHA
      * ATUAL E O QUADRO DE HOJE PELO SALARIO DE HOJE; A PROJETADA
      * APLICA O REAJUSTE DA VIGENCIA EM DIANTE E O CENARIO.
       DEFINIR-SALARIOS-MES.
           IF WS-FUN-ADMISSAO(WS-IDX-FUN) = ZEROS
               MOVE WS-FUN-SALARIO(WS-IDX-FUN) TO WS-SAL-CENARIO(1)
           ELSE
               MOVE ZEROS TO WS-SAL-CENARIO(1)
           END-IF
           EVALUATE TRUE
               WHEN WS-MES-COMPETENCIA(WS-IDX-MES) <
                       WS-FUN-ADMISSAO(WS-IDX-FUN)
                   MOVE ZEROS TO WS-SAL-CENARIO(2)
               WHEN WS-MES-COMPETENCIA(WS-IDX-MES) >=
                       WS-FUN-DESLIGAMENTO(WS-IDX-FUN)
                   MOVE ZEROS TO WS-SAL-CENARIO(2)
               WHEN WS-MES-COMPETENCIA(WS-IDX-MES) >= WS-VIGENCIA
                   MOVE WS-FUN-SALARIO-REAJ(WS-IDX-FUN)
                       TO WS-SAL-CENARIO(2)
               WHEN OTHER
                   MOVE WS-FUN-SALARIO(WS-IDX-FUN)
                       TO WS-SAL-CENARIO(2)
           END-EVALUATE.

      * INSS E IRRF DO FUNCIONARIO CORRENTE NO MES CORRENTE, NOS DOIS
      * CENARIOS, PELAS TABELAS DO MES.
       APURAR-IMPOSTOS-MES.
           PERFORM DEFINIR-SALARIOS-MES
           MOVE WS-MES-DATA-CALC(WS-IDX-MES) TO WS-DATA-PROC
           MOVE WS-FUN-DEPENDENTES(WS-IDX-FUN) TO WS-QTD-DEPENDENTES

           MOVE ZEROS TO WS-FUN-INSS-ATU(WS-IDX-FUN, WS-IDX-MES)
                         WS-FUN-IRRF-ATU(WS-IDX-FUN, WS-IDX-MES)
                         WS-FUN-INSS-PRJ(WS-IDX-FUN, WS-IDX-MES)
                         WS-FUN-IRRF-PRJ(WS-IDX-FUN, WS-IDX-MES)
           IF WS-SAL-CENARIO(1) > 0
               MOVE WS-SAL-CENARIO(1) TO WS-SALARIO-BASE
               PERFORM CHAMAR-IMPOSTO-CALC
               MOVE WS-INSS TO WS-FUN-INSS-ATU(WS-IDX-FUN, WS-IDX-MES)
               MOVE WS-IRRF TO WS-FUN-IRRF-ATU(WS-IDX-FUN, WS-IDX-MES)
           END-IF
           IF WS-SAL-CENARIO(2) > 0
               MOVE WS-SAL-CENARIO(2) TO WS-SALARIO-BASE
               PERFORM CHAMAR-IMPOSTO-CALC
               MOVE WS-INSS TO WS-FUN-INSS-PRJ(WS-IDX-FUN, WS-IDX-MES)
               MOVE WS-IRRF TO WS-FUN-IRRF-PRJ(WS-IDX-FUN, WS-IDX-MES)
           END-IF.

      * ITENS DO MES NOS DOIS CENARIOS: BRUTO E IMPOSTOS APURADOS,
      * INSS DA EMPRESA PELA ALIQUOTA DO MES E AS PROVISOES MENSAIS -
      * 1/12 DO SALARIO PARA O 13O E 1/12 MAIS O TERCO PARA AS FERIAS,
      * A MESMA CONSTITUICAO MES A MES DO A012.
       COMPOR-ITENS-MES.
           PERFORM DEFINIR-SALARIOS-MES
           PERFORM VARYING WS-IDX-CEN-CALC FROM 1 BY 1
                   UNTIL WS-IDX-CEN-CALC > 2
               MOVE WS-SAL-CENARIO(WS-IDX-CEN-CALC)
                   TO WS-CALC-ITEM(WS-IDX-CEN-CALC, 1)
               IF WS-IDX-CEN-CALC = 1
                   MOVE WS-FUN-INSS-ATU(WS-IDX-FUN, WS-IDX-MES)
                       TO WS-CALC-ITEM(1, 2)
                   MOVE WS-FUN-IRRF-ATU(WS-IDX-FUN, WS-IDX-MES)
                       TO WS-CALC-ITEM(1, 3)
               ELSE
                   MOVE WS-FUN-INSS-PRJ(WS-IDX-FUN, WS-IDX-MES)
                       TO WS-CALC-ITEM(2, 2)
                   MOVE WS-FUN-IRRF-PRJ(WS-IDX-FUN, WS-IDX-MES)
                       TO WS-CALC-ITEM(2, 3)
               END-IF
               COMPUTE WS-CALC-ITEM(WS-IDX-CEN-CALC, 4) ROUNDED =
                   WS-SAL-CENARIO(WS-IDX-CEN-CALC)
                   * WS-MES-ALIQ-EMPRESA(WS-IDX-MES)
               COMPUTE WS-CALC-ITEM(WS-IDX-CEN-CALC, 5) ROUNDED =
                   WS-SAL-CENARIO(WS-IDX-CEN-CALC) / 12
               COMPUTE WS-CALC-ITEM(WS-IDX-CEN-CALC, 6) ROUNDED =
                   WS-SAL-CENARIO(WS-IDX-CEN-CALC) * 4 / 36
               COMPUTE WS-CALC-ITEM(WS-IDX-CEN-CALC, 7) =
                   WS-CALC-ITEM(WS-IDX-CEN-CALC, 1)
                   + WS-CALC-ITEM(WS-IDX-CEN-CALC, 4)
                   + WS-CALC-ITEM(WS-IDX-CEN-CALC, 5)
                   + WS-CALC-ITEM(WS-IDX-CEN-CALC, 6)
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM > 7
                   ADD WS-CALC-ITEM(WS-IDX-CEN-CALC, WS-IDX-ITEM)
                       TO WS-FT-ITEM(WS-IDX-CEN-CALC, WS-IDX-ITEM)
                          WS-TM-ITEM(WS-IDX-MES, WS-IDX-CEN-CALC,
                                     WS-IDX-ITEM)
                          WS-TP-ITEM(WS-IDX-CEN-CALC, WS-IDX-ITEM)
               END-PERFORM
           END-PERFORM.

      * PARAMETROS DA SIMULACAO NO TOPO DO RELATORIO.
       IMPRIMIR-PARAMETROS.
           MOVE SPACES TO RL-LINHA
           STRING "REAJUSTE SIMULADO: " WS-AUX-REAJUSTE
                  "% A PARTIR DA COMPETENCIA " WS-VIGENCIA
                  " - PERIODO " WS-MES-COMPETENCIA(1) " A "
                  WS-MES-COMPETENCIA(12)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PROJECAO
           MOVE SPACES TO RL-LINHA
           STRING "CENARIO: " WS-QTD-ADMISSOES " ADMISSOES E "
                  WS-QTD-DESLIGAMENTOS " DESLIGAMENTOS PREVISTOS - "
                  "FOLHA ATUAL = SALARIOS E QUADRO DE HOJE"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PROJECAO.

      * BLOCO DO FUNCIONARIO: IDENTIFICACAO, UMA LINHA POR MES DA
      * FOLHA PROJETADA COM A DIFERENCA DE CUSTO CONTRA A ATUAL, E O
      * TOTAL DOS 12 MESES.
       IMPRIMIR-FUNCIONARIO.
           INITIALIZE WS-FT-TABELA
           MOVE WS-FUN-SALARIO(WS-IDX-FUN)      TO WS-AUX-SALARIO
           MOVE WS-FUN-SALARIO-REAJ(WS-IDX-FUN) TO WS-AUX-SALARIO-REAJ
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-PROJECAO
           MOVE SPACES TO RL-LINHA
           EVALUATE TRUE
               WHEN WS-FUN-ADMISSAO(WS-IDX-FUN) NOT = ZEROS
                   STRING "ADMISSAO " WS-FUN-MATRICULA(WS-IDX-FUN)
                          "  " WS-FUN-NOME(WS-IDX-FUN)
                          "  SALARIO " WS-AUX-SALARIO
                          "  A PARTIR DE "
                          WS-FUN-ADMISSAO(WS-IDX-FUN)
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               WHEN WS-FUN-DESLIGAMENTO(WS-IDX-FUN) NOT = 999999
                   STRING "MATRICULA " WS-FUN-MATRICULA(WS-IDX-FUN)
                          "  " WS-FUN-NOME(WS-IDX-FUN)
                          "  SALARIO " WS-AUX-SALARIO
                          " -> " WS-AUX-SALARIO-REAJ
                          "  DESLIGAMENTO EM "
                          WS-FUN-DESLIGAMENTO(WS-IDX-FUN)
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               WHEN OTHER
                   STRING "MATRICULA " WS-FUN-MATRICULA(WS-IDX-FUN)
                          "  " WS-FUN-NOME(WS-IDX-FUN)
                          "  SALARIO " WS-AUX-SALARIO
                          " -> " WS-AUX-SALARIO-REAJ
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
           END-EVALUATE
           PERFORM GRAVAR-LINHA-PROJECAO

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM COMPOR-ITENS-MES
               IF WS-CALC-ITEM(1, 1) > 0 OR WS-CALC-ITEM(2, 1) > 0
                   MOVE SPACES TO WS-ROTULO-MES
                   STRING WS-MES-COMPETENCIA(WS-IDX-MES)(5:2) "/"
                          WS-MES-COMPETENCIA(WS-IDX-MES)(1:4)
                       DELIMITED BY SIZE INTO WS-ROTULO-MES
                   END-STRING
                   COMPUTE WS-DIFERENCA =
                       WS-CALC-ITEM(2, 7) - WS-CALC-ITEM(1, 7)
                   MOVE WS-CALC-ITEM(2, 1) TO WS-AUX-ITEM-1
                   MOVE WS-CALC-ITEM(2, 2) TO WS-AUX-ITEM-2
                   MOVE WS-CALC-ITEM(2, 3) TO WS-AUX-ITEM-3
                   MOVE WS-CALC-ITEM(2, 4) TO WS-AUX-ITEM-4
                   MOVE WS-CALC-ITEM(2, 5) TO WS-AUX-ITEM-5
                   MOVE WS-CALC-ITEM(2, 6) TO WS-AUX-ITEM-6
                   PERFORM IMPRIMIR-LINHA-ITENS
               END-IF
           END-PERFORM

           MOVE "12 MESES" TO WS-ROTULO-MES
           COMPUTE WS-DIFERENCA = WS-FT-ITEM(2, 7) - WS-FT-ITEM(1, 7)
           MOVE WS-FT-ITEM(2, 1) TO WS-AUX-ITEM-1
           MOVE WS-FT-ITEM(2, 2) TO WS-AUX-ITEM-2
           MOVE WS-FT-ITEM(2, 3) TO WS-AUX-ITEM-3
           MOVE WS-FT-ITEM(2, 4) TO WS-AUX-ITEM-4
           MOVE WS-FT-ITEM(2, 5) TO WS-AUX-ITEM-5
           MOVE WS-FT-ITEM(2, 6) TO WS-AUX-ITEM-6
           PERFORM IMPRIMIR-LINHA-ITENS.

       IMPRIMIR-LINHA-ITENS.
           MOVE WS-DIFERENCA TO WS-AUX-DIF-FUNC
           MOVE SPACES TO RL-LINHA
           STRING WS-ROTULO-MES " " WS-AUX-ITEM-1 " " WS-AUX-ITEM-2
                  " " WS-AUX-ITEM-3 " " WS-AUX-ITEM-4
                  " " WS-AUX-ITEM-5 " " WS-AUX-ITEM-6
                  " " WS-AUX-DIF-FUNC
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PROJECAO.

      * TOTAIS DA EMPRESA NO MES, ITEM A ITEM, ATUAL X PROJETADO.
       IMPRIMIR-TOTAIS-MES.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-PROJECAO
           MOVE WS-MES-DATA-CALC(WS-IDX-MES) TO WS-AUX-DATA-CALC
           MOVE WS-MES-ALIQ-EMPRESA(WS-IDX-MES) TO WS-AUX-ALIQUOTA
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA " WS-MES-COMPETENCIA(WS-IDX-MES)(5:2)
                  "/" WS-MES-COMPETENCIA(WS-IDX-MES)(1:4)
                  " - TABELAS DE IMPOSTO DE " WS-AUX-DC-DIA "/"
                  WS-AUX-DC-MES "/" WS-AUX-DC-ANO
                  " - ALIQUOTA DA EMPRESA " WS-AUX-ALIQUOTA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PROJECAO
           IF WS-MES-TAB-PROJETADA(WS-IDX-MES) = "S"
                   OR WS-MES-ENC-PROJETADO(WS-IDX-MES) = "S"
               MOVE SPACES TO RL-LINHA
               STRING "  (MES AINDA SEM TABELA/ALIQUOTA PUBLICADA - "
                      "PROJETADO COM AS VIGENTES NA DATA DE MOVIMENTO)"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-PROJECAO
           END-IF
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > 7
               MOVE WS-TM-ITEM(WS-IDX-MES, 1, WS-IDX-ITEM)
                   TO WS-AUX-ATUAL
               MOVE WS-TM-ITEM(WS-IDX-MES, 2, WS-IDX-ITEM)
                   TO WS-AUX-PROJETADO
               COMPUTE WS-DIFERENCA =
                   WS-TM-ITEM(WS-IDX-MES, 2, WS-IDX-ITEM)
                   - WS-TM-ITEM(WS-IDX-MES, 1, WS-IDX-ITEM)
               PERFORM IMPRIMIR-LINHA-TOTAL
           END-PERFORM.

      * TOTAIS DA EMPRESA NOS 12 MESES - O NUMERO QUE VAI PARA A
      * DIRETORIA.
       IMPRIMIR-TOTAIS-PERIODO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-PROJECAO
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DOS 12 MESES - " WS-MES-COMPETENCIA(1)
                  " A " WS-MES-COMPETENCIA(12)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PROJECAO
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > 7
               MOVE WS-TP-ITEM(1, WS-IDX-ITEM) TO WS-AUX-ATUAL
               MOVE WS-TP-ITEM(2, WS-IDX-ITEM) TO WS-AUX-PROJETADO
               COMPUTE WS-DIFERENCA =
                   WS-TP-ITEM(2, WS-IDX-ITEM)
                   - WS-TP-ITEM(1, WS-IDX-ITEM)
               PERFORM IMPRIMIR-LINHA-TOTAL
           END-PERFORM.

       IMPRIMIR-LINHA-TOTAL.
           MOVE WS-DIFERENCA TO WS-AUX-DIFERENCA
           MOVE SPACES TO RL-LINHA
           STRING "  " WS-ROTULO-ITEM(WS-IDX-ITEM)
                  " " WS-AUX-ATUAL " " WS-AUX-PROJETADO
                  " " WS-AUX-DIFERENCA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-PROJECAO.

      * SO RESOLVE A DATA DE MOVIMENTO ANTES DE ABRIR O RELATORIO.
       IMPRIMIR-CABECALHO-INTERNO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO.

      * CABECALHO DA PAGINA MAIS A LINHA DE COLUNAS DA SECAO.
       IMPRIMIR-CABECALHO-PROJECAO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE SPACES TO RL-LINHA
           IF SECAO-FUNCIONARIOS
               STRING "COMPET.   BRUTO PROJ. INSS EMPREG.  "
                      "       IRRF INSS EMPRESA    PROV. 13O  PRO"
                      "V.FERIAS DIF.CUSTO/ATU"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING "  ITEM                            "
                      "FOLHA ATUAL         PROJETADA"
                      "          DIFERENCA"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF
           WRITE RL-LINHA
           MOVE 3 TO WS-CAB-QTD-LINHAS.

       GRAVAR-LINHA-PROJECAO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-PROJECAO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A039-PROJECAO-FOLHA.
