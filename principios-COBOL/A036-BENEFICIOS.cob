      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: VALE-TRANSPORTE E VALE-REFEICAO - NAO HAVIA
      *          PROCESSAMENTO DE BENEFICIOS NO SISTEMA E OS CARTOES
      *          ERAM CARREGADOS NO SITE DO FORNECEDOR, INCLUSIVE DE
      *          QUEM JA TINHA SAIDO. ESTE PROGRAMA LE AS INSCRICOES
      *          (BENEFICIO-REC) E, PARA A COMPETENCIA DO PEDIDO (POR
      *          PADRAO O MES SEGUINTE A DATA DE MOVIMENTO, JA QUE O
      *          CARTAO E CARREGADO ANTES DO USO):
      *            - CONTA OS DIAS UTEIS DO MES PELO CALENDARIO DA
      *              OPERACAO, MENOS OS DIAS DE FERIAS (A024) E DE
      *              AFASTAMENTO (A034) DO FUNCIONARIO;
      *            - CALCULA O VALE-TRANSPORTE (DIAS X TARIFA DIARIA)
      *              E O VALE-REFEICAO (DIAS X VALOR DO PLANO);
      *            - GRAVA O DESCONTO LEGAL DO VALE-TRANSPORTE (6% DO
      *              SALARIO, LIMITADO AO CUSTO DO BENEFICIO) NO
      *              MOVIMENTO DA FOLHA, PRESO A COMPETENCIA;
      *            - GERA O ARQUIVO DE PEDIDO AO FORNECEDOR COM A
      *              CARGA DE CADA CARTAO.
      *          DESLIGADO, AFASTADO O MES INTEIRO E MATRICULA SEM
      *          CADASTRO SAEM DO PEDIDO SOZINHOS E APARECEM NO
      *          RELATORIO. O RERUN SUBSTITUI O PEDIDO E O DESCONTO
      *          JA GRAVADO NA COMPETENCIA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A036-BENEFICIOS.
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
      * INSCRICOES NOS BENEFICIOS, MANTIDAS PELO RH.
           SELECT BENEFICIO-FILE ASSIGN TO DYNAMIC WS-ARQ-BENEFICIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BENEFICIO.
      * PLANOS DE VALE-REFEICAO CONTRATADOS COM O FORNECEDOR.
           SELECT PLANO-FILE ASSIGN TO DYNAMIC WS-ARQ-PLANO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
      * CALENDARIO DE FERIADOS DA OPERACAO (O MESMO DO DRIVER).
           SELECT CALENDARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
      * CONTROLE DE COMPETENCIAS DA FOLHA - COMPETENCIA FECHADA NAO
      * RECEBE MAIS DESCONTO.
           SELECT COMPETENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-COMPET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPET.
      * AFASTAMENTOS (A034) E PROGRAMACAO DE FERIAS (A024): OS DIAS
      * DENTRO DELES NAO RECEBEM BENEFICIO.
           SELECT AFASTAMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-AFAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFAST.
           SELECT FERIAS-FILE ASSIGN TO DYNAMIC WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.
      * MOVIMENTO DE VERBAS DA FOLHA: O DESCONTO DO VALE-TRANSPORTE
      * DA COMPETENCIA E SUBSTITUIDO PELO TRABALHO E O ARQUIVO E
      * REGRAVADO.
           SELECT MOVIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT TRABALHO-FILE ASSIGN TO DYNAMIC WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
      * PEDIDO AO FORNECEDOR: CARGA DE CADA CARTAO NA COMPETENCIA.
           SELECT PEDIDO-FILE ASSIGN TO DYNAMIC WS-ARQ-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  BENEFICIO-FILE.
       COPY BENEFICIO-REC.
       FD  PLANO-FILE.
       01  PL-PLANO-REC.
           05 PL-PLANO         PIC X(02).
           05 PL-VALOR-DIA     PIC 9(03)V99.
           05 PL-DESCRICAO     PIC X(20).
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
               88 FP-REJEITADA         VALUE "R".
      * MESMO LAYOUT DO MOVIMENTO DE VERBAS LIDO PELO A008.
       FD  MOVIMENTO-FILE.
       01  MV-MOVIMENTO-REC.
           05 MV-MATRICULA     PIC 9(06).
           05 MV-VERBA         PIC X(03).
           05 MV-DESCRICAO     PIC X(20).
           05 MV-NATUREZA      PIC X(01).
           05 MV-VALOR         PIC 9(05)V99.
           05 MV-COMPETENCIA   PIC 9(06).
       FD  TRABALHO-FILE.
       01  TR-MOVIMENTO-REC    PIC X(43).
      * O PEDIDO E GRAVADO PELO REGISTRO QUE CADA TIPO EXIGE - O
      * PRIMEIRO BYTE DIZ SE E HEADER, DETALHE OU TRAILER, COMO NA
      * GUIA DO FGTS. O DETALHE TRAZ O PRODUTO ("VT" OU "VR").
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
       01  PB-TRAILER-REC.
           05 PB-T-TIPO            PIC X(01).
           05 PB-T-QUANTIDADE      PIC 9(06).
           05 PB-T-TOTAL-VT        PIC 9(09)V99.
           05 PB-T-TOTAL-VR        PIC 9(09)V99.
           05 PB-T-TOTAL           PIC 9(09)V99.
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-BENEFICIO  PIC X(40)
           VALUE "data/BENEFICIOS.DAT".
       01 WS-FS-BENEFICIO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-PLANO      PIC X(40)
           VALUE "data/PLANOS_REFEICAO.DAT".
       01 WS-FS-PLANO                            PIC X(02) VALUE SPACES.
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
       01 WS-ARQ-PEDIDO     PIC X(40)
           VALUE "data/PEDIDO_BENEFICIOS.DAT".
       01 WS-FS-PEDIDO                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/BENEFICIOS.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-BENEFICIO                       PIC X(01) VALUE "N".
           88 FIM-BENEFICIO                      VALUE "S".
       01 WS-FIM-PLANO                           PIC X(01) VALUE "N".
           88 FIM-PLANO                          VALUE "S".
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
      * COMPETENCIA DO PEDIDO (BENEFICIOS_COMPETENCIA, AAAAMM; AUSENTE
      * VALE O MES SEGUINTE A DATA DE MOVIMENTO) E SEU ULTIMO DIA.
       01 WS-COMPETENCIA-X   PIC X(06) VALUE SPACES.
       01 WS-COMPETENCIA-BEN PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA-BEN.
           05 WS-COMP-ANO    PIC 9(04).
           05 WS-COMP-MES    PIC 9(02).
       01 WS-PRIMEIRO-DIA    PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMA-DATA    PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMO-DIA      PIC 9(02) VALUE ZEROS.
       01 WS-COMPET-FECHADA                      PIC X(01) VALUE "N".
           88 COMPET-FECHADA                     VALUE "S".
      * DESCONTO LEGAL DO VALE-TRANSPORTE SOBRE O SALARIO.
       01 WS-PERC-DESCONTO-VT PIC 9V99 VALUE 0,06.
      * DIAS UTEIS DO MES DO PEDIDO ("S" = SEGUNDA A SEXTA FORA DE
      * FERIADO), MONTADOS UMA VEZ NA ABERTURA.
       01 WS-UTIL-TABELA.
           05 WS-DIA-UTIL   PIC X(01) OCCURS 31 TIMES.
       01 WS-QTD-DIAS-UTEIS  PIC 9(02) VALUE ZEROS.
       01 WS-FERIADO-TABELA.
           05 WS-FERIADO    PIC 9(08) OCCURS 50 TIMES.
       01 WS-QTD-FERIADOS   PIC 9(02) VALUE ZEROS.
       01 WS-IDX-FER        PIC 9(02) VALUE ZEROS.
       01 WS-PLN-TABELA.
           05 WS-PLN-ENTRADA OCCURS 20 TIMES.
               10 WS-PLN-PLANO      PIC X(02).
               10 WS-PLN-VALOR-DIA  PIC 9(03)V99.
       01 WS-QTD-PLANOS      PIC 9(02) VALUE ZEROS.
       01 WS-IDX-PLN         PIC 9(02) VALUE ZEROS.
       01 WS-VALOR-DIA-VR    PIC 9(03)V99 VALUE ZEROS.
       01 WS-PLANO-ACHADO                        PIC X(01) VALUE "N".
           88 PLANO-ACHADO                       VALUE "S".
      * PERIODOS DE FERIAS E AFASTAMENTO QUE TOCAM O MES DO PEDIDO.
       01 WS-ABN-TABELA.
           05 WS-ABN-ENTRADA OCCURS 300 TIMES.
               10 WS-ABN-MATRICULA  PIC 9(06).
               10 WS-ABN-INICIO     PIC 9(08).
               10 WS-ABN-FIM        PIC 9(08).
       01 WS-QTD-ABONOS      PIC 9(03) VALUE ZEROS.
       01 WS-IDX-ABN         PIC 9(03) VALUE ZEROS.
       01 WS-ABN-MATRIC-N    PIC 9(06) VALUE ZEROS.
       01 WS-ABN-INICIO-N    PIC 9(08) VALUE ZEROS.
       01 WS-ABN-FIM-N       PIC 9(08) VALUE ZEROS.
       01 WS-DIA-ABONADO                         PIC X(01) VALUE "N".
           88 DIA-ABONADO                        VALUE "S".
       01 WS-TEM-PERIODO                         PIC X(01) VALUE "N".
           88 TEM-PERIODO                        VALUE "S".
      * DIA JULGADO E DIA DA SEMANA (0=DOMINGO, 6=SABADO, PELA BASE
      * DO INTEGER-OF-DATE).
       01 WS-DATA-DIA        PIC 9(08) VALUE ZEROS.
       01 WS-DIA-MES         PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS   PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
      * VALORES DO FUNCIONARIO CORRENTE.
       01 WS-DIAS-BENEFICIO  PIC 9(02) VALUE ZEROS.
       01 WS-VALOR-VT        PIC 9(05)V99 VALUE ZEROS.
       01 WS-VALOR-VR        PIC 9(05)V99 VALUE ZEROS.
       01 WS-DESCONTO-VT     PIC 9(05)V99 VALUE ZEROS.
       01 WS-MOTIVO          PIC X(30) VALUE SPACES.
       01 WS-MOV-NOVO.
           05 WS-NOVO-MATRICULA   PIC 9(06).
           05 WS-NOVO-VERBA       PIC X(03).
           05 WS-NOVO-DESCRICAO   PIC X(20).
           05 WS-NOVO-NATUREZA    PIC X(01).
           05 WS-NOVO-VALOR       PIC 9(05)V99.
           05 WS-NOVO-COMPETENCIA PIC 9(06).
      * TOTAIS DA EXECUCAO.
       01 WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ATENDIDOS   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-EXCLUIDOS   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ALERTAS     PIC 9(05) VALUE ZEROS.
       01 WS-QTD-CARGAS      PIC 9(06) VALUE ZEROS.
       01 WS-QTD-SUBSTITUIDAS PIC 9(05) VALUE ZEROS.
       01 WS-TOT-VT          PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-VR          PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-DESCONTOS   PIC 9(09)V99 VALUE ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "VALE-TRANSPORTE E VALE-REFEICAO - A036-BENEFICIOS"

           MOVE "PEDIDO DE VALE-TRANSPORTE E REFEICAO" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-INTERNO
           PERFORM DEFINIR-COMPETENCIA
           IF WS-COMPETENCIA-BEN = ZEROS
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "COMPETENCIA DO PEDIDO: " WS-COMPETENCIA-BEN

           PERFORM VERIFICAR-COMPETENCIA
           IF COMPET-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-BEN
                   " JA FECHADA - PEDIDO NAO GERADO"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BENEFICIO-FILE
           IF WS-FS-BENEFICIO NOT = "00"
               DISPLAY "SEM INSCRICOES EM BENEFICIOS (" WS-FS-BENEFICIO
                   ") - NADA A PEDIR"
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               CLOSE BENEFICIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PEDIDO-FILE
           IF WS-FS-PEDIDO NOT = "00"
               DISPLAY "ERRO AO ABRIR PEDIDO DE BENEFICIOS: "
                   WS-FS-PEDIDO
               CLOSE BENEFICIO-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE BENEFICIOS: "
                   WS-FS-RELATORIO
               CLOSE BENEFICIO-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE PEDIDO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LIMPAR-MOVIMENTO
           PERFORM CARREGAR-PLANOS
           PERFORM CARREGAR-CALENDARIO
           PERFORM MONTAR-DIAS-UTEIS
           PERFORM CARREGAR-AFASTAMENTOS
           PERFORM CARREGAR-FERIAS

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-BENEFICIOS

           MOVE "H"                  TO PB-H-TIPO
           MOVE WS-COMPETENCIA-BEN   TO PB-H-COMPETENCIA
           MOVE WS-CAB-DATA-EXECUCAO TO PB-H-DATA-GERACAO
           WRITE PB-HEADER-REC

           PERFORM UNTIL FIM-BENEFICIO
               READ BENEFICIO-FILE
                   AT END
                       SET FIM-BENEFICIO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM PROCESSAR-INSCRICAO
               END-READ
           END-PERFORM

           MOVE "T"              TO PB-T-TIPO
           MOVE WS-QTD-CARGAS    TO PB-T-QUANTIDADE
           MOVE WS-TOT-VT        TO PB-T-TOTAL-VT
           MOVE WS-TOT-VR        TO PB-T-TOTAL-VR
           COMPUTE PB-T-TOTAL = WS-TOT-VT + WS-TOT-VR
           WRITE PB-TRAILER-REC

           PERFORM IMPRIMIR-TOTAIS-BENEFICIOS

           CLOSE BENEFICIO-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE PEDIDO-FILE
           CLOSE TRABALHO-FILE
           CLOSE RELATORIO-FILE

           PERFORM REGRAVAR-MOVIMENTO

           DISPLAY "BENEFICIOS: LIDOS=" WS-QTD-LIDOS
               " ATENDIDOS=" WS-QTD-ATENDIDOS
               " EXCLUIDOS=" WS-QTD-EXCLUIDOS
               " VT=" WS-TOT-VT " VR=" WS-TOT-VR
               " DESCONTOS=" WS-TOT-DESCONTOS

           IF WS-QTD-ALERTAS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * COMPETENCIA INFORMADA PELO RH OU, POR PADRAO, O MES SEGUINTE
      * A DATA DE MOVIMENTO. TAMBEM APURA O ULTIMO DIA DO MES.
       DEFINIR-COMPETENCIA.
           ACCEPT WS-COMPETENCIA-X
               FROM ENVIRONMENT "BENEFICIOS_COMPETENCIA"
           IF WS-COMPETENCIA-X = SPACES
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA-BEN
               IF WS-COMP-MES = 12
                   ADD 1 TO WS-COMP-ANO
                   MOVE 01 TO WS-COMP-MES
               ELSE
                   ADD 1 TO WS-COMP-MES
               END-IF
           ELSE
               IF WS-COMPETENCIA-X IS NOT NUMERIC
                       OR WS-COMPETENCIA-X(5:2) < "01"
                       OR WS-COMPETENCIA-X(5:2) > "12"
                   DISPLAY "BENEFICIOS_COMPETENCIA INVALIDA ("
                       WS-COMPETENCIA-X ") - INFORME AAAAMM"
                   MOVE ZEROS TO WS-COMPETENCIA-BEN
               ELSE
                   MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA-BEN
               END-IF
           END-IF
           IF WS-COMPETENCIA-BEN NOT = ZEROS
               COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA-BEN * 100 + 1
               IF WS-COMP-MES = 12
                   COMPUTE WS-ULTIMA-DATA =
                       (WS-COMP-ANO + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-ULTIMA-DATA = WS-PRIMEIRO-DIA + 100
               END-IF
               COMPUTE WS-ULTIMA-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ULTIMA-DATA) - 1)
               MOVE WS-ULTIMA-DATA(7:2) TO WS-ULTIMO-DIA
           END-IF.

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
                           IF FC-COMPETENCIA = WS-COMPETENCIA-BEN
                                   AND FC-FECHADA
                               MOVE "S" TO WS-COMPET-FECHADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPETENCIA-FILE
           END-IF.

       CARREGAR-PLANOS.
           MOVE ZEROS TO WS-QTD-PLANOS
           MOVE "N"   TO WS-FIM-PLANO
           OPEN INPUT PLANO-FILE
           IF WS-FS-PLANO NOT = "00"
               DISPLAY "SEM PLANOS DE VALE-REFEICAO (" WS-FS-PLANO
                   ") - SO VALE-TRANSPORTE"
           ELSE
               PERFORM UNTIL FIM-PLANO
                   READ PLANO-FILE
                       AT END
                           SET FIM-PLANO TO TRUE
                       NOT AT END
                           IF WS-QTD-PLANOS < 20
                                   AND PL-VALOR-DIA IS NUMERIC
                               ADD 1 TO WS-QTD-PLANOS
                               MOVE PL-PLANO
                                   TO WS-PLN-PLANO(WS-QTD-PLANOS)
                               MOVE PL-VALOR-DIA
                                   TO WS-PLN-VALOR-DIA(WS-QTD-PLANOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANO-FILE
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

      * MARCA OS DIAS UTEIS DO MES: DIA DA SEMANA PELO RESTO DO DIA
      * CORRIDO POR 7 MAIS OS FERIADOS.
       MONTAR-DIAS-UTEIS.
           MOVE SPACES TO WS-UTIL-TABELA
           MOVE ZEROS  TO WS-QTD-DIAS-UTEIS
           PERFORM VARYING WS-DIA-MES FROM 1 BY 1
                   UNTIL WS-DIA-MES > WS-ULTIMO-DIA
               COMPUTE WS-DATA-DIA = WS-COMPETENCIA-BEN * 100
                   + WS-DIA-MES
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION REM(WS-DIAS-CORRIDOS, 7)
               MOVE "S" TO WS-DIA-UTIL(WS-DIA-MES)
               IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                   MOVE "N" TO WS-DIA-UTIL(WS-DIA-MES)
               END-IF
               PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                       UNTIL WS-IDX-FER > WS-QTD-FERIADOS
                   IF WS-FERIADO(WS-IDX-FER) = WS-DATA-DIA
                       MOVE "N" TO WS-DIA-UTIL(WS-DIA-MES)
                   END-IF
               END-PERFORM
               IF WS-DIA-UTIL(WS-DIA-MES) = "S"
                   ADD 1 TO WS-QTD-DIAS-UTEIS
               END-IF
           END-PERFORM
           DISPLAY "DIAS UTEIS NA COMPETENCIA: " WS-QTD-DIAS-UTEIS.

      * AFASTAMENTO REGISTRADO, EM ANDAMENTO OU ENCERRADO VALE DO
      * INICIO ATE A VESPERA DO RETORNO; SEM RETORNO, ATE A VESPERA
      * DO RETORNO PREVISTO; SEM NENHUM DOS DOIS, SEM FIM.
       CARREGAR-AFASTAMENTOS.
           MOVE "N" TO WS-FIM-AFAST
           OPEN INPUT AFASTAMENTO-FILE
           IF WS-FS-AFAST = "00"
               PERFORM UNTIL FIM-AFAST
                   READ AFASTAMENTO-FILE
                       AT END
                           SET FIM-AFAST TO TRUE
                       NOT AT END
                           IF NOT AF-REJEITADO
                               PERFORM GUARDAR-AFASTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTO-FILE
           END-IF.

       GUARDAR-AFASTAMENTO.
           MOVE AF-MATRICULA   TO WS-ABN-MATRIC-N
           MOVE AF-DATA-INICIO TO WS-ABN-INICIO-N
           EVALUATE TRUE
               WHEN AF-DATA-RETORNO NOT = ZEROS
                   COMPUTE WS-ABN-FIM-N = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(AF-DATA-RETORNO) - 1)
               WHEN AF-DATA-PREVISTA NOT = ZEROS
                   COMPUTE WS-ABN-FIM-N = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(AF-DATA-PREVISTA) - 1)
               WHEN OTHER
                   MOVE 99999999 TO WS-ABN-FIM-N
           END-EVALUATE
           PERFORM GUARDAR-ABONO.

      * FERIAS PROGRAMADAS OU PAGAS TIRAM OS DIAS DO GOZO.
       CARREGAR-FERIAS.
           MOVE "N" TO WS-FIM-FERIAS
           OPEN INPUT FERIAS-FILE
           IF WS-FS-FERIAS = "00"
               PERFORM UNTIL FIM-FERIAS
                   READ FERIAS-FILE
                       AT END
                           SET FIM-FERIAS TO TRUE
                       NOT AT END
                           IF NOT FP-REJEITADA AND FP-DIAS > 0
                               MOVE FP-MATRICULA   TO WS-ABN-MATRIC-N
                               MOVE FP-DATA-INICIO TO WS-ABN-INICIO-N
                               COMPUTE WS-ABN-FIM-N =
                                   FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(
                                   FP-DATA-INICIO) + FP-DIAS - 1)
                               PERFORM GUARDAR-ABONO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIAS-FILE
           END-IF.

      * SO GUARDA O PERIODO QUE TOCA O MES DO PEDIDO.
       GUARDAR-ABONO.
           IF WS-ABN-FIM-N >= WS-PRIMEIRO-DIA
                   AND WS-ABN-INICIO-N <= WS-ULTIMA-DATA
               IF WS-QTD-ABONOS < 300
                   ADD 1 TO WS-QTD-ABONOS
                   MOVE WS-ABN-MATRIC-N
                       TO WS-ABN-MATRICULA(WS-QTD-ABONOS)
                   MOVE WS-ABN-INICIO-N
                       TO WS-ABN-INICIO(WS-QTD-ABONOS)
                   MOVE WS-ABN-FIM-N
                       TO WS-ABN-FIM(WS-QTD-ABONOS)
               ELSE
                   DISPLAY "TABELA DE PERIODOS CHEIA - PERIODO DA "
                       "MATRICULA " WS-ABN-MATRIC-N " IGNORADO"
               END-IF
           END-IF.

      * UMA INSCRICAO: DESLIGADO, SEM CADASTRO OU SEM DIA A RECEBER
      * SAI DO PEDIDO; AFASTADO NO CADASTRO SEM PERIODO REGISTRADO
      * TAMBEM SAI (NAO HA COMO SABER QUANDO VOLTA). O RESTO RECEBE
      * PELOS DIAS UTEIS FORA DE FERIAS E AFASTAMENTO.
       PROCESSAR-INSCRICAO.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO WS-DIAS-BENEFICIO
           MOVE ZEROS  TO WS-VALOR-VT
           MOVE ZEROS  TO WS-VALOR-VR
           MOVE ZEROS  TO WS-DESCONTO-VT
           MOVE BN-MATRICULA TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC NOT = "00"
               MOVE SPACES TO FM-NOME-FUNC
               MOVE "MATRICULA NAO CADASTRADA" TO WS-MOTIVO
               ADD 1 TO WS-QTD-ALERTAS
           ELSE
               IF FUNC-DESLIGADO
                   MOVE "DESLIGADO" TO WS-MOTIVO
               ELSE
                   PERFORM CONTAR-DIAS-BENEFICIO
                   EVALUATE TRUE
                       WHEN FUNC-AFASTADO AND NOT TEM-PERIODO
                           MOVE "AFASTADO SEM PERIODO REGISTRADO"
                               TO WS-MOTIVO
                       WHEN WS-DIAS-BENEFICIO = 0
                           MOVE "FERIAS/AFASTAMENTO O MES TODO"
                               TO WS-MOTIVO
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-EXCLUIDOS
               MOVE SPACES TO RL-LINHA
               STRING BN-MATRICULA " "
                      FM-NOME-FUNC " "
                      "EXCLUIDO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BENEFICIOS
           ELSE
               ADD 1 TO WS-QTD-ATENDIDOS
               PERFORM CALCULAR-BENEFICIOS
           END-IF.

      * DIAS UTEIS DO MES QUE NAO CAEM EM FERIAS OU AFASTAMENTO.
       CONTAR-DIAS-BENEFICIO.
           MOVE "N" TO WS-TEM-PERIODO
           PERFORM VARYING WS-IDX-ABN FROM 1 BY 1
                   UNTIL WS-IDX-ABN > WS-QTD-ABONOS
               IF WS-ABN-MATRICULA(WS-IDX-ABN) = BN-MATRICULA
                   MOVE "S" TO WS-TEM-PERIODO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DIA-MES FROM 1 BY 1
                   UNTIL WS-DIA-MES > WS-ULTIMO-DIA
               IF WS-DIA-UTIL(WS-DIA-MES) = "S"
                   COMPUTE WS-DATA-DIA = WS-COMPETENCIA-BEN * 100
                       + WS-DIA-MES
                   PERFORM VERIFICAR-ABONO
                   IF NOT DIA-ABONADO
                       ADD 1 TO WS-DIAS-BENEFICIO
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-ABONO.
           MOVE "N" TO WS-DIA-ABONADO
           PERFORM VARYING WS-IDX-ABN FROM 1 BY 1
                   UNTIL WS-IDX-ABN > WS-QTD-ABONOS
               IF WS-ABN-MATRICULA(WS-IDX-ABN) = BN-MATRICULA
                       AND WS-ABN-INICIO(WS-IDX-ABN) <= WS-DATA-DIA
                       AND WS-ABN-FIM(WS-IDX-ABN) >= WS-DATA-DIA
                   MOVE "S" TO WS-DIA-ABONADO
               END-IF
           END-PERFORM.

      * VALE-TRANSPORTE = DIAS X TARIFA; DESCONTO = 6% DO SALARIO,
      * NUNCA MAIOR QUE O CUSTO. VALE-REFEICAO = DIAS X VALOR DO
      * PLANO (PLANO INEXISTENTE SAI APONTADO E SEM CARGA).
       CALCULAR-BENEFICIOS.
           IF BN-TARIFA-VT IS NUMERIC AND BN-TARIFA-VT > ZEROS
               COMPUTE WS-VALOR-VT = WS-DIAS-BENEFICIO * BN-TARIFA-VT
               COMPUTE WS-DESCONTO-VT ROUNDED =
                   FM-SALA-FUNC * WS-PERC-DESCONTO-VT
               IF WS-DESCONTO-VT > WS-VALOR-VT
                   MOVE WS-VALOR-VT TO WS-DESCONTO-VT
               END-IF
               MOVE "VT"         TO PB-D-PRODUTO
               MOVE BN-CARTAO-VT TO PB-D-CARTAO
               MOVE WS-VALOR-VT  TO PB-D-VALOR
               PERFORM GRAVAR-CARGA
               ADD WS-VALOR-VT TO WS-TOT-VT
               PERFORM GRAVAR-DESCONTO-VT
           END-IF

           IF BN-PLANO-VR NOT = SPACES
               PERFORM BUSCAR-PLANO
               IF PLANO-ACHADO
                   COMPUTE WS-VALOR-VR =
                       WS-DIAS-BENEFICIO * WS-VALOR-DIA-VR
                   MOVE "VR"         TO PB-D-PRODUTO
                   MOVE BN-CARTAO-VR TO PB-D-CARTAO
                   MOVE WS-VALOR-VR  TO PB-D-VALOR
                   PERFORM GRAVAR-CARGA
                   ADD WS-VALOR-VR TO WS-TOT-VR
               ELSE
                   ADD 1 TO WS-QTD-ALERTAS
                   MOVE SPACES TO RL-LINHA
                   STRING BN-MATRICULA " "
                          FM-NOME-FUNC " "
                          "PLANO DE VALE-REFEICAO INEXISTENTE: "
                          BN-PLANO-VR
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-BENEFICIOS
               END-IF
           END-IF

           MOVE SPACES TO RL-LINHA
           STRING BN-MATRICULA      " "
                  FM-NOME-FUNC      " "
                  WS-DIAS-BENEFICIO "   "
                  WS-VALOR-VT       "  "
                  WS-DESCONTO-VT    "  "
                  WS-VALOR-VR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BENEFICIOS.

       BUSCAR-PLANO.
           MOVE "N"   TO WS-PLANO-ACHADO
           MOVE ZEROS TO WS-VALOR-DIA-VR
           PERFORM VARYING WS-IDX-PLN FROM 1 BY 1
                   UNTIL WS-IDX-PLN > WS-QTD-PLANOS OR PLANO-ACHADO
               IF WS-PLN-PLANO(WS-IDX-PLN) = BN-PLANO-VR
                   MOVE "S" TO WS-PLANO-ACHADO
                   MOVE WS-PLN-VALOR-DIA(WS-IDX-PLN)
                       TO WS-VALOR-DIA-VR
               END-IF
           END-PERFORM.

      * UMA CARGA DE CARTAO NO PEDIDO AO FORNECEDOR.
       GRAVAR-CARGA.
           MOVE "D"               TO PB-D-TIPO
           MOVE BN-MATRICULA      TO PB-D-MATRICULA
           MOVE FM-CPF-FUNC       TO PB-D-CPF
           MOVE FM-NOME-FUNC      TO PB-D-NOME
           MOVE WS-DIAS-BENEFICIO TO PB-D-DIAS
           WRITE PB-DETALHE-REC
           ADD 1 TO WS-QTD-CARGAS.

      * O DESCONTO VAI PARA O MOVIMENTO PRESO A COMPETENCIA DO
      * PEDIDO - A FOLHA DAQUELE MES E QUEM DESCONTA.
       GRAVAR-DESCONTO-VT.
           IF WS-DESCONTO-VT > ZEROS
               MOVE BN-MATRICULA       TO WS-NOVO-MATRICULA
               MOVE "VTR"              TO WS-NOVO-VERBA
               MOVE "VALE-TRANSPORTE 6%" TO WS-NOVO-DESCRICAO
               MOVE "D"                TO WS-NOVO-NATUREZA
               MOVE WS-DESCONTO-VT     TO WS-NOVO-VALOR
               MOVE WS-COMPETENCIA-BEN TO WS-NOVO-COMPETENCIA
               MOVE WS-MOV-NOVO TO TR-MOVIMENTO-REC
               WRITE TR-MOVIMENTO-REC
               ADD WS-DESCONTO-VT TO WS-TOT-DESCONTOS
           END-IF.

      * COPIA O MOVIMENTO PARA O TRABALHO SEM O DESCONTO DE VALE-
      * TRANSPORTE JA GRAVADO NA COMPETENCIA - O RERUN NAO DUPLICA. O
      * TRABALHO FICA ABERTO PARA RECEBER OS DESCONTOS NOVOS.
      * MOVIMENTO AUSENTE NAO E ERRO; OUTRO STATUS PARA TUDO, SENAO A
      * REGRAVACAO APAGARIA O MOVIMENTO.
       LIMPAR-MOVIMENTO.
           OPEN OUTPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               CLOSE BENEFICIO-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE PEDIDO-FILE
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FIM-MOVIMENTO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-FS-MOVIMENTO NOT = "00" AND WS-FS-MOVIMENTO NOT = "35"
               DISPLAY "ERRO AO ABRIR MOVIMENTO DA FOLHA: "
                   WS-FS-MOVIMENTO
               CLOSE BENEFICIO-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE PEDIDO-FILE
               CLOSE RELATORIO-FILE
               CLOSE TRABALHO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-MOVIMENTO = "00"
               PERFORM UNTIL FIM-MOVIMENTO
                   READ MOVIMENTO-FILE
                       AT END
                           SET FIM-MOVIMENTO TO TRUE
                       NOT AT END
                           IF MV-VERBA = "VTR"
                                   AND MV-COMPETENCIA =
                                       WS-COMPETENCIA-BEN
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

       IMPRIMIR-TOTAIS-BENEFICIOS.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-BENEFICIOS
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA DO PEDIDO.....: " WS-COMPETENCIA-BEN
                  "  DIAS UTEIS: " WS-QTD-DIAS-UTEIS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BENEFICIOS
           MOVE SPACES TO RL-LINHA
           STRING "INSCRICOES LIDAS..........: " WS-QTD-LIDOS
                  "  ATENDIDAS: " WS-QTD-ATENDIDOS
                  "  EXCLUIDAS: " WS-QTD-EXCLUIDOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BENEFICIOS
           MOVE SPACES TO RL-LINHA
           STRING "CARGAS NO PEDIDO..........: " WS-QTD-CARGAS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BENEFICIOS
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL VALE-TRANSPORTE.....: " WS-TOT-VT
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BENEFICIOS
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL VALE-REFEICAO.......: " WS-TOT-VR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BENEFICIOS
           MOVE SPACES TO RL-LINHA
           STRING "DESCONTOS DE VT NA FOLHA..: " WS-TOT-DESCONTOS
                  "  SUBSTITUIDOS: " WS-QTD-SUBSTITUIDAS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BENEFICIOS.

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

      * CABECALHO DA PAGINA MAIS A LINHA DE COLUNAS DO RELATORIO.
       IMPRIMIR-CABECALHO-BENEFICIOS.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE SPACES TO RL-LINHA
           STRING "MATRIC NOME                 DIAS VALE-TRANSP "
                  "DESCONTO-VT VALE-REFEIC"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           WRITE RL-LINHA
           MOVE 3 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-BENEFICIOS.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-BENEFICIOS
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A036-BENEFICIOS.
