      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: GUIA MENSAL DE RECOLHIMENTO DO FGTS - A FOLHA (A008)
      *          DEPOSITA 8% DO BRUTO DE CADA EXECUCAO NO EXTRATO DE
      *          FGTS E A RESCISAO (A011) LANCA O DEPOSITO DO MES
      *          RESCISORIO E A MULTA. ESTE PROGRAMA RECEBE A
      *          COMPETENCIA (FGTS_COMPETENCIA, AAAAMM - SEM ELA VALE O
      *          MES DA DATA DE MOVIMENTO), JUNTA TODOS OS LANCAMENTOS
      *          DELA NUM ARQUIVO DE GUIA (HEADER, UM DETALHE POR
      *          LANCAMENTO, TRAILER COM OS TOTAIS) COM O VENCIMENTO NO
      *          DIA 20 DO MES SEGUINTE, ANTECIPADO PARA O DIA UTIL
      *          ANTERIOR PELO CALENDARIO DA OPERACAO, E IMPRIME O
      *          RELATORIO DE CONFERENCIA: CADA LANCAMENTO, OS TOTAIS
      *          POR TIPO DE FOLHA E O CRUZAMENTO DA BASE DEPOSITADA
      *          CONTRA O BRUTO DO ACUMULADO DE FOLHA DA MESMA
      *          COMPETENCIA - JA PAGAMOS MULTA POR DEPOSITO ATRASADO
      *          E POR BASE QUE NAO BATIA COM A FOLHA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A031-FGTS-GUIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EXTRATO DE FGTS APPENDADO PELA FOLHA E PELA RESCISAO.
           SELECT FGTS-FILE ASSIGN TO DYNAMIC WS-ARQ-FGTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS.
      * CADASTRO DE FUNCIONARIOS - NOME E CPF DE CADA DETALHE DA GUIA
      * SAEM DAQUI, PELA CHAVE.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC WS-ARQ-FUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-ID-FUNC
               ALTERNATE RECORD KEY IS FM-CPF-FUNC
               FILE STATUS IS WS-FS-FUNC.
      * ACUMULADO DE FOLHA DO A008 - O BRUTO PAGO NA COMPETENCIA, POR
      * TIPO DE FOLHA, E O QUE A BASE DO FGTS TEM QUE REPETIR.
           SELECT ACUMULADO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACUMULADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUMULADO.
      * TOTAIS DA FOLHA GRAVADOS PELO A008 - DELES SAI O COMPLEMENTO
      * DE ACIDENTE DE TRABALHO QUE ESTA NA BASE E NAO ESTA NO BRUTO.
           SELECT TOTAIS-FILE ASSIGN TO DYNAMIC WS-ARQ-TOTAIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTAIS.
      * CALENDARIO DE FERIADOS DA OPERACAO (O MESMO DO DRIVER).
           SELECT CALENDARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
      * GUIA DA COMPETENCIA, UM ARQUIVO POR MES (FGTS_GUIA_AAAAMM.DAT)
      * - A GUIA DE UM MES NAO SOBRESCREVE A DO ANTERIOR.
           SELECT GUIA-FILE ASSIGN TO DYNAMIC WS-ARQ-GUIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUIA.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  FGTS-FILE.
       COPY FGTS-REC.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  ACUMULADO-FILE.
       COPY FOLHA-ACUM-REC.
       FD  TOTAIS-FILE.
       COPY FOLHA-TOT-REC.
       FD  CALENDARIO-FILE.
       01  CA-CALENDARIO-REC.
           05 CA-DATA              PIC 9(08).
           05 CA-DESCRICAO         PIC X(20).
      * A GUIA E GRAVADA PELO REGISTRO QUE CADA TIPO EXIGE - O
      * PRIMEIRO BYTE DIZ SE E HEADER, DETALHE OU TRAILER, COMO NA
      * REMESSA BANCARIA.
       FD  GUIA-FILE.
       01  GF-HEADER-REC.
           05 GF-H-TIPO            PIC X(01).
           05 GF-H-COMPETENCIA     PIC 9(06).
           05 GF-H-VENCIMENTO      PIC 9(08).
           05 GF-H-DATA-GERACAO    PIC 9(08).
       01  GF-DETALHE-REC.
           05 GF-D-TIPO            PIC X(01).
           05 GF-D-MATRICULA       PIC 9(06).
           05 GF-D-CPF             PIC 9(11).
           05 GF-D-NOME            PIC X(20).
           05 GF-D-TIPO-FOLHA      PIC X(04).
           05 GF-D-TIPO-LANC       PIC X(01).
           05 GF-D-BASE            PIC 9(07)V99.
           05 GF-D-VALOR           PIC 9(06)V99.
       01  GF-TRAILER-REC.
           05 GF-T-TIPO            PIC X(01).
           05 GF-T-QUANTIDADE      PIC 9(06).
           05 GF-T-DEPOSITOS       PIC 9(09)V99.
           05 GF-T-MULTAS          PIC 9(09)V99.
           05 GF-T-TOTAL           PIC 9(09)V99.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FGTS       PIC X(40)
           VALUE "data/FGTS_EXTRATO.DAT".
       01 WS-FS-FGTS                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-ACUMULADO  PIC X(40)
           VALUE "data/FOLHA_ACUMULADO.DAT".
       01 WS-FS-ACUMULADO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-TOTAIS     PIC X(40)
           VALUE "data/FOLHA_TOTAIS.DAT".
       01 WS-FS-TOTAIS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-CALENDARIO PIC X(40)
           VALUE "data/CALENDARIO.DAT".
       01 WS-FS-CALENDARIO                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-GUIA       PIC X(40) VALUE SPACES.
       01 WS-FS-GUIA                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/FGTS_CONFERENCIA.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-FGTS                            PIC X(01) VALUE "N".
           88 FIM-FGTS                           VALUE "S".
       01 WS-FIM-ACUMULADO                       PIC X(01) VALUE "N".
           88 FIM-ACUMULADO                      VALUE "S".
       01 WS-FIM-TOTAIS                          PIC X(01) VALUE "N".
           88 FIM-TOTAIS                         VALUE "S".
       01 WS-FIM-CALENDARIO                      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO                     VALUE "S".
      * COMPETENCIA DA GUIA: FGTS_COMPETENCIA NO AMBIENTE, SENAO O MES
      * DA DATA DE MOVIMENTO (MESMA REGRA DO A030-FECHA-FOLHA).
       01 WS-COMP-GUIA-X    PIC X(06) VALUE SPACES.
       01 WS-COMP-GUIA      PIC 9(06) VALUE ZEROS.
       01 WS-COMP-GUIA-R REDEFINES WS-COMP-GUIA.
           05 WS-COMP-ANO   PIC 9(04).
           05 WS-COMP-MES   PIC 9(02).
      * VENCIMENTO: DIA 20 DO MES SEGUINTE A COMPETENCIA; SABADO,
      * DOMINGO OU FERIADO ANTECIPA PARA O DIA UTIL ANTERIOR.
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
      * TOTAIS POR TIPO DE FOLHA: BASE E DEPOSITO DO EXTRATO, O
      * BRUTO DO ACUMULADO E O COMPLEMENTO DE ACIDENTE DOS TOTAIS DA
      * FOLHA, PARA O CRUZAMENTO.
       01 WS-TIPOS-INIT.
           05 FILLER        PIC X(04) VALUE "NORM".
           05 FILLER        PIC X(04) VALUE "COMP".
           05 FILLER        PIC X(04) VALUE "13-1".
           05 FILLER        PIC X(04) VALUE "13-2".
           05 FILLER        PIC X(04) VALUE "RESC".
       01 WS-TIPOS-TAB REDEFINES WS-TIPOS-INIT.
           05 WS-TIPO-NOME  PIC X(04) OCCURS 5 TIMES.
       01 WS-TOT-TIPO-TABELA.
           05 WS-TOT-TIPO   OCCURS 5 TIMES.
               10 WS-TT-QTD       PIC 9(05).
               10 WS-TT-BASE      PIC 9(09)V99.
               10 WS-TT-DEPOSITO  PIC 9(09)V99.
               10 WS-TT-BRUTO     PIC 9(09)V99.
               10 WS-TT-ACIDENTE  PIC 9(09)V99.
       01 WS-IDX-TIPO       PIC 9(01) VALUE ZERO.
       01 WS-IDX-ACHADO     PIC 9(01) VALUE ZERO.
       01 WS-QTD-LANCAMENTOS PIC 9(06) VALUE ZEROS.
       01 WS-QTD-MULTAS     PIC 9(05) VALUE ZEROS.
       01 WS-TOT-DEPOSITOS  PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-MULTAS     PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-GUIA       PIC 9(09)V99 VALUE ZEROS.
       01 WS-QTD-DIVERGENCIAS PIC 9(02) VALUE ZEROS.
       01 WS-BASE-ESPERADA  PIC 9(09)V99 VALUE ZEROS.
       01 WS-NOME-FUNC      PIC X(20) VALUE SPACES.
       01 WS-CPF-FUNC       PIC 9(11) VALUE ZEROS.
       01 WS-DESC-LANC      PIC X(05) VALUE SPACES.
      * CAMPOS EDITADOS DO RELATORIO.
       01 WS-AUX-BASE       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "GUIA MENSAL DE FGTS - A031-FGTS-GUIA"

           MOVE "GUIA DE FGTS - CONFERENCIA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO

           ACCEPT WS-COMP-GUIA-X FROM ENVIRONMENT "FGTS_COMPETENCIA"
           IF WS-COMP-GUIA-X IS NUMERIC
                   AND WS-COMP-GUIA-X NOT = "000000"
               MOVE WS-COMP-GUIA-X TO WS-COMP-GUIA
           ELSE
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMP-GUIA
           END-IF
           DISPLAY "COMPETENCIA DA GUIA: " WS-COMP-GUIA

           OPEN INPUT FGTS-FILE
           IF WS-FS-FGTS NOT = "00"
               DISPLAY "SEM EXTRATO DE FGTS (" WS-FS-FGTS
                   ") - NENHUM DEPOSITO A RECOLHER"
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               CLOSE FGTS-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-ARQ-GUIA
           STRING "data/FGTS_GUIA_" WS-COMP-GUIA ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-GUIA
           END-STRING
           OPEN OUTPUT GUIA-FILE
           IF WS-FS-GUIA NOT = "00"
               DISPLAY "ERRO AO ABRIR GUIA DE FGTS: " WS-FS-GUIA
               CLOSE FGTS-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR CONFERENCIA DO FGTS: "
                   WS-FS-RELATORIO
               CLOSE FGTS-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE GUIA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-TOT-TIPO-TABELA
           PERFORM CARREGAR-CALENDARIO
           PERFORM CALCULAR-VENCIMENTO

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-FGTS
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
                  "  VENCIMENTO " WS-VENC-FMT
                  "  ARQUIVO " FUNCTION TRIM(WS-ARQ-GUIA)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FGTS
           MOVE "MATRIC NOME                 TIPO LANC"
               TO RL-LINHA
           MOVE "BASE" TO RL-LINHA(51:4)
           MOVE "VALOR" TO RL-LINHA(69:5)
           PERFORM GRAVAR-LINHA-FGTS

           MOVE "H"                  TO GF-H-TIPO
           MOVE WS-COMP-GUIA         TO GF-H-COMPETENCIA
           MOVE WS-VENCIMENTO-N      TO GF-H-VENCIMENTO
           MOVE WS-CAB-DATA-EXECUCAO TO GF-H-DATA-GERACAO
           WRITE GF-HEADER-REC

           PERFORM UNTIL FIM-FGTS
               READ FGTS-FILE
                   AT END
                       SET FIM-FGTS TO TRUE
                   NOT AT END
                       IF FG-COMPETENCIA = WS-COMP-GUIA
                           PERFORM GRAVAR-DETALHE-GUIA
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-TOT-GUIA = WS-TOT-DEPOSITOS + WS-TOT-MULTAS
           MOVE "T"                TO GF-T-TIPO
           MOVE WS-QTD-LANCAMENTOS TO GF-T-QUANTIDADE
           MOVE WS-TOT-DEPOSITOS   TO GF-T-DEPOSITOS
           MOVE WS-TOT-MULTAS      TO GF-T-MULTAS
           MOVE WS-TOT-GUIA        TO GF-T-TOTAL
           WRITE GF-TRAILER-REC

           PERFORM SOMAR-ACUMULADO
           PERFORM SOMAR-COMPLEMENTO-ACIDENTE
           PERFORM IMPRIMIR-TOTAIS-GUIA

           CLOSE FGTS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE GUIA-FILE
           CLOSE RELATORIO-FILE

           DISPLAY "GUIA FGTS " WS-COMP-GUIA
               ": LANCAMENTOS=" WS-QTD-LANCAMENTOS
               " DEPOSITOS=" WS-TOT-DEPOSITOS
               " MULTAS=" WS-TOT-MULTAS
               " VENCIMENTO=" WS-VENCIMENTO-N

      * BASE QUE NAO BATE COM A FOLHA E ERRO DE DADOS - A GUIA NAO
      * PODE SEGUIR PARA PAGAMENTO ASSIM; GUIA VAZIA OU EMITIDA DEPOIS
      * DO VENCIMENTO E ALERTA PARA O RH.
           EVALUATE TRUE
               WHEN WS-QTD-DIVERGENCIAS > 0
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               WHEN WS-QTD-LANCAMENTOS = 0
                   DISPLAY "NENHUM LANCAMENTO DE FGTS NA COMPETENCIA "
                       WS-COMP-GUIA
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN WS-CAB-DATA-EXECUCAO > WS-VENCIMENTO
                   DISPLAY "GUIA EMITIDA DEPOIS DO VENCIMENTO "
                       WS-VENC-FMT " - RECOLHIMENTO EM ATRASO"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RC-NORMAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * UM DETALHE DA GUIA POR LANCAMENTO DA COMPETENCIA, COM NOME E
      * CPF DO CADASTRO, E A MESMA LINHA NO RELATORIO DE CONFERENCIA.
       GRAVAR-DETALHE-GUIA.
           MOVE FG-MATRICULA TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC = "00"
               MOVE FM-NOME-FUNC TO WS-NOME-FUNC
               MOVE FM-CPF-FUNC  TO WS-CPF-FUNC
           ELSE
               MOVE "** SEM CADASTRO **" TO WS-NOME-FUNC
               MOVE ZEROS TO WS-CPF-FUNC
           END-IF

           ADD 1 TO WS-QTD-LANCAMENTOS
           MOVE "D"             TO GF-D-TIPO
           MOVE FG-MATRICULA    TO GF-D-MATRICULA
           MOVE WS-CPF-FUNC     TO GF-D-CPF
           MOVE WS-NOME-FUNC    TO GF-D-NOME
           MOVE FG-TIPO-FOLHA   TO GF-D-TIPO-FOLHA
           MOVE FG-TIPO-LANC    TO GF-D-TIPO-LANC
           MOVE FG-BASE         TO GF-D-BASE
           MOVE FG-VALOR        TO GF-D-VALOR
           WRITE GF-DETALHE-REC

           IF FG-MULTA-RESCISORIA
               ADD 1 TO WS-QTD-MULTAS
               ADD FG-VALOR TO WS-TOT-MULTAS
               MOVE "MULTA" TO WS-DESC-LANC
           ELSE
               ADD FG-VALOR TO WS-TOT-DEPOSITOS
               MOVE "DEP"   TO WS-DESC-LANC
               PERFORM ACUMULAR-TIPO-EXTRATO
           END-IF

           MOVE FG-BASE  TO WS-AUX-BASE
           MOVE FG-VALOR TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING FG-MATRICULA " " WS-NOME-FUNC " " FG-TIPO-FOLHA
                  " " WS-DESC-LANC "   " WS-AUX-BASE "   "
                  WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FGTS.

      * SOMA O DEPOSITO NO TOTAL DO TIPO DE FOLHA DO LANCAMENTO.
       ACUMULAR-TIPO-EXTRATO.
           PERFORM LOCALIZAR-TIPO
           IF WS-IDX-ACHADO > 0
               ADD 1        TO WS-TT-QTD(WS-IDX-ACHADO)
               ADD FG-BASE  TO WS-TT-BASE(WS-IDX-ACHADO)
               ADD FG-VALOR TO WS-TT-DEPOSITO(WS-IDX-ACHADO)
           END-IF.

       LOCALIZAR-TIPO.
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 5 OR WS-IDX-ACHADO > 0
               IF WS-TIPO-NOME(WS-IDX-TIPO) = FG-TIPO-FOLHA
                   MOVE WS-IDX-TIPO TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

      * SOMA O BRUTO DO ACUMULADO DE FOLHA DA COMPETENCIA POR TIPO -
      * ARQUIVO AUSENTE DEIXA O CRUZAMENTO ZERADO E AVISADO.
       SOMAR-ACUMULADO.
           MOVE "N" TO WS-FIM-ACUMULADO
           OPEN INPUT ACUMULADO-FILE
           IF WS-FS-ACUMULADO NOT = "00"
               DISPLAY "SEM ACUMULADO DE FOLHA (" WS-FS-ACUMULADO
                   ") - CRUZAMENTO COM A FOLHA NAO FEITO"
           ELSE
               PERFORM UNTIL FIM-ACUMULADO
                   READ ACUMULADO-FILE
                       AT END
                           SET FIM-ACUMULADO TO TRUE
                       NOT AT END
                           IF AC-COMPETENCIA = WS-COMP-GUIA
                               MOVE AC-TIPO-FOLHA TO FG-TIPO-FOLHA
                               PERFORM LOCALIZAR-TIPO
                               IF WS-IDX-ACHADO > 0
                                   ADD AC-BRUTO
                                       TO WS-TT-BRUTO(WS-IDX-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUMULADO-FILE
           END-IF.

      * COMPLEMENTO DE ACIDENTE DE TRABALHO POR TIPO DE FOLHA, DOS
      * TOTAIS QUE O A008 GRAVOU PARA A COMPETENCIA. LINHA GRAVADA
      * ANTES DO CAMPO (BRANCOS) OU ARQUIVO AUSENTE CONTA COMO ZERO.
       SOMAR-COMPLEMENTO-ACIDENTE.
           MOVE "N" TO WS-FIM-TOTAIS
           OPEN INPUT TOTAIS-FILE
           IF WS-FS-TOTAIS = "00"
               PERFORM UNTIL FIM-TOTAIS
                   READ TOTAIS-FILE
                       AT END
                           SET FIM-TOTAIS TO TRUE
                       NOT AT END
                           IF TF-COMPETENCIA = WS-COMP-GUIA
                                   AND TF-COMPLEMENTO-ACIDENTE
                                       IS NUMERIC
                               MOVE TF-TIPO-FOLHA TO FG-TIPO-FOLHA
                               PERFORM LOCALIZAR-TIPO
                               IF WS-IDX-ACHADO > 0
                                   MOVE TF-COMPLEMENTO-ACIDENTE
                                     TO WS-TT-ACIDENTE(WS-IDX-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTAIS-FILE
           END-IF.

      * TOTAIS POR TIPO DE FOLHA E O CRUZAMENTO COM O ACUMULADO: NA
      * FOLHA MENSAL, COMPLEMENTAR E PRIMEIRA PARCELA DO 13O A BASE
      * DEPOSITADA E O PROPRIO BRUTO MAIS O COMPLEMENTO DE ACIDENTE DE
      * TRABALHO - OS DIAS PAGOS PELO INSS SAEM DO BRUTO, MAS A LEI
      * MANTEM O DEPOSITO SOBRE O SALARIO CHEIO NO AFASTAMENTO POR
      * ACIDENTE, ENTAO O A008 OS SOMA SO NA BASE; NA SEGUNDA
      * PARCELA E O 13O CHEIO MENOS O ADIANTAMENTO (SO INFORMATIVO
      * AQUI); A RESCISAO NAO PASSA PELO ACUMULADO.
       IMPRIMIR-TOTAIS-GUIA.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-FGTS
           MOVE "TOTAIS POR TIPO DE FOLHA (BASE FGTS X BRUTO DA FOLHA)"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-FGTS
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 5
               IF WS-TT-QTD(WS-IDX-TIPO) > 0
                       OR WS-TT-BRUTO(WS-IDX-TIPO) > 0
                   PERFORM IMPRIMIR-TOTAL-TIPO
               END-IF
           END-PERFORM

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-FGTS
           MOVE WS-TOT-DEPOSITOS TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DE DEPOSITOS.......: " WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FGTS
           MOVE WS-TOT-MULTAS TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DE MULTAS RESCISORIAS: " WS-AUX-VALOR
                  " (" WS-QTD-MULTAS " RESCISOES)"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FGTS
           MOVE WS-TOT-GUIA TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DA GUIA............: " WS-AUX-VALOR
                  "  VENCIMENTO " WS-VENC-FMT
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FGTS
           IF WS-QTD-DIVERGENCIAS > 0
               MOVE SPACES TO RL-LINHA
               STRING "*** " WS-QTD-DIVERGENCIAS
                      " DIVERGENCIA(S) ENTRE BASE FGTS E FOLHA - "
                      "GUIA NAO DEVE SER PAGA ***"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FGTS
           END-IF.

       IMPRIMIR-TOTAL-TIPO.
           MOVE WS-TT-BASE(WS-IDX-TIPO)     TO WS-AUX-BASE
           MOVE WS-TT-DEPOSITO(WS-IDX-TIPO) TO WS-AUX-VALOR
           MOVE WS-TT-BRUTO(WS-IDX-TIPO)    TO WS-AUX-BRUTO
           MOVE SPACES TO RL-LINHA
           STRING WS-TIPO-NOME(WS-IDX-TIPO)
                  " LANC=" WS-TT-QTD(WS-IDX-TIPO)
                  " BASE=" WS-AUX-BASE
                  " DEP=" WS-AUX-VALOR
                  " FOLHA=" WS-AUX-BRUTO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FGTS
           IF WS-TT-ACIDENTE(WS-IDX-TIPO) > 0
               MOVE WS-TT-ACIDENTE(WS-IDX-TIPO) TO WS-AUX-BRUTO
               MOVE SPACES TO RL-LINHA
               STRING "     + COMPLEMENTO ACIDENTE DE TRABALHO NA BASE="
                      WS-AUX-BRUTO
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FGTS
           END-IF
           COMPUTE WS-BASE-ESPERADA =
               WS-TT-BRUTO(WS-IDX-TIPO) + WS-TT-ACIDENTE(WS-IDX-TIPO)
           IF WS-IDX-TIPO < 4
                   AND WS-TT-BASE(WS-IDX-TIPO) NOT =
                       WS-BASE-ESPERADA
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SPACES TO RL-LINHA
               STRING "  ** DIVERGENCIA: BASE DO FGTS "
                      WS-TIPO-NOME(WS-IDX-TIPO)
                      " NAO BATE COM O BRUTO DA FOLHA **"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FGTS
               DISPLAY "DIVERGENCIA FGTS X FOLHA NO TIPO "
                   WS-TIPO-NOME(WS-IDX-TIPO)
                   ": BASE=" WS-TT-BASE(WS-IDX-TIPO)
                   " BRUTO=" WS-TT-BRUTO(WS-IDX-TIPO)
                   " ACIDENTE=" WS-TT-ACIDENTE(WS-IDX-TIPO)
           END-IF.

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

       IMPRIMIR-CABECALHO-FGTS.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-FGTS.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-FGTS
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A031-FGTS-GUIA.
