      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: RELATORIO MENSAL DE BOLSAS E DESCONTOS CONCEDIDOS -
      *          A DIRETORIA APROVA O ORCAMENTO DE BOLSAS E NAO TINHA
      *          O NUMERO: OS DESCONTOS ERAM DADOS A MAO NO BOLETO.
      *          AGORA A GERACAO DE COBRANCAS (A020) APLICA OS
      *          DESCONTOS APROVADOS E REGISTRA CADA UM EM
      *          COBRANCA_DESCONTOS.DAT. ESTE PROGRAMA RECEBE A
      *          COMPETENCIA (DESCONTO_COMPETENCIA, AAAAMM - SEM ELA
      *          VALE O MES DA DATA DE MOVIMENTO) E IMPRIME:
      *          - OS DESCONTOS POR TIPO (BOLSA, IRMAOS, FILHO DE
      *            FUNCIONARIO, PONTUALIDADE) E TURMA, COM SUBTOTAL
      *            POR TIPO;
      *          - O RESUMO POR TURMA: MENSALIDADE CHEIA FATURADA,
      *            DESCONTOS, PERCENTUAL DE DESCONTO E VALOR COBRADO,
      *            LIDOS DA CARTEIRA DE COBRANCAS.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A041-DESCONTOS-CONCEDIDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
      * DESCONTOS EFETIVAMENTE APLICADOS PELA GERACAO (A020).
           SELECT COBDESC-FILE ASSIGN TO DYNAMIC WS-ARQ-COBDESC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBDESC.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  COBDESC-FILE.
       COPY COBRANCA-DESC-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-COBRANCA    PIC X(40)
                              VALUES "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBDESC     PIC X(40)
                              VALUES "data/COBRANCA_DESCONTOS.DAT".
       01 WS-FS-COBDESC      PIC X(02) VALUES SPACES.
       01 WS-ARQ-RELATORIO   PIC X(40)
                              VALUES "data/DESCONTOS_CONCEDIDOS.TXT".
       01 WS-FS-RELATORIO    PIC X(02) VALUES SPACES.
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
           88 FIM-COBRANCA           VALUE "S".
       01 WS-FIM-COBDESC     PIC X(01) VALUES "N".
           88 FIM-COBDESC            VALUE "S".
      * COMPETENCIA DO RELATORIO.
       01 WS-COMPETENCIA-X   PIC X(06) VALUES SPACES.
       01 WS-COMPETENCIA     PIC 9(06) VALUES ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO    PIC 9(04).
           05 WS-COMP-MES    PIC 9(02).
      * DESCONTOS SOMADOS POR TIPO E TURMA, CLASSIFICADOS PARA A
      * QUEBRA POR TIPO.
       01 WS-TT-TABELA.
           05 WS-TT-ENTRADA OCCURS 400 TIMES.
               10 WS-TT-TIPO        PIC X(02).
               10 WS-TT-TURMA       PIC X(06).
               10 WS-TT-QTD         PIC 9(05).
               10 WS-TT-VALOR       PIC 9(09)V99.
       01 WS-TT-TROCA.
           05 FILLER            PIC X(02).
           05 FILLER            PIC X(06).
           05 FILLER            PIC 9(05).
           05 FILLER            PIC 9(09)V99.
       01 WS-QTD-TT          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-TT          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-TT-ACHADO   PIC 9(04) VALUES ZEROS.
      * FATURAMENTO DA COMPETENCIA POR TURMA.
       01 WS-TU-TABELA.
           05 WS-TU-ENTRADA OCCURS 50 TIMES.
               10 WS-TU-TURMA       PIC X(06).
               10 WS-TU-QTD         PIC 9(05).
               10 WS-TU-QTD-DESC    PIC 9(05).
               10 WS-TU-BRUTO       PIC 9(09)V99.
               10 WS-TU-DESCONTO    PIC 9(09)V99.
               10 WS-TU-COBRADO     PIC 9(09)V99.
       01 WS-TU-TROCA.
           05 FILLER            PIC X(06).
           05 FILLER            PIC 9(05).
           05 FILLER            PIC 9(05).
           05 FILLER            PIC 9(09)V99.
           05 FILLER            PIC 9(09)V99.
           05 FILLER            PIC 9(09)V99.
       01 WS-QTD-TU          PIC 9(02) VALUES ZEROS.
       01 WS-IDX-TU          PIC 9(02) VALUES ZEROS.
       01 WS-IDX-TU-ACHADO   PIC 9(02) VALUES ZEROS.
       01 WS-TURMA-PROCURADA PIC X(06) VALUES SPACES.
       01 WS-IDX-I           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-J           PIC 9(04) VALUES ZEROS.
      * VALOR CHEIO DA COBRANCA (COBRANCA GERADA ANTES DOS DESCONTOS
      * NAO TEM O CAMPO - O VALOR COBRADO ERA O CHEIO).
       01 WS-BRUTO-COBRANCA  PIC 9(05)V99 VALUES ZEROS.
       01 WS-DESC-COBRANCA   PIC 9(05)V99 VALUES ZEROS.
      * QUEBRA POR TIPO E TOTAIS.
       01 WS-TIPO-ATUAL      PIC X(02) VALUES SPACES.
       01 WS-PRIMEIRO-TIPO   PIC X(01) VALUES "S".
           88 PRIMEIRO-TIPO          VALUE "S".
       01 WS-QTD-TIPO        PIC 9(05) VALUES ZEROS.
       01 WS-TOT-TIPO        PIC 9(09)V99 VALUES ZEROS.
       01 WS-QTD-DESCONTOS   PIC 9(05) VALUES ZEROS.
       01 WS-TOT-DESCONTOS   PIC 9(09)V99 VALUES ZEROS.
       01 WS-QTD-COBRANCAS   PIC 9(05) VALUES ZEROS.
       01 WS-TOT-BRUTO       PIC 9(09)V99 VALUES ZEROS.
       01 WS-TOT-COBRADO     PIC 9(09)V99 VALUES ZEROS.
       01 WS-PERC-DESCONTO   PIC 9(03)V99 VALUES ZEROS.
       01 WS-DESC-TIPO       PIC X(22) VALUES SPACES.
       01 WS-AUX-QTD         PIC ZZZZ9.
       01 WS-AUX-QTD-DESC    PIC ZZZZ9.
       01 WS-AUX-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-BRUTO       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-COBRADO     PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-PERC        PIC ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "DESCONTOS CONCEDIDOS - A041-DESCONTOS-CONCEDIDOS"

           MOVE "BOLSAS E DESCONTOS CONCEDIDOS" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           ACCEPT WS-COMPETENCIA-X FROM ENVIRONMENT
               "DESCONTO_COMPETENCIA"
           IF WS-COMPETENCIA-X IS NUMERIC
                   AND WS-COMPETENCIA-X NOT = "000000"
               MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA
           ELSE
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA
           END-IF
           DISPLAY "COMPETENCIA DO RELATORIO: " WS-COMPETENCIA

           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-TU-TABELA
           PERFORM UNTIL FIM-COBRANCA
               READ COBRANCA-FILE
                   AT END
                       SET FIM-COBRANCA TO TRUE
                   NOT AT END
                       IF CB-COMPETENCIA = WS-COMPETENCIA
                               AND CB-MENSALIDADE
                               AND NOT CB-CANCELADA
                           PERFORM SOMAR-COBRANCA-TURMA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COBRANCA-FILE

      * SEM DETALHE DE DESCONTOS A COMPETENCIA NAO TEVE NENHUM (OU
      * FOI GERADA ANTES DOS DESCONTOS) - O RESUMO POR TURMA SAI.
           INITIALIZE WS-TT-TABELA
           OPEN INPUT COBDESC-FILE
           IF WS-FS-COBDESC = "00"
               PERFORM UNTIL FIM-COBDESC
                   READ COBDESC-FILE
                       AT END
                           SET FIM-COBDESC TO TRUE
                       NOT AT END
                           IF CD-COMPETENCIA = WS-COMPETENCIA
                               PERFORM SOMAR-DESCONTO-TIPO-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBDESC-FILE
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE DESCONTOS: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-DESCONTOS
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DESCONTOS

           IF WS-QTD-COBRANCAS = 0
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-DESCONTOS
               MOVE "NENHUMA COBRANCA GERADA NA COMPETENCIA"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-DESCONTOS
               CLOSE RELATORIO-FILE
               DISPLAY "SEM COBRANCAS NA COMPETENCIA " WS-COMPETENCIA
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CLASSIFICAR-TIPO-TURMA
           PERFORM IMPRIMIR-POR-TIPO
           PERFORM CLASSIFICAR-TURMAS
           PERFORM IMPRIMIR-POR-TURMA
           CLOSE RELATORIO-FILE

           DISPLAY "DESCONTOS " WS-COMPETENCIA
               ": COBRANCAS=" WS-QTD-COBRANCAS
               " DESCONTOS=" WS-QTD-DESCONTOS
               " VALOR CHEIO=" WS-TOT-BRUTO
               " DESCONTADO=" WS-TOT-DESCONTOS
           MOVE WS-RC-NORMAL TO RETURN-CODE
           GOBACK.

       SOMAR-COBRANCA-TURMA.
           IF CB-VALOR-BRUTO IS NUMERIC
                   AND CB-VALOR-DESCONTO IS NUMERIC
               MOVE CB-VALOR-BRUTO    TO WS-BRUTO-COBRANCA
               MOVE CB-VALOR-DESCONTO TO WS-DESC-COBRANCA
           ELSE
               MOVE CB-VALOR TO WS-BRUTO-COBRANCA
               MOVE ZEROS    TO WS-DESC-COBRANCA
           END-IF
           MOVE CB-TURMA TO WS-TURMA-PROCURADA
           PERFORM LOCALIZAR-TURMA
           IF WS-IDX-TU-ACHADO > 0
               ADD 1 TO WS-TU-QTD(WS-IDX-TU-ACHADO)
               IF WS-DESC-COBRANCA > 0
                   ADD 1 TO WS-TU-QTD-DESC(WS-IDX-TU-ACHADO)
               END-IF
               ADD WS-BRUTO-COBRANCA TO WS-TU-BRUTO(WS-IDX-TU-ACHADO)
               ADD WS-DESC-COBRANCA
                   TO WS-TU-DESCONTO(WS-IDX-TU-ACHADO)
               ADD CB-VALOR TO WS-TU-COBRADO(WS-IDX-TU-ACHADO)
           END-IF
           ADD 1 TO WS-QTD-COBRANCAS
           ADD WS-BRUTO-COBRANCA TO WS-TOT-BRUTO
           ADD CB-VALOR TO WS-TOT-COBRADO.

      * PROCURA A TURMA NO RESUMO E A INCLUI SE FOR NOVA.
       LOCALIZAR-TURMA.
           MOVE ZEROS TO WS-IDX-TU-ACHADO
           PERFORM VARYING WS-IDX-TU FROM 1 BY 1
                   UNTIL WS-IDX-TU > WS-QTD-TU
                       OR WS-IDX-TU-ACHADO > 0
               IF WS-TU-TURMA(WS-IDX-TU) = WS-TURMA-PROCURADA
                   MOVE WS-IDX-TU TO WS-IDX-TU-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-TU-ACHADO = 0
               IF WS-QTD-TU < 50
                   ADD 1 TO WS-QTD-TU
                   MOVE WS-QTD-TU TO WS-IDX-TU-ACHADO
                   MOVE WS-TURMA-PROCURADA
                       TO WS-TU-TURMA(WS-IDX-TU-ACHADO)
               ELSE
                   DISPLAY "TABELA DE TURMAS CHEIA - TURMA FORA DO "
                       "RESUMO: " WS-TURMA-PROCURADA
               END-IF
           END-IF.

       SOMAR-DESCONTO-TIPO-TURMA.
           MOVE ZEROS TO WS-IDX-TT-ACHADO
           PERFORM VARYING WS-IDX-TT FROM 1 BY 1
                   UNTIL WS-IDX-TT > WS-QTD-TT
                       OR WS-IDX-TT-ACHADO > 0
               IF WS-TT-TIPO(WS-IDX-TT) = CD-TIPO
                       AND WS-TT-TURMA(WS-IDX-TT) = CD-TURMA
                   MOVE WS-IDX-TT TO WS-IDX-TT-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-TT-ACHADO = 0
               IF WS-QTD-TT < 400
                   ADD 1 TO WS-QTD-TT
                   MOVE WS-QTD-TT TO WS-IDX-TT-ACHADO
                   MOVE CD-TIPO  TO WS-TT-TIPO(WS-IDX-TT-ACHADO)
                   MOVE CD-TURMA TO WS-TT-TURMA(WS-IDX-TT-ACHADO)
               ELSE
                   DISPLAY "TABELA DE TIPOS POR TURMA CHEIA - "
                       "DESCONTO FORA DO RELATORIO: " CD-MATRICULA
               END-IF
           END-IF
           IF WS-IDX-TT-ACHADO > 0
               ADD 1 TO WS-TT-QTD(WS-IDX-TT-ACHADO)
               ADD CD-VALOR-DESCONTO TO WS-TT-VALOR(WS-IDX-TT-ACHADO)
           END-IF.

      * CLASSIFICACAO POR TROCA DE VIZINHOS (TIPO, DEPOIS TURMA),
      * COMO NAS DEMAIS EDICOES ORDENADAS PEQUENAS DA SUITE.
       CLASSIFICAR-TIPO-TURMA.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I >= WS-QTD-TT
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                       UNTIL WS-IDX-J > WS-QTD-TT - WS-IDX-I
                   IF WS-TT-TIPO(WS-IDX-J) > WS-TT-TIPO(WS-IDX-J + 1)
                       OR (WS-TT-TIPO(WS-IDX-J) =
                               WS-TT-TIPO(WS-IDX-J + 1)
                           AND WS-TT-TURMA(WS-IDX-J) >
                               WS-TT-TURMA(WS-IDX-J + 1))
                       MOVE WS-TT-ENTRADA(WS-IDX-J) TO WS-TT-TROCA
                       MOVE WS-TT-ENTRADA(WS-IDX-J + 1)
                           TO WS-TT-ENTRADA(WS-IDX-J)
                       MOVE WS-TT-TROCA
                           TO WS-TT-ENTRADA(WS-IDX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CLASSIFICAR-TURMAS.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I >= WS-QTD-TU
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                       UNTIL WS-IDX-J > WS-QTD-TU - WS-IDX-I
                   IF WS-TU-TURMA(WS-IDX-J) >
                           WS-TU-TURMA(WS-IDX-J + 1)
                       MOVE WS-TU-ENTRADA(WS-IDX-J) TO WS-TU-TROCA
                       MOVE WS-TU-ENTRADA(WS-IDX-J + 1)
                           TO WS-TU-ENTRADA(WS-IDX-J)
                       MOVE WS-TU-TROCA
                           TO WS-TU-ENTRADA(WS-IDX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-POR-TIPO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-DESCONTOS
           MOVE "DESCONTOS POR TIPO E TURMA" TO RL-LINHA
           PERFORM GRAVAR-LINHA-DESCONTOS
           IF WS-QTD-TT = 0
               MOVE "  NENHUM DESCONTO APLICADO NA COMPETENCIA"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-DESCONTOS
           END-IF
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > WS-QTD-TT
               IF WS-TT-TIPO(WS-IDX-I) NOT = WS-TIPO-ATUAL
                       OR PRIMEIRO-TIPO
                   IF NOT PRIMEIRO-TIPO
                       PERFORM FECHAR-TIPO
                   END-IF
                   MOVE "N" TO WS-PRIMEIRO-TIPO
                   MOVE WS-TT-TIPO(WS-IDX-I) TO WS-TIPO-ATUAL
                   MOVE ZEROS TO WS-QTD-TIPO
                   MOVE ZEROS TO WS-TOT-TIPO
                   PERFORM DESCREVER-TIPO
                   MOVE SPACES TO RL-LINHA
                   STRING "TIPO " WS-TIPO-ATUAL " - " WS-DESC-TIPO
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-DESCONTOS
               END-IF
               MOVE WS-TT-QTD(WS-IDX-I)   TO WS-AUX-QTD
               MOVE WS-TT-VALOR(WS-IDX-I) TO WS-AUX-VALOR
               MOVE SPACES TO RL-LINHA
               STRING "  TURMA " WS-TT-TURMA(WS-IDX-I)
                      "  DESCONTOS " WS-AUX-QTD
                      "  VALOR " WS-AUX-VALOR
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DESCONTOS
               ADD WS-TT-QTD(WS-IDX-I)   TO WS-QTD-TIPO
               ADD WS-TT-VALOR(WS-IDX-I) TO WS-TOT-TIPO
               ADD WS-TT-QTD(WS-IDX-I)   TO WS-QTD-DESCONTOS
               ADD WS-TT-VALOR(WS-IDX-I) TO WS-TOT-DESCONTOS
           END-PERFORM
           IF NOT PRIMEIRO-TIPO
               PERFORM FECHAR-TIPO
           END-IF
           MOVE WS-QTD-DESCONTOS TO WS-AUX-QTD
           MOVE WS-TOT-DESCONTOS TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DE DESCONTOS      " WS-AUX-QTD
                  "  VALOR " WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DESCONTOS.

       FECHAR-TIPO.
           MOVE WS-QTD-TIPO TO WS-AUX-QTD
           MOVE WS-TOT-TIPO TO WS-AUX-VALOR
           MOVE SPACES TO RL-LINHA
           STRING "  SUBTOTAL DO TIPO      " WS-AUX-QTD
                  "  VALOR " WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DESCONTOS.

       DESCREVER-TIPO.
           EVALUATE WS-TIPO-ATUAL
               WHEN "BO"
                   MOVE "BOLSA DE ESTUDO"        TO WS-DESC-TIPO
               WHEN "IR"
                   MOVE "DESCONTO DE IRMAOS"     TO WS-DESC-TIPO
               WHEN "FF"
                   MOVE "FILHO DE FUNCIONARIO"   TO WS-DESC-TIPO
               WHEN "PP"
                   MOVE "PONTUALIDADE"           TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE "TIPO NAO CADASTRADO"    TO WS-DESC-TIPO
           END-EVALUATE.

      * FATURAMENTO DA COMPETENCIA POR TURMA: O QUE A TABELA DE
      * PRECOS COBRARIA, O QUE FOI DESCONTADO E O QUE FOI COBRADO.
       IMPRIMIR-POR-TURMA.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-DESCONTOS
           MOVE "RESUMO POR TURMA" TO RL-LINHA
           PERFORM GRAVAR-LINHA-DESCONTOS
           MOVE SPACES TO RL-LINHA
           STRING "TURMA  COBRANCAS C/DESC     VALOR CHEIO"
                  "      DESCONTOS  %DESC   VALOR COBRADO"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DESCONTOS
           PERFORM VARYING WS-IDX-TU FROM 1 BY 1
                   UNTIL WS-IDX-TU > WS-QTD-TU
               MOVE WS-TU-TURMA(WS-IDX-TU) TO WS-TURMA-PROCURADA
               MOVE WS-TU-QTD(WS-IDX-TU)   TO WS-AUX-QTD
               MOVE WS-TU-QTD-DESC(WS-IDX-TU) TO WS-AUX-QTD-DESC
               MOVE WS-TU-BRUTO(WS-IDX-TU)    TO WS-AUX-BRUTO
               MOVE WS-TU-DESCONTO(WS-IDX-TU) TO WS-AUX-VALOR
               MOVE WS-TU-COBRADO(WS-IDX-TU)  TO WS-AUX-COBRADO
               IF WS-TU-BRUTO(WS-IDX-TU) > 0
                   COMPUTE WS-PERC-DESCONTO ROUNDED =
                       WS-TU-DESCONTO(WS-IDX-TU) * 100
                       / WS-TU-BRUTO(WS-IDX-TU)
               ELSE
                   MOVE ZEROS TO WS-PERC-DESCONTO
               END-IF
               MOVE WS-PERC-DESCONTO TO WS-AUX-PERC
               PERFORM GRAVAR-LINHA-TURMA
           END-PERFORM

           MOVE "TOTAL " TO WS-TURMA-PROCURADA
           MOVE WS-QTD-COBRANCAS TO WS-AUX-QTD
           MOVE ZEROS TO WS-IDX-J
           PERFORM VARYING WS-IDX-TU FROM 1 BY 1
                   UNTIL WS-IDX-TU > WS-QTD-TU
               ADD WS-TU-QTD-DESC(WS-IDX-TU) TO WS-IDX-J
           END-PERFORM
           MOVE WS-IDX-J       TO WS-AUX-QTD-DESC
           MOVE WS-TOT-BRUTO   TO WS-AUX-BRUTO
           COMPUTE WS-AUX-VALOR = WS-TOT-BRUTO - WS-TOT-COBRADO
           MOVE WS-TOT-COBRADO TO WS-AUX-COBRADO
           IF WS-TOT-BRUTO > 0
               COMPUTE WS-PERC-DESCONTO ROUNDED =
                   (WS-TOT-BRUTO - WS-TOT-COBRADO) * 100
                   / WS-TOT-BRUTO
           ELSE
               MOVE ZEROS TO WS-PERC-DESCONTO
           END-IF
           MOVE WS-PERC-DESCONTO TO WS-AUX-PERC
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-DESCONTOS
           PERFORM GRAVAR-LINHA-TURMA.

       GRAVAR-LINHA-TURMA.
           MOVE SPACES TO RL-LINHA
           STRING WS-TURMA-PROCURADA "     " WS-AUX-QTD "  "
                  WS-AUX-QTD-DESC " " WS-AUX-BRUTO " "
                  WS-AUX-VALOR " " WS-AUX-PERC "  "
                  WS-AUX-COBRADO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DESCONTOS.

       IMPRIMIR-CABECALHO-DESCONTOS.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-DESCONTOS.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-DESCONTOS
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A041-DESCONTOS-CONCEDIDOS.
