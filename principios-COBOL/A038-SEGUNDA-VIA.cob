      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: SEGUNDA VIA DE CONTRACHEQUES - O CONTRACHEQUES.TXT DO
      *          A008 E REGRAVADO A CADA EXECUCAO DA FOLHA, E QUANDO O
      *          FUNCIONARIO PEDIA O CONTRACHEQUE DE MESES ATRAS (PARA
      *          FINANCIAMENTO, ALUGUEL, PROCESSO TRABALHISTA) O RH NAO
      *          TINHA DE ONDE TIRAR. ESTE PROGRAMA REIMPRIME, A PARTIR
      *          DO HISTORICO PERMANENTE GRAVADO PELO A008
      *          (data/CONTRACHEQUE_HIST.DAT), OS CONTRACHEQUES E
      *          RECIBOS DE ADIANTAMENTO DE UM FUNCIONARIO NUMA FAIXA
      *          DE COMPETENCIAS, COM O MESMO LAYOUT E O CABECALHO
      *          COMPARTILHADO, MARCADOS COMO SEGUNDA VIA.
      *          SEM MATRICULA INFORMADA, REIMPRIME TODOS OS
      *          CONTRACHEQUES DA FAIXA - A EMISSAO DE AUDITORIA, POR
      *          COMPETENCIA E MATRICULA, COM OS TOTAIS NO FIM PARA
      *          AMARRAR NOS TOTAIS DA FOLHA.
      *          PARAMETROS (VARIAVEIS DE AMBIENTE):
      *            SEGUNDA_VIA_MATRICULA - MATRICULA (BRANCO = TODAS)
      *            SEGUNDA_VIA_DE        - COMPETENCIA INICIAL AAAAMM
      *                                    (BRANCO = MES DA DATA DE
      *                                    MOVIMENTO)
      *            SEGUNDA_VIA_ATE       - COMPETENCIA FINAL AAAAMM
      *                                    (BRANCO = A INICIAL)
      *            SEGUNDA_VIA_TIPO      - NORM, COMP, 13-1, 13-2 OU
      *                                    ADTO (BRANCO = TODOS)
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A038-SEGUNDA-VIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HISTORICO PERMANENTE DE CONTRACHEQUES GRAVADO PELO A008 - UMA
      * LINHA POR LINHA IMPRESSA, NA ORDEM DE IMPRESSAO.
           SELECT CHIST-FILE ASSIGN TO DYNAMIC WS-ARQ-CHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHIST.
      * REIMPRESSAO DOS CONTRACHEQUES SELECIONADOS.
           SELECT SEGUNDA-VIA-FILE ASSIGN TO DYNAMIC WS-ARQ-SEGUNDA-VIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGUNDA-VIA.
      * O HISTORICO E APPENDADO COMPETENCIA A COMPETENCIA E O RERUN
      * REGRAVA O MES NO FIM DO ARQUIVO - O SORT RECOLOCA CADA
      * CONTRACHEQUE NA ORDEM DA EMISSAO PEDIDA.
           SELECT SORT-FILE ASSIGN TO DYNAMIC WS-ARQ-SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  CHIST-FILE.
       COPY CONTRACHEQUE-HIST-REC.
       FD  SEGUNDA-VIA-FILE.
       01  SV-LINHA            PIC X(100).
      * MESMO LAYOUT DO HISTORICO (CONTRACHEQUE-HIST-REC).
       SD  SORT-FILE.
       01  SR-CONTRACHEQUE-REC.
           05 SR-MATRICULA     PIC 9(06).
           05 SR-COMPETENCIA   PIC 9(06).
           05 SR-TIPO-FOLHA    PIC X(04).
           05 SR-SEQUENCIA     PIC 9(03).
           05 SR-VERBA         PIC X(03).
           05 SR-DESCRICAO     PIC X(20).
           05 SR-REFERENCIA    PIC X(08).
           05 SR-NATUREZA      PIC X(01).
           05 SR-VALOR         PIC 9(07)V99.
           05 SR-LINHA         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-CHIST      PIC X(40)
           VALUE "data/CONTRACHEQUE_HIST.DAT".
       01 WS-FS-CHIST                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-SEGUNDA-VIA PIC X(40)
           VALUE "data/SEGUNDA_VIA.TXT".
       01 WS-FS-SEGUNDA-VIA                      PIC X(02) VALUE SPACES.
       01 WS-ARQ-SORTWK     PIC X(40)
           VALUE "data/SORT_SEGUNDA_VIA.TMP".
       01 WS-FIM-SORT                            PIC X(01) VALUE "N".
           88 FIM-SORT                           VALUE "S".
      * PARAMETROS DA EMISSAO.
       01 WS-MATRICULA-X     PIC X(06) VALUE SPACES.
       01 WS-MATRICULA       PIC 9(06) VALUE ZEROS.
       01 WS-COMP-DE-X       PIC X(06) VALUE SPACES.
       01 WS-COMP-ATE-X      PIC X(06) VALUE SPACES.
       01 WS-COMP-DE         PIC 9(06) VALUE ZEROS.
       01 WS-COMP-ATE        PIC 9(06) VALUE ZEROS.
       01 WS-COMP-VALIDAR-X  PIC X(06) VALUE SPACES.
       01 WS-COMP-VALIDA                         PIC X(01) VALUE "S".
           88 COMP-VALIDA                        VALUE "S".
       01 WS-TIPO-FILTRO     PIC X(04) VALUE SPACES.
           88 TIPO-FILTRO-VALIDO         VALUE "NORM" "COMP" "13-1"
                                               "13-2" "ADTO" SPACES.
       01 WS-PARAMETRO-OK                        PIC X(01) VALUE "S".
           88 PARAMETRO-OK                       VALUE "S".
       01 WS-MODO-AUDITORIA                      PIC X(01) VALUE "N".
           88 MODO-AUDITORIA                     VALUE "S".
      * QUEBRA DE CONTRACHEQUE (MATRICULA + COMPETENCIA + TIPO).
       01 WS-CHAVE-ATUAL.
           05 WS-CHV-MATRICULA   PIC 9(06).
           05 WS-CHV-COMPETENCIA PIC 9(06).
           05 WS-CHV-TIPO        PIC X(04).
       01 WS-CHAVE-ANTERIOR  PIC X(16) VALUE SPACES.
       01 WS-COMPETENCIA-R.
           05 WS-COMP-ANO    PIC 9(04).
           05 WS-COMP-MES    PIC 9(02).
      * TOTAIS DA EMISSAO - O BRUTO E O LIQUIDO VEM DAS LINHAS "BRU"
      * E "LIQ" DE CADA CONTRACHEQUE; O ADIANTAMENTO, DA LINHA "ADT"
      * DOS RECIBOS.
       01 WS-QTD-CONTRACHEQUES PIC 9(05) VALUE ZEROS.
       01 WS-QTD-RECIBOS       PIC 9(05) VALUE ZEROS.
       01 WS-QTD-LINHAS-LIDAS  PIC 9(07) VALUE ZEROS.
       01 WS-TOT-BRUTO         PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-LIQUIDO       PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-ADIANTAMENTO  PIC 9(09)V99 VALUE ZEROS.
       01 WS-AUX-TOTAL         PIC ZZZ.ZZZ.ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "SEGUNDA VIA DE CONTRACHEQUES - A038-SEGUNDA-VIA"

           MOVE "CONTRACHEQUE - 2A VIA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-INTERNO
           PERFORM LER-PARAMETROS
           IF NOT PARAMETRO-OK
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           IF MODO-AUDITORIA
               DISPLAY "EMISSAO DE AUDITORIA - TODAS AS MATRICULAS DE "
                   WS-COMP-DE " A " WS-COMP-ATE
           ELSE
               DISPLAY "MATRICULA " WS-MATRICULA " - COMPETENCIAS DE "
                   WS-COMP-DE " A " WS-COMP-ATE
           END-IF

      * SEM HISTORICO NAO HA O QUE REIMPRIMIR - O SORT NAO PODE
      * RECEBER UM ARQUIVO QUE NAO EXISTE.
           OPEN INPUT CHIST-FILE
           IF WS-FS-CHIST NOT = "00"
               DISPLAY "SEM HISTORICO DE CONTRACHEQUES (" WS-FS-CHIST
                   ") - NADA A REIMPRIMIR"
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE CHIST-FILE

           OPEN OUTPUT SEGUNDA-VIA-FILE
           IF WS-FS-SEGUNDA-VIA NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DA SEGUNDA VIA: "
                   WS-FS-SEGUNDA-VIA
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-SEGUNDA-VIA

      * A SEGUNDA VIA DO FUNCIONARIO SAI EM ORDEM DE COMPETENCIA; A
      * DE AUDITORIA, POR COMPETENCIA E TIPO, E DENTRO DELES POR
      * MATRICULA, COMO NA FOLHA ORIGINAL.
           IF MODO-AUDITORIA
               SORT SORT-FILE
                   ON ASCENDING KEY SR-COMPETENCIA
                   ON ASCENDING KEY SR-TIPO-FOLHA
                   ON ASCENDING KEY SR-MATRICULA
                   ON ASCENDING KEY SR-SEQUENCIA
                   USING CHIST-FILE
                   OUTPUT PROCEDURE IS EMITIR-SEGUNDA-VIA
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-MATRICULA
                   ON ASCENDING KEY SR-COMPETENCIA
                   ON ASCENDING KEY SR-TIPO-FOLHA
                   ON ASCENDING KEY SR-SEQUENCIA
                   USING CHIST-FILE
                   OUTPUT PROCEDURE IS EMITIR-SEGUNDA-VIA
           END-IF

           PERFORM IMPRIMIR-TOTAIS-SEGUNDA-VIA
           CLOSE SEGUNDA-VIA-FILE

           DISPLAY "SEGUNDA VIA: LINHAS DO HISTORICO="
               WS-QTD-LINHAS-LIDAS
               " CONTRACHEQUES=" WS-QTD-CONTRACHEQUES
               " RECIBOS DE ADIANTAMENTO=" WS-QTD-RECIBOS

           IF WS-QTD-CONTRACHEQUES = 0 AND WS-QTD-RECIBOS = 0
               DISPLAY "NENHUM CONTRACHEQUE NO HISTORICO PARA OS "
                   "PARAMETROS INFORMADOS"
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * LE E VALIDA OS PARAMETROS DA EMISSAO. COMPETENCIA INICIAL
      * AUSENTE VALE O MES DA DATA DE MOVIMENTO, COMO NA FOLHA; A
      * FINAL AUSENTE VALE A INICIAL.
       LER-PARAMETROS.
           MOVE "S" TO WS-PARAMETRO-OK
           ACCEPT WS-MATRICULA-X
               FROM ENVIRONMENT "SEGUNDA_VIA_MATRICULA"
           IF WS-MATRICULA-X = SPACES
               SET MODO-AUDITORIA TO TRUE
           ELSE
               IF WS-MATRICULA-X IS NOT NUMERIC
                   DISPLAY "SEGUNDA_VIA_MATRICULA INVALIDA ("
                       WS-MATRICULA-X ") - INFORME OS 6 DIGITOS"
                   MOVE "N" TO WS-PARAMETRO-OK
               ELSE
                   MOVE WS-MATRICULA-X TO WS-MATRICULA
               END-IF
           END-IF

           ACCEPT WS-COMP-DE-X FROM ENVIRONMENT "SEGUNDA_VIA_DE"
           IF WS-COMP-DE-X = SPACES
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMP-DE
           ELSE
               MOVE WS-COMP-DE-X TO WS-COMP-VALIDAR-X
               PERFORM VALIDAR-COMPETENCIA
               IF COMP-VALIDA
                   MOVE WS-COMP-DE-X TO WS-COMP-DE
               ELSE
                   MOVE "N" TO WS-PARAMETRO-OK
                   DISPLAY "SEGUNDA_VIA_DE INVALIDA (" WS-COMP-DE-X
                       ") - INFORME AAAAMM"
               END-IF
           END-IF

           ACCEPT WS-COMP-ATE-X FROM ENVIRONMENT "SEGUNDA_VIA_ATE"
           IF WS-COMP-ATE-X = SPACES
               MOVE WS-COMP-DE TO WS-COMP-ATE
           ELSE
               MOVE WS-COMP-ATE-X TO WS-COMP-VALIDAR-X
               PERFORM VALIDAR-COMPETENCIA
               IF COMP-VALIDA
                   MOVE WS-COMP-ATE-X TO WS-COMP-ATE
               ELSE
                   MOVE "N" TO WS-PARAMETRO-OK
                   DISPLAY "SEGUNDA_VIA_ATE INVALIDA (" WS-COMP-ATE-X
                       ") - INFORME AAAAMM"
               END-IF
           END-IF

           IF PARAMETRO-OK AND WS-COMP-ATE < WS-COMP-DE
               DISPLAY "FAIXA DE COMPETENCIAS INVERTIDA: " WS-COMP-DE
                   " A " WS-COMP-ATE
               MOVE "N" TO WS-PARAMETRO-OK
           END-IF

           ACCEPT WS-TIPO-FILTRO FROM ENVIRONMENT "SEGUNDA_VIA_TIPO"
           IF NOT TIPO-FILTRO-VALIDO
               DISPLAY "SEGUNDA_VIA_TIPO INVALIDO (" WS-TIPO-FILTRO
                   ") - NORM, COMP, 13-1, 13-2 OU ADTO"
               MOVE "N" TO WS-PARAMETRO-OK
           END-IF.

       VALIDAR-COMPETENCIA.
           MOVE "S" TO WS-COMP-VALIDA
           IF WS-COMP-VALIDAR-X IS NOT NUMERIC
                   OR WS-COMP-VALIDAR-X(5:2) < "01"
                   OR WS-COMP-VALIDAR-X(5:2) > "12"
               MOVE "N" TO WS-COMP-VALIDA
           END-IF.

      * PROCEDIMENTO DE SAIDA DO SORT: SO AS LINHAS DA MATRICULA, DA
      * FAIXA E DO TIPO PEDIDOS VAO PARA A SEGUNDA VIA.
       EMITIR-SEGUNDA-VIA.
           MOVE "N" TO WS-FIM-SORT
           PERFORM UNTIL FIM-SORT
               RETURN SORT-FILE
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LINHAS-LIDAS
                       IF (MODO-AUDITORIA
                               OR SR-MATRICULA = WS-MATRICULA)
                           AND SR-COMPETENCIA >= WS-COMP-DE
                           AND SR-COMPETENCIA <= WS-COMP-ATE
                           AND (WS-TIPO-FILTRO = SPACES
                               OR SR-TIPO-FOLHA = WS-TIPO-FILTRO)
                           PERFORM IMPRIMIR-LINHA-HISTORICO
                       END-IF
               END-RETURN
           END-PERFORM.

      * REPRODUZ A LINHA COMO FOI IMPRESSA NA FOLHA. LOGO DEPOIS DA
      * LINHA DE IDENTIFICACAO DO CONTRACHEQUE ENTRA A MARCA DE
      * SEGUNDA VIA, COM A COMPETENCIA, O TIPO E A DATA DA EMISSAO.
       IMPRIMIR-LINHA-HISTORICO.
           MOVE SR-MATRICULA   TO WS-CHV-MATRICULA
           MOVE SR-COMPETENCIA TO WS-CHV-COMPETENCIA
           MOVE SR-TIPO-FOLHA  TO WS-CHV-TIPO
           IF WS-CHAVE-ATUAL NOT = WS-CHAVE-ANTERIOR
               MOVE WS-CHAVE-ATUAL TO WS-CHAVE-ANTERIOR
               IF SR-TIPO-FOLHA = "ADTO"
                   ADD 1 TO WS-QTD-RECIBOS
               ELSE
                   ADD 1 TO WS-QTD-CONTRACHEQUES
               END-IF
           END-IF

           MOVE SR-LINHA TO SV-LINHA
           PERFORM GRAVAR-LINHA-SEGUNDA-VIA

           EVALUATE SR-VERBA
               WHEN "CAB"
                   MOVE SR-COMPETENCIA TO WS-COMPETENCIA-R
                   MOVE SPACES TO SV-LINHA
                   STRING "*** 2A VIA - COMPETENCIA " WS-COMP-MES "/"
                          WS-COMP-ANO " - FOLHA " SR-TIPO-FOLHA
                          " - EMITIDA EM " WS-CAB-DATA-FMT " ***"
                       DELIMITED BY SIZE INTO SV-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-SEGUNDA-VIA
               WHEN "BRU"
                   ADD SR-VALOR TO WS-TOT-BRUTO
               WHEN "LIQ"
                   ADD SR-VALOR TO WS-TOT-LIQUIDO
               WHEN "ADT"
                   IF SR-TIPO-FOLHA = "ADTO"
                       ADD SR-VALOR TO WS-TOT-ADIANTAMENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * FECHAMENTO DA EMISSAO, EM PAGINA PROPRIA: QUANTIDADES E OS
      * TOTAIS QUE A AUDITORIA AMARRA NOS TOTAIS DA FOLHA DE CADA
      * COMPETENCIA.
       IMPRIMIR-TOTAIS-SEGUNDA-VIA.
           MOVE WS-CAB-MAX-LINHAS TO WS-CAB-QTD-LINHAS
           MOVE SPACES TO SV-LINHA
           IF MODO-AUDITORIA
               STRING "TOTAIS DA EMISSAO DE AUDITORIA - COMPETENCIAS "
                      WS-COMP-DE " A " WS-COMP-ATE
                   DELIMITED BY SIZE INTO SV-LINHA
               END-STRING
           ELSE
               STRING "TOTAIS DA SEGUNDA VIA - MATRICULA "
                      WS-MATRICULA " - COMPETENCIAS "
                      WS-COMP-DE " A " WS-COMP-ATE
                   DELIMITED BY SIZE INTO SV-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-SEGUNDA-VIA
           MOVE SPACES TO SV-LINHA
           STRING "CONTRACHEQUES REIMPRESSOS: " WS-QTD-CONTRACHEQUES
               DELIMITED BY SIZE INTO SV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-SEGUNDA-VIA
           MOVE SPACES TO SV-LINHA
           STRING "RECIBOS DE ADIANTAMENTO..: " WS-QTD-RECIBOS
               DELIMITED BY SIZE INTO SV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-SEGUNDA-VIA
           MOVE WS-TOT-BRUTO TO WS-AUX-TOTAL
           MOVE SPACES TO SV-LINHA
           STRING "TOTAL BRUTO......: " WS-AUX-TOTAL
               DELIMITED BY SIZE INTO SV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-SEGUNDA-VIA
           MOVE WS-TOT-LIQUIDO TO WS-AUX-TOTAL
           MOVE SPACES TO SV-LINHA
           STRING "TOTAL LIQUIDO....: " WS-AUX-TOTAL
               DELIMITED BY SIZE INTO SV-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-SEGUNDA-VIA
           IF WS-TOT-ADIANTAMENTO > 0
               MOVE WS-TOT-ADIANTAMENTO TO WS-AUX-TOTAL
               MOVE SPACES TO SV-LINHA
               STRING "TOTAL ADIANTADO..: " WS-AUX-TOTAL
                   DELIMITED BY SIZE INTO SV-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-SEGUNDA-VIA
           END-IF.

      * SO RESOLVE A DATA DE EMISSAO ANTES DE ABRIR O RELATORIO.
       IMPRIMIR-CABECALHO-INTERNO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO.

       IMPRIMIR-CABECALHO-SEGUNDA-VIA.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO SV-LINHA
           WRITE SV-LINHA
           MOVE WS-CAB-LINHA-2 TO SV-LINHA
           WRITE SV-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DA SEGUNDA VIA RESPEITANDO O SALTO DE PAGINA
      * DO CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-SEGUNDA-VIA.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE SV-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-SEGUNDA-VIA
               MOVE WS-LINHA-GUARDADA TO SV-LINHA
           END-IF
           WRITE SV-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A038-SEGUNDA-VIA.
