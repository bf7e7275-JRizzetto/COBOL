      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: ACORDOS DE RENEGOCIACAO DE MENSALIDADES EM ATRASO -
      *          A SECRETARIA LIGA PELA LISTA DO A023, NEGOCIA E
      *          REGISTRA O ACORDO EM data/ACORDOS.DAT (SITUACAO "P").
      *          ESTE PROGRAMA, RODADO SOB DEMANDA:
      *          - SELECIONA AS COBRANCAS VENCIDAS DO ACORDO (AS
      *            MESMAS QUE O A023 CONSIDERA DIVIDA) PELA FAMILIA OU
      *            PELA MATRICULA E PELA FAIXA DE COMPETENCIAS, PELO
      *            SALDO QUE FALTA PAGAR;
      *          - CALCULA A MULTA CONTRATUAL E OS JUROS DIARIOS DE
      *            CADA UMA, DO VENCIMENTO ATE A DATA DO ACORDO;
      *          - DIVIDE O TOTAL EM PARCELAS, GRAVADAS NA CARTEIRA
      *            COMO COBRANCAS NOVAS (ORIGEM "A", TURMA "ACORDO"),
      *            QUE A REMESSA (A021) MANDA AO BANCO COMO QUALQUER
      *            OUTRA;
      *          - MARCA AS COBRANCAS ORIGINAIS COMO RENEGOCIADAS
      *            ("N") - NAO SAO PAGAS, A DIVIDA PASSOU PARA AS
      *            PARCELAS;
      *          - ACOMPANHA OS ACORDOS ATIVOS: TODAS AS PARCELAS PAGAS
      *            QUITAM O ACORDO; PARCELA NAO PAGA ALEM DA TOLERANCIA
      *            ROMPE O ACORDO E AS PARCELAS EM ABERTO VIRAM "Q"
      *            (SALDO REATIVADO, VENCIDO NA HORA), QUE O A023
      *            APONTA COMO ACORDO ROMPIDO.
      *          MULTA, JUROS, DIA DE VENCIMENTO DA MENSALIDADE E
      *          TOLERANCIA VEM DE data/ACORDO_PARAM.DAT; SEM O
      *          ARQUIVO VALEM 2% DE MULTA, 1% AO MES DE JUROS (PRO
      *          RATA DIA), VENCIMENTO NO DIA 10 E 30 DIAS DE
      *          TOLERANCIA. A CARTEIRA E REGRAVADA VIA ARQUIVO DE
      *          TRABALHO E O RESULTADO SAI EM data/ACORDOS.TXT.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A042-ACORDO-COBRANCA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACORDOS REGISTRADOS PELA SECRETARIA E OS JA PROCESSADOS -
      * REGRAVADO INTEIRO AO FINAL COM A SITUACAO ATUALIZADA.
           SELECT ACORDO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACORDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDO.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
           SELECT TRABALHO-FILE ASSIGN TO DYNAMIC WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
      * PARAMETRO OPCIONAL DE MULTA, JUROS, VENCIMENTO E TOLERANCIA.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO-FILE.
       COPY ACORDO-REC.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  TRABALHO-FILE.
       01  TR-COBRANCA-REC     PIC X(93).
       FD  PARAM-FILE.
       01  RP-PARAM-REC.
           05 RP-PERC-MULTA        PIC 9(03)V99.
           05 RP-PERC-JUROS-MES    PIC 9(03)V99.
           05 RP-DIA-VENCIMENTO    PIC 9(02).
           05 RP-DIAS-TOLERANCIA   PIC 9(03).
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ACORDO      PIC X(40)
                              VALUES "data/ACORDOS.DAT".
       01 WS-FS-ACORDO       PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBRANCA    PIC X(40)
                              VALUES "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-TRABALHO    PIC X(40)
                              VALUES "data/COBRANCAS_TRAB.DAT".
       01 WS-FS-TRABALHO     PIC X(02) VALUES SPACES.
       01 WS-ARQ-PARAM       PIC X(40)
                              VALUES "data/ACORDO_PARAM.DAT".
       01 WS-FS-PARAM        PIC X(02) VALUES SPACES.
       01 WS-ARQ-RELATORIO   PIC X(40)
                              VALUES "data/ACORDOS.TXT".
       01 WS-FS-RELATORIO    PIC X(02) VALUES SPACES.
       01 WS-FIM-ACORDO      PIC X(01) VALUES "N".
           88 FIM-ACORDO             VALUE "S".
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
           88 FIM-COBRANCA           VALUE "S".
      * CONDICOES DO ACORDO - PADRAO SEM PARAMETRO.
       01 WS-PERC-MULTA      PIC 9(03)V99 VALUES 2,00.
       01 WS-PERC-JUROS-MES  PIC 9(03)V99 VALUES 1,00.
       01 WS-DIA-VENCIMENTO  PIC 9(02)    VALUES 10.
       01 WS-DIAS-TOLERANCIA PIC 9(03)    VALUES 30.
      * ACORDOS DO ARQUIVO, COM OS ACUMULADORES DA PASSADA NA
      * CARTEIRA (WS-AT-IMAGEM GUARDA A LINHA DIGITADA, DEVOLVIDA
      * COMO ESTAVA QUANDO TEM CAMPO NAO NUMERICO). WS-AT-PROCESSAR
      * MARCA O QUE MUDOU NESTA RODADA:
      * "N"=NOVO ACORDO ATIVADO, "R"=REJEITADO, "Q"=QUITADO,
      * "X"=ROMPIDO.
       01 WS-ACORDO-TABELA.
           05 WS-AT-ENTRADA OCCURS 500 TIMES.
               10 WS-AT-NUMERO          PIC 9(06).
               10 WS-AT-COD-RESP        PIC 9(06).
               10 WS-AT-MATRICULA       PIC 9(06).
               10 WS-AT-COMP-DE         PIC 9(06).
               10 WS-AT-COMP-ATE        PIC 9(06).
               10 WS-AT-DATA-ACORDO     PIC 9(08).
               10 WS-AT-QTD-PARCELAS    PIC 9(02).
               10 WS-AT-COMP-PRIMEIRA   PIC 9(06).
               10 WS-AT-SITUACAO        PIC X(01).
               10 WS-AT-QTD-COBRANCAS   PIC 9(03).
               10 WS-AT-VALOR-ORIGINAL  PIC 9(07)V99.
               10 WS-AT-VALOR-MULTA     PIC 9(07)V99.
               10 WS-AT-VALOR-JUROS     PIC 9(07)V99.
               10 WS-AT-VALOR-TOTAL     PIC 9(07)V99.
               10 WS-AT-SALDO-ROMPIDO   PIC 9(07)V99.
               10 WS-AT-PROCESSAR       PIC X(01).
               10 WS-AT-VALIDO          PIC X(01).
               10 WS-AT-MOTIVO          PIC X(40).
               10 WS-AT-NOME-RESP       PIC X(30).
               10 WS-AT-MAT-COBRANCA    PIC 9(06).
               10 WS-AT-PARC-EXISTENTES PIC 9(02).
               10 WS-AT-PARC-PAGAS      PIC 9(02).
               10 WS-AT-SALDO-ABERTO    PIC 9(07)V99.
               10 WS-AT-ROMPER          PIC X(01).
               10 WS-AT-NUMERICO        PIC X(01).
               10 WS-AT-IMAGEM          PIC X(95).
       01 WS-QTD-ACORDOS     PIC 9(04) VALUES ZEROS.
       01 WS-IDX-AT          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-AT-ACHADO   PIC 9(04) VALUES ZEROS.
       01 WS-IDX-AT-DUP      PIC 9(04) VALUES ZEROS.
      * COBRANCAS SELECIONADAS PELOS ACORDOS NOVOS, NA ORDEM DA
      * CARTEIRA (WS-SEL-ORDEM E A POSICAO DO REGISTRO NO ARQUIVO).
       01 WS-SELECAO-TABELA.
           05 WS-SEL-ENTRADA OCCURS 999 TIMES.
               10 WS-SEL-ORDEM          PIC 9(06).
               10 WS-SEL-IDX-ACORDO     PIC 9(04).
               10 WS-SEL-MATRICULA      PIC 9(06).
               10 WS-SEL-COMPETENCIA    PIC 9(06).
               10 WS-SEL-SALDO          PIC 9(05)V99.
               10 WS-SEL-DIAS           PIC 9(05).
               10 WS-SEL-MULTA          PIC 9(05)V99.
               10 WS-SEL-JUROS          PIC 9(05)V99.
       01 WS-QTD-SELECIONADAS PIC 9(04) VALUES ZEROS.
       01 WS-IDX-SEL         PIC 9(04) VALUES ZEROS.
       01 WS-ORDEM-COBRANCA  PIC 9(06) VALUES ZEROS.
      * COMPETENCIA CORRENTE E DATA DE MOVIMENTO EM DIAS CORRIDOS.
       01 WS-COMPETENCIA     PIC 9(06) VALUES ZEROS.
       01 WS-DIAS-MOVIMENTO  PIC 9(07) VALUES ZEROS.
      * VENCIMENTO DE UMA COMPETENCIA (AAAAMM + DIA DE VENCIMENTO).
       01 WS-DATA-VENCIMENTO PIC 9(08) VALUES ZEROS.
       01 WS-DATA-VENCIMENTO-R REDEFINES WS-DATA-VENCIMENTO.
           05 WS-VENC-COMPETENCIA PIC 9(06).
           05 WS-VENC-DIA        PIC 9(02).
       01 WS-DIAS-VENCIMENTO PIC 9(07) VALUES ZEROS.
      * DATA AAAAMMDD EM VALIDACAO.
       01 WS-DATA-TESTE      PIC 9(08) VALUES ZEROS.
       01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05 WS-TESTE-ANO       PIC 9(04).
           05 WS-TESTE-MES       PIC 9(02).
           05 WS-TESTE-DIA       PIC 9(02).
       01 WS-DATA-VALIDA     PIC X(01) VALUES "N".
           88 DATA-VALIDA            VALUE "S".
      * COMPETENCIA AAAAMM DE TRABALHO (PARCELAS E VALIDACOES).
       01 WS-COMP-TRABALHO   PIC 9(06) VALUES ZEROS.
       01 WS-COMP-TRABALHO-R REDEFINES WS-COMP-TRABALHO.
           05 WS-COMPT-ANO       PIC 9(04).
           05 WS-COMPT-MES       PIC 9(02).
      * CALCULO DE UMA COBRANCA SELECIONADA.
       01 WS-SALDO-COBRANCA  PIC 9(05)V99 VALUES ZEROS.
       01 WS-PAGO-COBRANCA   PIC 9(05)V99 VALUES ZEROS.
       01 WS-DIAS-ATRASO     PIC S9(07)   VALUES ZEROS.
       01 WS-COBRANCA-ELEGIVEL PIC X(01) VALUES "N".
           88 COBRANCA-ELEGIVEL      VALUE "S".
      * PARCELAS DO ACORDO NOVO.
       01 WS-VALOR-PARCELA   PIC 9(07)V99 VALUES ZEROS.
       01 WS-VALOR-ULTIMA    PIC 9(07)V99 VALUES ZEROS.
       01 WS-NUM-PARCELA     PIC 9(02)    VALUES ZEROS.
       01 WS-QTD-ANTERIORES  PIC 9(02)    VALUES ZEROS.
      * TOTAIS DA RODADA.
       01 WS-QTD-ATIVADOS    PIC 9(04) VALUES ZEROS.
       01 WS-QTD-REJEITADOS  PIC 9(04) VALUES ZEROS.
       01 WS-QTD-QUITADOS    PIC 9(04) VALUES ZEROS.
       01 WS-QTD-ROMPIDOS    PIC 9(04) VALUES ZEROS.
       01 WS-QTD-RENEGOCIADAS PIC 9(04) VALUES ZEROS.
       01 WS-QTD-PARCELAS-GER PIC 9(04) VALUES ZEROS.
       01 WS-QTD-REATIVADAS  PIC 9(04) VALUES ZEROS.
       01 WS-TOT-RENEGOCIADO PIC 9(09)V99 VALUES ZEROS.
       01 WS-TOT-ROMPIDO     PIC 9(09)V99 VALUES ZEROS.
       01 WS-AUX-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-MULTA       PIC ZZ.ZZ9,99.
       01 WS-AUX-JUROS       PIC ZZ.ZZ9,99.
       01 WS-AUX-SALDO       PIC ZZ.ZZ9,99.
       01 WS-AUX-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-DIAS        PIC ZZZZ9.
       01 WS-AUX-PERC-MULTA  PIC ZZ9,99.
       01 WS-AUX-PERC-JUROS  PIC ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "ACORDOS DE RENEGOCIACAO - A042-ACORDO-COBRANCA"

           MOVE "ACORDOS DE RENEGOCIACAO DE MENSALIDADES"
               TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-TESTE
           COMPUTE WS-DIAS-MOVIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
           PERFORM CARREGAR-PARAMETRO

           INITIALIZE WS-ACORDO-TABELA
           INITIALIZE WS-SELECAO-TABELA
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO = "35"
               DISPLAY "SEM ACORDOS REGISTRADOS - NADA A PROCESSAR"
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-ACORDO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE ACORDOS: "
                   WS-FS-ACORDO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
      * O ARQUIVO E REGRAVADO INTEIRO A PARTIR DA TABELA - SE NAO
      * COUBER, NADA E ALTERADO.
           PERFORM UNTIL FIM-ACORDO
               READ ACORDO-FILE
                   AT END
                       SET FIM-ACORDO TO TRUE
                   NOT AT END
                       IF WS-QTD-ACORDOS < 500
                           ADD 1 TO WS-QTD-ACORDOS
                           PERFORM GUARDAR-ACORDO
                       ELSE
                           DISPLAY "TABELA DE ACORDOS CHEIA - "
                               "NADA FOI PROCESSADO"
                           CLOSE ACORDO-FILE
                           MOVE WS-RC-ABEND TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACORDO-FILE

           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ACORDOS
               IF WS-AT-SITUACAO(WS-IDX-AT) = "P"
                   PERFORM VALIDAR-ACORDO
               END-IF
           END-PERFORM

      * PRIMEIRA PASSADA: SELECIONA AS COBRANCAS DOS ACORDOS NOVOS E
      * ACOMPANHA AS PARCELAS DOS ACORDOS ATIVOS.
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WS-ORDEM-COBRANCA
           PERFORM UNTIL FIM-COBRANCA
               READ COBRANCA-FILE
                   AT END
                       SET FIM-COBRANCA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDEM-COBRANCA
                       IF CB-PARCELA-ACORDO
                           PERFORM ACOMPANHAR-PARCELA
                       END-IF
                       PERFORM SELECIONAR-COBRANCA
               END-READ
           END-PERFORM
           CLOSE COBRANCA-FILE

           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ACORDOS
               PERFORM DECIDIR-ACORDO
           END-PERFORM

      * SEGUNDA PASSADA: APLICA AS DECISOES NA CARTEIRA VIA
      * TRABALHO E ACRESCENTA AS PARCELAS DOS ACORDOS NOVOS.
           PERFORM ATUALIZAR-CARTEIRA
           PERFORM REGRAVAR-CARTEIRA
           PERFORM REGRAVAR-ACORDOS

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE ACORDOS: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-ACORDOS
           PERFORM IMPRIMIR-ACORDOS
           PERFORM IMPRIMIR-TOTAIS
           CLOSE RELATORIO-FILE

           DISPLAY "ACORDOS: ATIVADOS=" WS-QTD-ATIVADOS
               " REJEITADOS=" WS-QTD-REJEITADOS
               " QUITADOS=" WS-QTD-QUITADOS
               " ROMPIDOS=" WS-QTD-ROMPIDOS
               " PARCELAS GERADAS=" WS-QTD-PARCELAS-GER
           IF WS-QTD-REJEITADOS > 0 OR WS-QTD-ROMPIDOS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * LE AS CONDICOES DO PARAMETRO. ARQUIVO AUSENTE OU LINHA
      * INVALIDA MANTEM AS CONDICOES PADRAO.
       CARREGAR-PARAMETRO.
           OPEN INPUT PARAM-FILE
           IF WS-FS-PARAM NOT = "00"
               DISPLAY "SEM PARAMETRO DE ACORDOS (" WS-FS-PARAM
                   ") - CONDICOES PADRAO"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARAMETRO DE ACORDOS VAZIO - "
                           "CONDICOES PADRAO"
                   NOT AT END
                       IF RP-PERC-MULTA IS NUMERIC
                               AND RP-PERC-JUROS-MES IS NUMERIC
                               AND RP-DIA-VENCIMENTO IS NUMERIC
                               AND RP-DIA-VENCIMENTO >= 1
                               AND RP-DIA-VENCIMENTO <= 28
                               AND RP-DIAS-TOLERANCIA IS NUMERIC
                           MOVE RP-PERC-MULTA     TO WS-PERC-MULTA
                           MOVE RP-PERC-JUROS-MES TO WS-PERC-JUROS-MES
                           MOVE RP-DIA-VENCIMENTO TO WS-DIA-VENCIMENTO
                           MOVE RP-DIAS-TOLERANCIA
                               TO WS-DIAS-TOLERANCIA
                       ELSE
                           DISPLAY "PARAMETRO DE ACORDOS INVALIDO ("
                               RP-PARAM-REC ") - CONDICOES PADRAO"
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           MOVE WS-PERC-MULTA     TO WS-AUX-PERC-MULTA
           MOVE WS-PERC-JUROS-MES TO WS-AUX-PERC-JUROS
           DISPLAY "CONDICOES: MULTA " WS-AUX-PERC-MULTA
               "% JUROS " WS-AUX-PERC-JUROS "% AO MES VENCIMENTO DIA "
               WS-DIA-VENCIMENTO " TOLERANCIA " WS-DIAS-TOLERANCIA
               " DIAS".

      * LINHA COM CAMPO NAO NUMERICO FICA SO COM A IMAGEM E SAI
      * REJEITADA NA VALIDACAO.
       GUARDAR-ACORDO.
           MOVE AC-ACORDO-REC    TO WS-AT-IMAGEM(WS-QTD-ACORDOS)
           MOVE "S"              TO WS-AT-NUMERICO(WS-QTD-ACORDOS)
           IF AC-NUMERO IS NOT NUMERIC
                   OR AC-COD-RESP IS NOT NUMERIC
                   OR AC-MATRICULA IS NOT NUMERIC
                   OR AC-COMP-DE IS NOT NUMERIC
                   OR AC-COMP-ATE IS NOT NUMERIC
                   OR AC-DATA-ACORDO IS NOT NUMERIC
                   OR AC-QTD-PARCELAS IS NOT NUMERIC
                   OR AC-COMP-PRIMEIRA IS NOT NUMERIC
               MOVE "N" TO WS-AT-NUMERICO(WS-QTD-ACORDOS)
               IF AC-REGISTRADO
                   MOVE "P" TO WS-AT-SITUACAO(WS-QTD-ACORDOS)
               ELSE
                   MOVE AC-SITUACAO TO WS-AT-SITUACAO(WS-QTD-ACORDOS)
               END-IF
           ELSE
               MOVE AC-NUMERO        TO WS-AT-NUMERO(WS-QTD-ACORDOS)
               MOVE AC-COD-RESP      TO WS-AT-COD-RESP(WS-QTD-ACORDOS)
               MOVE AC-MATRICULA     TO WS-AT-MATRICULA(WS-QTD-ACORDOS)
               MOVE AC-COMP-DE       TO WS-AT-COMP-DE(WS-QTD-ACORDOS)
               MOVE AC-COMP-ATE      TO WS-AT-COMP-ATE(WS-QTD-ACORDOS)
               MOVE AC-DATA-ACORDO
                   TO WS-AT-DATA-ACORDO(WS-QTD-ACORDOS)
               MOVE AC-QTD-PARCELAS
                   TO WS-AT-QTD-PARCELAS(WS-QTD-ACORDOS)
               MOVE AC-COMP-PRIMEIRA
                   TO WS-AT-COMP-PRIMEIRA(WS-QTD-ACORDOS)
               IF AC-REGISTRADO
                   MOVE "P" TO WS-AT-SITUACAO(WS-QTD-ACORDOS)
                   MOVE ZEROS TO WS-AT-QTD-COBRANCAS(WS-QTD-ACORDOS)
                                 WS-AT-VALOR-ORIGINAL(WS-QTD-ACORDOS)
                                 WS-AT-VALOR-MULTA(WS-QTD-ACORDOS)
                                 WS-AT-VALOR-JUROS(WS-QTD-ACORDOS)
                                 WS-AT-VALOR-TOTAL(WS-QTD-ACORDOS)
                                 WS-AT-SALDO-ROMPIDO(WS-QTD-ACORDOS)
               ELSE
                   MOVE AC-SITUACAO TO WS-AT-SITUACAO(WS-QTD-ACORDOS)
                   MOVE AC-QTD-COBRANCAS
                       TO WS-AT-QTD-COBRANCAS(WS-QTD-ACORDOS)
                   MOVE AC-VALOR-ORIGINAL
                       TO WS-AT-VALOR-ORIGINAL(WS-QTD-ACORDOS)
                   MOVE AC-VALOR-MULTA
                       TO WS-AT-VALOR-MULTA(WS-QTD-ACORDOS)
                   MOVE AC-VALOR-JUROS
                       TO WS-AT-VALOR-JUROS(WS-QTD-ACORDOS)
                   MOVE AC-VALOR-TOTAL
                       TO WS-AT-VALOR-TOTAL(WS-QTD-ACORDOS)
                   MOVE AC-SALDO-ROMPIDO
                       TO WS-AT-SALDO-ROMPIDO(WS-QTD-ACORDOS)
               END-IF
           END-IF
           MOVE SPACES TO WS-AT-PROCESSAR(WS-QTD-ACORDOS)
           MOVE "N"    TO WS-AT-VALIDO(WS-QTD-ACORDOS)
           MOVE "N"    TO WS-AT-ROMPER(WS-QTD-ACORDOS).

      * ACORDO NOVO SO ENTRA SE A DIGITACAO FECHAR: CAMPOS NUMERICOS,
      * FAMILIA OU MATRICULA INFORMADA, DATA VALIDA E NAO POSTERIOR AO
      * MOVIMENTO, DE 1 A 24 PARCELAS E NUMERO QUE NAO SE REPETE.
       VALIDAR-ACORDO.
           MOVE SPACES TO WS-AT-MOTIVO(WS-IDX-AT)
           IF WS-AT-NUMERICO(WS-IDX-AT) = "N"
               MOVE "CAMPO NUMERICO INVALIDO"
                   TO WS-AT-MOTIVO(WS-IDX-AT)
               PERFORM REJEITAR-ACORDO
           ELSE
               IF WS-AT-COD-RESP(WS-IDX-AT) = 0
                       AND WS-AT-MATRICULA(WS-IDX-AT) = 0
                   MOVE "SEM FAMILIA E SEM MATRICULA"
                       TO WS-AT-MOTIVO(WS-IDX-AT)
               END-IF
               IF WS-AT-QTD-PARCELAS(WS-IDX-AT) < 1
                       OR WS-AT-QTD-PARCELAS(WS-IDX-AT) > 24
                   MOVE "QUANTIDADE DE PARCELAS FORA DE 1 A 24"
                       TO WS-AT-MOTIVO(WS-IDX-AT)
               END-IF
               MOVE WS-AT-DATA-ACORDO(WS-IDX-AT) TO WS-DATA-TESTE
               PERFORM VALIDAR-DATA
               IF NOT DATA-VALIDA
                   MOVE "DATA DO ACORDO INVALIDA"
                       TO WS-AT-MOTIVO(WS-IDX-AT)
               ELSE
                   IF WS-AT-DATA-ACORDO(WS-IDX-AT)
                           > WS-CAB-DATA-EXECUCAO
                       MOVE "DATA DO ACORDO POSTERIOR AO MOVIMENTO"
                           TO WS-AT-MOTIVO(WS-IDX-AT)
                   END-IF
               END-IF
               IF WS-AT-COMP-PRIMEIRA(WS-IDX-AT) > 0
                   MOVE WS-AT-COMP-PRIMEIRA(WS-IDX-AT)
                       TO WS-COMP-TRABALHO
                   IF WS-COMPT-MES < 1 OR WS-COMPT-MES > 12
                       MOVE "COMPETENCIA DA 1A PARCELA INVALIDA"
                           TO WS-AT-MOTIVO(WS-IDX-AT)
                   END-IF
               END-IF
               MOVE ZEROS TO WS-IDX-AT-DUP
               PERFORM VARYING WS-IDX-AT-ACHADO FROM 1 BY 1
                       UNTIL WS-IDX-AT-ACHADO > WS-QTD-ACORDOS
                   IF WS-IDX-AT-ACHADO NOT = WS-IDX-AT
                           AND WS-AT-NUMERO(WS-IDX-AT-ACHADO)
                               = WS-AT-NUMERO(WS-IDX-AT)
                           AND (WS-AT-SITUACAO(WS-IDX-AT-ACHADO)
                                   NOT = "R"
                               OR WS-AT-PROCESSAR(WS-IDX-AT-ACHADO)
                                   = "R")
                       MOVE WS-IDX-AT-ACHADO TO WS-IDX-AT-DUP
                   END-IF
               END-PERFORM
               IF WS-IDX-AT-DUP > 0
                   MOVE "NUMERO DE ACORDO REPETIDO"
                       TO WS-AT-MOTIVO(WS-IDX-AT)
               END-IF
               IF WS-AT-MOTIVO(WS-IDX-AT) = SPACES
                   MOVE "S" TO WS-AT-VALIDO(WS-IDX-AT)
               ELSE
                   PERFORM REJEITAR-ACORDO
               END-IF
           END-IF.

       REJEITAR-ACORDO.
           MOVE "R" TO WS-AT-SITUACAO(WS-IDX-AT)
           MOVE "R" TO WS-AT-PROCESSAR(WS-IDX-AT)
           MOVE "N" TO WS-AT-VALIDO(WS-IDX-AT)
           ADD 1 TO WS-QTD-REJEITADOS.

      * DATA AAAAMMDD PLAUSIVEL (O DIA E CONFERIDO CONTRA O MES).
       VALIDAR-DATA.
           MOVE "N" TO WS-DATA-VALIDA
           IF WS-TESTE-ANO >= 1900
                   AND WS-TESTE-MES >= 1 AND WS-TESTE-MES <= 12
                   AND WS-TESTE-DIA >= 1 AND WS-TESTE-DIA <= 31
               EVALUATE WS-TESTE-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       IF WS-TESTE-DIA <= 30
                           MOVE "S" TO WS-DATA-VALIDA
                       END-IF
                   WHEN 2
                       IF WS-TESTE-DIA <= 28
                               OR (WS-TESTE-DIA = 29
                                   AND FUNCTION MOD(WS-TESTE-ANO, 4)
                                       = 0)
                           MOVE "S" TO WS-DATA-VALIDA
                       END-IF
                   WHEN OTHER
                       MOVE "S" TO WS-DATA-VALIDA
               END-EVALUATE
           END-IF.

      * PARCELA DE ACORDO ATIVO: CONTA AS GERADAS E AS PAGAS, SOMA O
      * SALDO EM ABERTO E VE SE ALGUMA PASSOU DA TOLERANCIA.
       ACOMPANHAR-PARCELA.
           MOVE ZEROS TO WS-IDX-AT-ACHADO
           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ACORDOS
                       OR WS-IDX-AT-ACHADO > 0
               IF WS-AT-NUMERO(WS-IDX-AT) = CB-NUM-ACORDO
                       AND WS-AT-SITUACAO(WS-IDX-AT) = "A"
                   MOVE WS-IDX-AT TO WS-IDX-AT-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-AT-ACHADO > 0
               ADD 1 TO WS-AT-PARC-EXISTENTES(WS-IDX-AT-ACHADO)
               IF CB-PAGA
                   ADD 1 TO WS-AT-PARC-PAGAS(WS-IDX-AT-ACHADO)
               ELSE
                   PERFORM CALCULAR-SALDO-COBRANCA
                   ADD WS-SALDO-COBRANCA
                       TO WS-AT-SALDO-ABERTO(WS-IDX-AT-ACHADO)
                   MOVE CB-COMPETENCIA TO WS-VENC-COMPETENCIA
                   MOVE WS-DIA-VENCIMENTO TO WS-VENC-DIA
                   COMPUTE WS-DIAS-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
                   IF WS-DIAS-VENCIMENTO + WS-DIAS-TOLERANCIA
                           < WS-DIAS-MOVIMENTO
                       MOVE "S" TO WS-AT-ROMPER(WS-IDX-AT-ACHADO)
                   END-IF
               END-IF
           END-IF.

      * COBRANCA VENCIDA E A MESMA DIVIDA DO A023: INADIMPLENTE, DE
      * ACORDO ROMPIDO OU DE COMPETENCIA PASSADA SEM BAIXA. PARCELA DE
      * ACORDO SO ENTRA EM ACORDO NOVO DEPOIS DE ROMPIDA. A PRIMEIRA
      * ACORDO NOVO QUE A ALCANCA FICA COM ELA.
       SELECIONAR-COBRANCA.
           MOVE "N" TO WS-COBRANCA-ELEGIVEL
           IF CB-INADIMPLENTE OR CB-ACORDO-ROMPIDO
                   OR ((CB-ABERTA OR CB-REMETIDA)
                       AND CB-COMPETENCIA < WS-COMPETENCIA)
               MOVE "S" TO WS-COBRANCA-ELEGIVEL
           END-IF
           IF CB-PARCELA-ACORDO AND NOT CB-ACORDO-ROMPIDO
               MOVE "N" TO WS-COBRANCA-ELEGIVEL
           END-IF
           IF COBRANCA-ELEGIVEL
               PERFORM CALCULAR-SALDO-COBRANCA
               IF WS-SALDO-COBRANCA = 0
                   MOVE "N" TO WS-COBRANCA-ELEGIVEL
               END-IF
           END-IF
           IF COBRANCA-ELEGIVEL
               MOVE ZEROS TO WS-IDX-AT-ACHADO
               PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                       UNTIL WS-IDX-AT > WS-QTD-ACORDOS
                           OR WS-IDX-AT-ACHADO > 0
                   IF WS-AT-VALIDO(WS-IDX-AT) = "S"
                       PERFORM CONFERIR-ALCANCE-ACORDO
                   END-IF
               END-PERFORM
               IF WS-IDX-AT-ACHADO > 0
                   PERFORM GUARDAR-SELECIONADA
               END-IF
           END-IF.

      * A COBRANCA E DO ACORDO QUANDO BATE A FAMILIA (OU A MATRICULA,
      * PARA ALUNO SEM FAMILIA), A MATRICULA QUANDO INFORMADA E A
      * FAIXA DE COMPETENCIAS QUANDO INFORMADA.
       CONFERIR-ALCANCE-ACORDO.
           IF (WS-AT-COD-RESP(WS-IDX-AT) = 0
                   OR CB-COD-RESP = WS-AT-COD-RESP(WS-IDX-AT))
               AND (WS-AT-MATRICULA(WS-IDX-AT) = 0
                   OR CB-MATRICULA = WS-AT-MATRICULA(WS-IDX-AT))
               AND (WS-AT-COMP-DE(WS-IDX-AT) = 0
                   OR CB-COMPETENCIA >= WS-AT-COMP-DE(WS-IDX-AT))
               AND (WS-AT-COMP-ATE(WS-IDX-AT) = 0
                   OR CB-COMPETENCIA <= WS-AT-COMP-ATE(WS-IDX-AT))
               MOVE WS-IDX-AT TO WS-IDX-AT-ACHADO
           END-IF.

      * SALDO DA COBRANCA: O COBRADO MENOS O QUE O RETORNO JA BAIXOU.
       CALCULAR-SALDO-COBRANCA.
           IF CB-VALOR-PAGO IS NUMERIC
               MOVE CB-VALOR-PAGO TO WS-PAGO-COBRANCA
           ELSE
               MOVE ZEROS TO WS-PAGO-COBRANCA
           END-IF
           IF CB-VALOR > WS-PAGO-COBRANCA
               COMPUTE WS-SALDO-COBRANCA = CB-VALOR - WS-PAGO-COBRANCA
           ELSE
               MOVE ZEROS TO WS-SALDO-COBRANCA
           END-IF.

      * MULTA SOBRE O SALDO E JUROS PRO RATA DIA (MES DE 30 DIAS) DO
      * VENCIMENTO DA COMPETENCIA ATE A DATA DO ACORDO.
       GUARDAR-SELECIONADA.
           IF WS-QTD-SELECIONADAS >= 999
               DISPLAY "TABELA DE COBRANCAS SELECIONADAS CHEIA - "
                   "COBRANCA FORA DO ACORDO: " CB-MATRICULA " "
                   CB-COMPETENCIA
           ELSE
               ADD 1 TO WS-QTD-SELECIONADAS
               MOVE WS-QTD-SELECIONADAS TO WS-IDX-SEL
               MOVE WS-ORDEM-COBRANCA  TO WS-SEL-ORDEM(WS-IDX-SEL)
               MOVE WS-IDX-AT-ACHADO   TO WS-SEL-IDX-ACORDO(WS-IDX-SEL)
               MOVE CB-MATRICULA       TO WS-SEL-MATRICULA(WS-IDX-SEL)
               MOVE CB-COMPETENCIA
                   TO WS-SEL-COMPETENCIA(WS-IDX-SEL)
               MOVE WS-SALDO-COBRANCA  TO WS-SEL-SALDO(WS-IDX-SEL)
               MOVE ZEROS TO WS-DIAS-ATRASO
               MOVE CB-COMPETENCIA TO WS-COMP-TRABALHO
               IF WS-COMPT-MES >= 1 AND WS-COMPT-MES <= 12
                   MOVE CB-COMPETENCIA    TO WS-VENC-COMPETENCIA
                   MOVE WS-DIA-VENCIMENTO TO WS-VENC-DIA
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE
                           (WS-AT-DATA-ACORDO(WS-IDX-AT-ACHADO))
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
               END-IF
               IF WS-DIAS-ATRASO < 0
                   MOVE ZEROS TO WS-DIAS-ATRASO
               END-IF
               MOVE WS-DIAS-ATRASO TO WS-SEL-DIAS(WS-IDX-SEL)
               COMPUTE WS-SEL-MULTA(WS-IDX-SEL) ROUNDED =
                   WS-SALDO-COBRANCA * WS-PERC-MULTA / 100
               COMPUTE WS-SEL-JUROS(WS-IDX-SEL) ROUNDED =
                   WS-SALDO-COBRANCA * WS-PERC-JUROS-MES / 100
                   * WS-DIAS-ATRASO / 30
               ADD 1 TO WS-AT-QTD-COBRANCAS(WS-IDX-AT-ACHADO)
               ADD WS-SALDO-COBRANCA
                   TO WS-AT-VALOR-ORIGINAL(WS-IDX-AT-ACHADO)
               ADD WS-SEL-MULTA(WS-IDX-SEL)
                   TO WS-AT-VALOR-MULTA(WS-IDX-AT-ACHADO)
               ADD WS-SEL-JUROS(WS-IDX-SEL)
                   TO WS-AT-VALOR-JUROS(WS-IDX-AT-ACHADO)
               IF WS-AT-MAT-COBRANCA(WS-IDX-AT-ACHADO) = 0
                       OR CB-MATRICULA
                           < WS-AT-MAT-COBRANCA(WS-IDX-AT-ACHADO)
                   MOVE CB-MATRICULA
                       TO WS-AT-MAT-COBRANCA(WS-IDX-AT-ACHADO)
               END-IF
               IF WS-AT-NOME-RESP(WS-IDX-AT-ACHADO) = SPACES
                   MOVE CB-NOME-RESP
                       TO WS-AT-NOME-RESP(WS-IDX-AT-ACHADO)
               END-IF
           END-IF.

      * ACORDO NOVO SEM COBRANCA VENCIDA E REJEITADO; COM COBRANCA,
      * VIRA ATIVO COM O TOTAL A PARCELAR. ACORDO ATIVO COM TODAS AS
      * PARCELAS PAGAS E QUITADO; COM PARCELA ALEM DA TOLERANCIA E
      * ROMPIDO PELO SALDO EM ABERTO.
       DECIDIR-ACORDO.
           EVALUATE TRUE
               WHEN WS-AT-VALIDO(WS-IDX-AT) = "S"
                   IF WS-AT-QTD-COBRANCAS(WS-IDX-AT) = 0
                       MOVE "NENHUMA COBRANCA VENCIDA NO ALCANCE"
                           TO WS-AT-MOTIVO(WS-IDX-AT)
                       PERFORM REJEITAR-ACORDO
                   ELSE
                       COMPUTE WS-AT-VALOR-TOTAL(WS-IDX-AT) =
                           WS-AT-VALOR-ORIGINAL(WS-IDX-AT)
                           + WS-AT-VALOR-MULTA(WS-IDX-AT)
                           + WS-AT-VALOR-JUROS(WS-IDX-AT)
                       PERFORM CALCULAR-PARCELAS
                       IF WS-VALOR-ULTIMA > 99999,99
                           MOVE "PARCELA ACIMA DO LIMITE DO BOLETO"
                               TO WS-AT-MOTIVO(WS-IDX-AT)
                           PERFORM REJEITAR-ACORDO
                       ELSE
                           MOVE "A" TO WS-AT-SITUACAO(WS-IDX-AT)
                           MOVE "N" TO WS-AT-PROCESSAR(WS-IDX-AT)
                           ADD 1 TO WS-QTD-ATIVADOS
                           ADD WS-AT-VALOR-TOTAL(WS-IDX-AT)
                               TO WS-TOT-RENEGOCIADO
                       END-IF
                   END-IF
               WHEN WS-AT-SITUACAO(WS-IDX-AT) = "A"
                       AND WS-AT-PARC-EXISTENTES(WS-IDX-AT) > 0
                       AND WS-AT-PARC-PAGAS(WS-IDX-AT)
                           = WS-AT-PARC-EXISTENTES(WS-IDX-AT)
                   MOVE "Q" TO WS-AT-SITUACAO(WS-IDX-AT)
                   MOVE "Q" TO WS-AT-PROCESSAR(WS-IDX-AT)
                   ADD 1 TO WS-QTD-QUITADOS
               WHEN WS-AT-SITUACAO(WS-IDX-AT) = "A"
                       AND WS-AT-ROMPER(WS-IDX-AT) = "S"
                   MOVE "X" TO WS-AT-SITUACAO(WS-IDX-AT)
                   MOVE "X" TO WS-AT-PROCESSAR(WS-IDX-AT)
                   MOVE WS-AT-SALDO-ABERTO(WS-IDX-AT)
                       TO WS-AT-SALDO-ROMPIDO(WS-IDX-AT)
                   ADD 1 TO WS-QTD-ROMPIDOS
                   ADD WS-AT-SALDO-ABERTO(WS-IDX-AT) TO WS-TOT-ROMPIDO
           END-EVALUATE.

      * PARCELAS IGUAIS PELO TOTAL DIVIDIDO, COM O RESTO DOS CENTAVOS
      * NA ULTIMA.
       CALCULAR-PARCELAS.
           DIVIDE WS-AT-VALOR-TOTAL(WS-IDX-AT)
               BY WS-AT-QTD-PARCELAS(WS-IDX-AT)
               GIVING WS-VALOR-PARCELA
           SUBTRACT 1 FROM WS-AT-QTD-PARCELAS(WS-IDX-AT)
               GIVING WS-QTD-ANTERIORES
           MULTIPLY WS-VALOR-PARCELA BY WS-QTD-ANTERIORES
               GIVING WS-VALOR-ULTIMA
           SUBTRACT WS-VALOR-ULTIMA FROM WS-AT-VALOR-TOTAL(WS-IDX-AT)
               GIVING WS-VALOR-ULTIMA.

      * SEGUNDA PASSADA NA CARTEIRA PELO TRABALHO: COBRANCA
      * SELECIONADA POR ACORDO ATIVADO VIRA "N" E PARCELA EM ABERTO DE
      * ACORDO ROMPIDO VIRA "Q"; NO FIM ENTRAM AS PARCELAS NOVAS.
       ATUALIZAR-CARTEIRA.
           MOVE "N" TO WS-FIM-COBRANCA
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO REABRIR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               CLOSE COBRANCA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WS-ORDEM-COBRANCA
           MOVE 1 TO WS-IDX-SEL
           PERFORM UNTIL FIM-COBRANCA
               READ COBRANCA-FILE
                   AT END
                       SET FIM-COBRANCA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDEM-COBRANCA
                       PERFORM APLICAR-DECISAO
                       MOVE CB-COBRANCA-REC TO TR-COBRANCA-REC
                       WRITE TR-COBRANCA-REC
               END-READ
           END-PERFORM
           CLOSE COBRANCA-FILE
           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ACORDOS
               IF WS-AT-PROCESSAR(WS-IDX-AT) = "N"
                   PERFORM GERAR-PARCELAS
               END-IF
           END-PERFORM
           CLOSE TRABALHO-FILE.

       APLICAR-DECISAO.
           IF WS-IDX-SEL <= WS-QTD-SELECIONADAS
               IF WS-SEL-ORDEM(WS-IDX-SEL) = WS-ORDEM-COBRANCA
                   IF WS-AT-PROCESSAR(WS-SEL-IDX-ACORDO(WS-IDX-SEL))
                           = "N"
                       MOVE "N" TO CB-SITUACAO
                       ADD 1 TO WS-QTD-RENEGOCIADAS
                   END-IF
                   ADD 1 TO WS-IDX-SEL
               END-IF
           END-IF
           IF CB-PARCELA-ACORDO
                   AND NOT CB-PAGA AND NOT CB-RENEGOCIADA
               MOVE ZEROS TO WS-IDX-AT-ACHADO
               PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                       UNTIL WS-IDX-AT > WS-QTD-ACORDOS
                           OR WS-IDX-AT-ACHADO > 0
                   IF WS-AT-NUMERO(WS-IDX-AT) = CB-NUM-ACORDO
                           AND WS-AT-PROCESSAR(WS-IDX-AT) = "X"
                       MOVE WS-IDX-AT TO WS-IDX-AT-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-AT-ACHADO > 0
                   MOVE "Q" TO CB-SITUACAO
                   ADD 1 TO WS-QTD-REATIVADAS
               END-IF
           END-IF.

      * PARCELAS EM COMPETENCIAS SEGUIDAS A PARTIR DA INFORMADA (OU DO
      * MES SEGUINTE AO ACORDO), NO NOME DO RESPONSAVEL E NA
      * MATRICULA DO ACORDO (OU NA MENOR MATRICULA RENEGOCIADA).
       GERAR-PARCELAS.
           PERFORM CALCULAR-PARCELAS
           IF WS-AT-COMP-PRIMEIRA(WS-IDX-AT) > 0
               MOVE WS-AT-COMP-PRIMEIRA(WS-IDX-AT) TO WS-COMP-TRABALHO
           ELSE
               MOVE WS-AT-DATA-ACORDO(WS-IDX-AT)(1:6)
                   TO WS-COMP-TRABALHO
               PERFORM AVANCAR-COMPETENCIA
           END-IF
           MOVE WS-COMP-TRABALHO TO WS-AT-COMP-PRIMEIRA(WS-IDX-AT)
           PERFORM VARYING WS-NUM-PARCELA FROM 1 BY 1
                   UNTIL WS-NUM-PARCELA > WS-AT-QTD-PARCELAS(WS-IDX-AT)
               INITIALIZE CB-COBRANCA-REC
               IF WS-AT-MATRICULA(WS-IDX-AT) > 0
                   MOVE WS-AT-MATRICULA(WS-IDX-AT) TO CB-MATRICULA
               ELSE
                   MOVE WS-AT-MAT-COBRANCA(WS-IDX-AT) TO CB-MATRICULA
               END-IF
               MOVE "ACORDO"                   TO CB-TURMA
               MOVE WS-COMP-TRABALHO           TO CB-COMPETENCIA
               MOVE WS-AT-NOME-RESP(WS-IDX-AT) TO CB-NOME-RESP
               IF WS-NUM-PARCELA = WS-AT-QTD-PARCELAS(WS-IDX-AT)
                   MOVE WS-VALOR-ULTIMA  TO CB-VALOR
               ELSE
                   MOVE WS-VALOR-PARCELA TO CB-VALOR
               END-IF
               MOVE "A"                        TO CB-SITUACAO
               MOVE CB-VALOR                   TO CB-VALOR-BRUTO
               MOVE ZEROS                      TO CB-VALOR-DESCONTO
               MOVE WS-AT-COD-RESP(WS-IDX-AT)  TO CB-COD-RESP
               MOVE "I"                        TO CB-AGRUPAMENTO
               MOVE ZEROS                      TO CB-VALOR-PAGO
               MOVE "A"                        TO CB-ORIGEM
               MOVE WS-AT-NUMERO(WS-IDX-AT)    TO CB-NUM-ACORDO
               MOVE WS-NUM-PARCELA             TO CB-NUM-PARCELA
               MOVE CB-COBRANCA-REC TO TR-COBRANCA-REC
               WRITE TR-COBRANCA-REC
               ADD 1 TO WS-QTD-PARCELAS-GER
               PERFORM AVANCAR-COMPETENCIA
           END-PERFORM.

       AVANCAR-COMPETENCIA.
           IF WS-COMPT-MES = 12
               ADD 1 TO WS-COMPT-ANO
               MOVE 1 TO WS-COMPT-MES
           ELSE
               ADD 1 TO WS-COMPT-MES
           END-IF.

      * DEVOLVE A CARTEIRA ATUALIZADA DO TRABALHO PARA O ARQUIVO
      * OFICIAL.
       REGRAVAR-CARTEIRA.
           MOVE "N" TO WS-FIM-COBRANCA
           OPEN INPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO RELER O ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO REGRAVAR A CARTEIRA: " WS-FS-COBRANCA
               CLOSE TRABALHO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FIM-COBRANCA
               READ TRABALHO-FILE
                   AT END
                       SET FIM-COBRANCA TO TRUE
                   NOT AT END
                       MOVE TR-COBRANCA-REC TO CB-COBRANCA-REC
                       WRITE CB-COBRANCA-REC
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE COBRANCA-FILE.

      * REGRAVA OS ACORDOS COM A SITUACAO E OS VALORES APURADOS.
       REGRAVAR-ACORDOS.
           OPEN OUTPUT ACORDO-FILE
           IF WS-FS-ACORDO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR ARQUIVO DE ACORDOS: "
                   WS-FS-ACORDO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ACORDOS
               IF WS-AT-NUMERICO(WS-IDX-AT) = "N"
                   MOVE WS-AT-IMAGEM(WS-IDX-AT) TO AC-ACORDO-REC
                   MOVE "R" TO AC-SITUACAO
               ELSE
                   PERFORM MONTAR-REGISTRO-ACORDO
               END-IF
               WRITE AC-ACORDO-REC
           END-PERFORM
           CLOSE ACORDO-FILE.

       MONTAR-REGISTRO-ACORDO.
           MOVE WS-AT-NUMERO(WS-IDX-AT)        TO AC-NUMERO
           MOVE WS-AT-COD-RESP(WS-IDX-AT)      TO AC-COD-RESP
           MOVE WS-AT-MATRICULA(WS-IDX-AT)     TO AC-MATRICULA
           MOVE WS-AT-COMP-DE(WS-IDX-AT)       TO AC-COMP-DE
           MOVE WS-AT-COMP-ATE(WS-IDX-AT)      TO AC-COMP-ATE
           MOVE WS-AT-DATA-ACORDO(WS-IDX-AT)   TO AC-DATA-ACORDO
           MOVE WS-AT-QTD-PARCELAS(WS-IDX-AT)  TO AC-QTD-PARCELAS
           MOVE WS-AT-COMP-PRIMEIRA(WS-IDX-AT) TO AC-COMP-PRIMEIRA
           MOVE WS-AT-SITUACAO(WS-IDX-AT)      TO AC-SITUACAO
           MOVE WS-AT-QTD-COBRANCAS(WS-IDX-AT) TO AC-QTD-COBRANCAS
           MOVE WS-AT-VALOR-ORIGINAL(WS-IDX-AT)
               TO AC-VALOR-ORIGINAL
           MOVE WS-AT-VALOR-MULTA(WS-IDX-AT)   TO AC-VALOR-MULTA
           MOVE WS-AT-VALOR-JUROS(WS-IDX-AT)   TO AC-VALOR-JUROS
           MOVE WS-AT-VALOR-TOTAL(WS-IDX-AT)   TO AC-VALOR-TOTAL
           MOVE WS-AT-SALDO-ROMPIDO(WS-IDX-AT) TO AC-SALDO-ROMPIDO.

      * UM BLOCO POR ACORDO QUE MUDOU NESTA RODADA; OS DEMAIS FICAM
      * FORA DO RELATORIO.
       IMPRIMIR-ACORDOS.
           PERFORM VARYING WS-IDX-AT FROM 1 BY 1
                   UNTIL WS-IDX-AT > WS-QTD-ACORDOS
               EVALUATE WS-AT-PROCESSAR(WS-IDX-AT)
                   WHEN "N"
                       PERFORM IMPRIMIR-ACORDO-ATIVADO
                   WHEN "R"
                       MOVE SPACES TO RL-LINHA
                       PERFORM GRAVAR-LINHA-ACORDOS
                       MOVE SPACES TO RL-LINHA
                       STRING "ACORDO " WS-AT-NUMERO(WS-IDX-AT)
                              " REJEITADO - "
                              WS-AT-MOTIVO(WS-IDX-AT)
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-ACORDOS
                   WHEN "Q"
                       MOVE SPACES TO RL-LINHA
                       PERFORM GRAVAR-LINHA-ACORDOS
                       MOVE SPACES TO RL-LINHA
                       STRING "ACORDO " WS-AT-NUMERO(WS-IDX-AT)
                              " QUITADO - "
                              WS-AT-PARC-PAGAS(WS-IDX-AT)
                              " PARCELAS PAGAS"
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-ACORDOS
                   WHEN "X"
                       MOVE SPACES TO RL-LINHA
                       PERFORM GRAVAR-LINHA-ACORDOS
                       MOVE WS-AT-SALDO-ROMPIDO(WS-IDX-AT)
                           TO WS-AUX-VALOR
                       MOVE SPACES TO RL-LINHA
                       STRING "ACORDO " WS-AT-NUMERO(WS-IDX-AT)
                              " ROMPIDO - PARCELA VENCIDA HA MAIS DE "
                              WS-DIAS-TOLERANCIA " DIAS - SALDO "
                              "REATIVADO " WS-AUX-VALOR
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-ACORDOS
               END-EVALUATE
           END-PERFORM.

       IMPRIMIR-ACORDO-ATIVADO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACORDOS
           MOVE SPACES TO RL-LINHA
           STRING "ACORDO " WS-AT-NUMERO(WS-IDX-AT)
                  " ATIVADO - FAMILIA " WS-AT-COD-RESP(WS-IDX-AT)
                  " RESP " WS-AT-NOME-RESP(WS-IDX-AT)
                  " DATA " WS-AT-DATA-ACORDO(WS-IDX-AT)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACORDOS
           MOVE SPACES TO RL-LINHA
           STRING "  MATRICULA COMPET.     SALDO  DIAS"
                  "     MULTA     JUROS"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACORDOS
           PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
                   UNTIL WS-IDX-SEL > WS-QTD-SELECIONADAS
               IF WS-SEL-IDX-ACORDO(WS-IDX-SEL) = WS-IDX-AT
                   MOVE WS-SEL-SALDO(WS-IDX-SEL) TO WS-AUX-SALDO
                   MOVE WS-SEL-DIAS(WS-IDX-SEL)  TO WS-AUX-DIAS
                   MOVE WS-SEL-MULTA(WS-IDX-SEL) TO WS-AUX-MULTA
                   MOVE WS-SEL-JUROS(WS-IDX-SEL) TO WS-AUX-JUROS
                   MOVE SPACES TO RL-LINHA
                   STRING "     " WS-SEL-MATRICULA(WS-IDX-SEL)
                          " " WS-SEL-COMPETENCIA(WS-IDX-SEL)
                          " " WS-AUX-SALDO " " WS-AUX-DIAS
                          " " WS-AUX-MULTA " " WS-AUX-JUROS
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ACORDOS
               END-IF
           END-PERFORM
           MOVE WS-AT-VALOR-ORIGINAL(WS-IDX-AT) TO WS-AUX-VALOR
           MOVE WS-AT-VALOR-MULTA(WS-IDX-AT)    TO WS-AUX-MULTA
           MOVE WS-AT-VALOR-JUROS(WS-IDX-AT)    TO WS-AUX-JUROS
           MOVE WS-AT-VALOR-TOTAL(WS-IDX-AT)    TO WS-AUX-TOTAL
           MOVE SPACES TO RL-LINHA
           STRING "  ORIGINAL " WS-AUX-VALOR
                  " MULTA " WS-AUX-MULTA
                  " JUROS " WS-AUX-JUROS
                  " TOTAL " WS-AUX-TOTAL
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACORDOS
           PERFORM CALCULAR-PARCELAS
           MOVE WS-VALOR-PARCELA TO WS-AUX-VALOR
           MOVE WS-VALOR-ULTIMA  TO WS-AUX-TOTAL
           MOVE WS-AT-COMP-PRIMEIRA(WS-IDX-AT) TO WS-COMP-TRABALHO
           MOVE SPACES TO RL-LINHA
           STRING "  " WS-AT-QTD-PARCELAS(WS-IDX-AT)
                  " PARCELAS DE " WS-AUX-VALOR
                  " (ULTIMA " WS-AUX-TOTAL ") A PARTIR DE "
                  WS-COMPT-MES "/" WS-COMPT-ANO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACORDOS.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACORDOS
           IF WS-QTD-ATIVADOS = 0 AND WS-QTD-REJEITADOS = 0
                   AND WS-QTD-QUITADOS = 0 AND WS-QTD-ROMPIDOS = 0
               MOVE "NENHUM ACORDO ALTERADO NESTA RODADA" TO RL-LINHA
               PERFORM GRAVAR-LINHA-ACORDOS
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-ACORDOS
           END-IF
           MOVE SPACES TO RL-LINHA
           STRING "ATIVADOS=" WS-QTD-ATIVADOS
                  " REJEITADOS=" WS-QTD-REJEITADOS
                  " QUITADOS=" WS-QTD-QUITADOS
                  " ROMPIDOS=" WS-QTD-ROMPIDOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACORDOS
           MOVE WS-TOT-RENEGOCIADO TO WS-AUX-VALOR
           MOVE WS-TOT-ROMPIDO     TO WS-AUX-TOTAL
           MOVE SPACES TO RL-LINHA
           STRING "COBRANCAS RENEGOCIADAS=" WS-QTD-RENEGOCIADAS
                  " PARCELAS GERADAS=" WS-QTD-PARCELAS-GER
                  " TOTAL RENEGOCIADO=" WS-AUX-VALOR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACORDOS
           MOVE SPACES TO RL-LINHA
           STRING "PARCELAS REATIVADAS=" WS-QTD-REATIVADAS
                  " SALDO REATIVADO=" WS-AUX-TOTAL
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACORDOS.

       IMPRIMIR-CABECALHO-ACORDOS.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-ACORDOS.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-ACORDOS
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A042-ACORDO-COBRANCA.
