      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: APURACAO DA HORA-AULA DOS PROFESSORES - O PROFESSOR
      *          HORISTA ERA PAGO POR UMA CONTAGEM DE AULAS FEITA A MAO
      *          PELA SECRETARIA E DIGITADA NO MOVIMENTO DA FOLHA, E A
      *          AULA DADA POR UM SUBSTITUTO SAIA PAGA AO TITULAR. ESTE
      *          PROGRAMA CONTA AS AULAS DADAS NA COMPETENCIA ABERTA
      *          (DO PRIMEIRO DO MES ATE A DATA DE MOVIMENTO) A PARTIR
      *          DA GRADE HORARIA DAS TURMAS:
      *            - SO HA AULA NOS DIAS DENTRO DE UM PERIODO LETIVO
      *              (PERIODOS.DAT) QUE NAO SAO FERIADO NO CALENDARIO
      *              DA OPERACAO (CALENDARIO.DAT);
      *            - A AULA COBERTA POR OUTRO PROFESSOR (TRANSACAO DE
      *              SUBSTITUICAO) E CREDITADA AO SUBSTITUTO E SAI DA
      *              CONTA DO TITULAR;
      *            - O VALOR DA AULA VEM DA TABELA DE HORA-AULA (POR
      *              PROFESSOR, OU O VALOR PADRAO DA ESCOLA);
      *            - O DSR DO HORISTA E O VALOR DAS AULAS DIVIDIDO
      *              PELOS DIAS UTEIS E MULTIPLICADO PELOS DOMINGOS E
      *              FERIADOS DO MESMO INTERVALO.
      *          O RESULTADO VAI PARA O MOVIMENTO DA FOLHA COMO AS
      *          VERBAS "HAU" E "DSA" QUE O A008 SOMA NO BRUTO, PRESAS
      *          A COMPETENCIA; O RERUN SUBSTITUI AS VERBAS DE
      *          HORA-AULA JA GRAVADAS NELA, COMO FAZ O PONTO (A035).
      *          LINHA DE GRADE OU SUBSTITUICAO INVALIDA, PROFESSOR SEM
      *          CADASTRO OU DESLIGADO E PROFESSOR SEM VALOR DE AULA NAO
      *          SAO ADIVINHADOS: SAEM NO RELATORIO DE OCORRENCIAS E
      *          FICAM FORA DO MOVIMENTO ATE A SECRETARIA ACERTAR.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A043-HORA-AULA.
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
      * GRADE HORARIA SEMANAL DAS TURMAS, MANTIDA PELA SECRETARIA.
           SELECT GRADE-FILE ASSIGN TO DYNAMIC WS-ARQ-GRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRADE.
      * TRANSACOES DE SUBSTITUICAO: A AULA DE UMA DATA COBERTA POR
      * OUTRO PROFESSOR QUE NAO O TITULAR DA GRADE.
           SELECT SUBSTITUICAO-FILE ASSIGN TO DYNAMIC WS-ARQ-SUBST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUBST.
      * PERIODOS LETIVOS (OS MESMOS DO FECHAMENTO DE PERIODO) - FORA
      * DELES NAO HA AULA.
           SELECT PERIODO-FILE ASSIGN TO DYNAMIC WS-ARQ-PERIODO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODO.
      * CALENDARIO DE FERIADOS DA OPERACAO (O MESMO DO DRIVER).
           SELECT CALENDARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
      * TABELA DE VALOR DA HORA-AULA, MANTIDA PELO RH.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
      * CONTROLE DE COMPETENCIAS DA FOLHA - COMPETENCIA FECHADA NAO
      * RECEBE MAIS VERBA DE HORA-AULA.
           SELECT COMPETENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-COMPET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPET.
      * MOVIMENTO DE VERBAS DA FOLHA: AS VERBAS DE HORA-AULA DA
      * COMPETENCIA SAO SUBSTITUIDAS PELO TRABALHO E O ARQUIVO E
      * REGRAVADO.
           SELECT MOVIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT TRABALHO-FILE ASSIGN TO DYNAMIC WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
      * OCORRENCIAS PARA A SECRETARIA E RESUMO DA APURACAO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  GRADE-FILE.
       COPY GRADE-HORARIA-REC.
      * TURMA E AULA SAO AS DA GRADE; O DIA DA SEMANA SAI DA DATA.
       FD  SUBSTITUICAO-FILE.
       01  SB-SUBSTITUICAO-REC.
           05 SB-DATA          PIC 9(08).
           05 SB-TURMA         PIC X(06).
           05 SB-AULA          PIC 9(01).
           05 SB-ID-SUBSTITUTO PIC 9(06).
           05 SB-MOTIVO        PIC X(20).
      * MESMO LAYOUT DOS PERIODOS LIDOS PELO 009-FECHA-PERIODO.
       FD  PERIODO-FILE.
       01  PL-PERIODO-REC.
           05 PL-CODIGO        PIC X(07).
           05 PL-INICIO        PIC 9(08).
           05 PL-FIM           PIC 9(08).
           05 PL-SITUACAO      PIC X(01).
       FD  CALENDARIO-FILE.
       01  CA-CALENDARIO-REC.
           05 CA-DATA              PIC 9(08).
           05 CA-DESCRICAO         PIC X(20).
      * MATRICULA ZERO E O VALOR PADRAO DA ESCOLA; AS DEMAIS LINHAS
      * SAO O VALOR NEGOCIADO COM CADA PROFESSOR.
       FD  PARAM-FILE.
       01  HP-PARAM-REC.
           05 HP-MATRICULA     PIC 9(06).
           05 HP-VALOR-AULA    PIC 9(03)V99.
       FD  COMPETENCIA-FILE.
       COPY COMPETENCIA-REC.
      * MESMO LAYOUT DO MOVIMENTO DE VERBAS LIDO PELO A008.
       FD  MOVIMENTO-FILE.
       01  MV-MOVIMENTO-REC.
           05 MV-MATRICULA     PIC 9(06).
           05 MV-VERBA         PIC X(03).
               88 MV-VERBA-AULA
                   VALUE "HAU" "DSA".
           05 MV-DESCRICAO     PIC X(20).
           05 MV-NATUREZA      PIC X(01).
           05 MV-VALOR         PIC 9(05)V99.
           05 MV-COMPETENCIA   PIC 9(06).
       FD  TRABALHO-FILE.
       01  TR-MOVIMENTO-REC    PIC X(43).
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-GRADE      PIC X(40)
           VALUE "data/GRADE_HORARIA.DAT".
       01 WS-FS-GRADE                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-SUBST      PIC X(40)
           VALUE "data/SUBSTITUICOES.DAT".
       01 WS-FS-SUBST                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-PERIODO    PIC X(40)
           VALUE "data/PERIODOS.DAT".
       01 WS-FS-PERIODO                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-CALENDARIO PIC X(40)
           VALUE "data/CALENDARIO.DAT".
       01 WS-FS-CALENDARIO                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-PARAM      PIC X(40)
           VALUE "data/HORA_AULA_PARAM.DAT".
       01 WS-FS-PARAM                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-COMPET     PIC X(40)
           VALUE "data/FOLHA_COMPETENCIA.DAT".
       01 WS-FS-COMPET                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-MOVIMENTO  PIC X(40)
           VALUE "data/FOLHA_MOVIMENTO.DAT".
       01 WS-FS-MOVIMENTO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-TRABALHO   PIC X(40)
           VALUE "data/FOLHA_MOVIMENTO_TRAB.DAT".
       01 WS-FS-TRABALHO                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/HORA_AULA_APURACAO.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-GRADE                           PIC X(01) VALUE "N".
           88 FIM-GRADE                          VALUE "S".
       01 WS-FIM-SUBST                           PIC X(01) VALUE "N".
           88 FIM-SUBST                          VALUE "S".
       01 WS-FIM-PERIODO                         PIC X(01) VALUE "N".
           88 FIM-PERIODO                        VALUE "S".
       01 WS-FIM-CALENDARIO                      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO                     VALUE "S".
       01 WS-FIM-PARAM                           PIC X(01) VALUE "N".
           88 FIM-PARAM                          VALUE "S".
       01 WS-FIM-COMPET                          PIC X(01) VALUE "N".
           88 FIM-COMPET                         VALUE "S".
       01 WS-FIM-MOVIMENTO                       PIC X(01) VALUE "N".
           88 FIM-MOVIMENTO                      VALUE "S".
      * COMPETENCIA APURADA (A DA DATA DE MOVIMENTO) - AS AULAS SAO
      * CONTADAS DO PRIMEIRO DO MES ATE A PROPRIA DATA DE MOVIMENTO.
       01 WS-COMPETENCIA-AULA PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WS-COMPET-FECHADA                      PIC X(01) VALUE "N".
           88 COMPET-FECHADA                     VALUE "S".
      * AULAS DA GRADE, COM O INDICE DO TITULAR NA TABELA DE
      * PROFESSORES.
       01 WS-GRD-TABELA.
           05 WS-GRD-ENTRADA OCCURS 400 TIMES.
               10 WS-GRD-TURMA       PIC X(06).
               10 WS-GRD-DIA         PIC 9(01).
               10 WS-GRD-AULA        PIC 9(01).
               10 WS-GRD-IDX-PRF     PIC 9(03).
       01 WS-QTD-GRADE       PIC 9(03) VALUE ZEROS.
       01 WS-IDX-GRD         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-GRD-ACHADO  PIC 9(03) VALUE ZEROS.
      * PROFESSORES DA GRADE E SUBSTITUTOS, COM A SITUACAO NA
      * APURACAO ("S"=APURAR, "C"=SEM CADASTRO, "D"=DESLIGADO,
      * "V"=SEM VALOR DE AULA) E OS CONTADORES DO MES.
       01 WS-PRF-TABELA.
           05 WS-PRF-ENTRADA OCCURS 150 TIMES.
               10 WS-PRF-MATRICULA   PIC 9(06).
               10 WS-PRF-NOME        PIC X(20).
               10 WS-PRF-SITUACAO    PIC X(01).
               10 WS-PRF-VALOR-AULA  PIC 9(03)V99.
               10 WS-PRF-QTD-AULAS   PIC 9(04).
               10 WS-PRF-QTD-SUBST   PIC 9(03).
               10 WS-PRF-QTD-CEDIDAS PIC 9(03).
       01 WS-QTD-PROFESSORES PIC 9(03) VALUE ZEROS.
       01 WS-IDX-PRF         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-PRF-ACHADO  PIC 9(03) VALUE ZEROS.
       01 WS-PRF-PROCURADO   PIC 9(06) VALUE ZEROS.
      * SUBSTITUICOES VALIDAS DA COMPETENCIA. A MARCA DE USADA SEPARA
      * A SUBSTITUICAO LANCADA EM DIA SEM AULA (FERIADO OU FORA DO
      * PERIODO LETIVO).
       01 WS-SUB-TABELA.
           05 WS-SUB-ENTRADA OCCURS 300 TIMES.
               10 WS-SUB-DATA        PIC 9(08).
               10 WS-SUB-TURMA       PIC X(06).
               10 WS-SUB-AULA        PIC 9(01).
               10 WS-SUB-IDX-PRF     PIC 9(03).
               10 WS-SUB-USADA       PIC X(01).
       01 WS-QTD-SUBST       PIC 9(03) VALUE ZEROS.
       01 WS-IDX-SUB         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-SUB-ACHADO  PIC 9(03) VALUE ZEROS.
       01 WS-PER-TABELA.
           05 WS-PER-ENTRADA OCCURS 20 TIMES.
               10 WS-PER-INICIO      PIC 9(08).
               10 WS-PER-FIM         PIC 9(08).
       01 WS-QTD-PERIODOS    PIC 9(02) VALUE ZEROS.
       01 WS-IDX-PER         PIC 9(02) VALUE ZEROS.
       01 WS-DIA-LETIVO                          PIC X(01) VALUE "N".
           88 DIA-LETIVO                         VALUE "S".
       01 WS-FERIADO-TABELA.
           05 WS-FERIADO    PIC 9(08) OCCURS 50 TIMES.
       01 WS-QTD-FERIADOS   PIC 9(02) VALUE ZEROS.
       01 WS-IDX-FER        PIC 9(02) VALUE ZEROS.
       01 WS-EH-FERIADO                          PIC X(01) VALUE "N".
           88 EH-FERIADO                         VALUE "S".
      * TABELA DE VALOR DA AULA - O VALOR PADRAO FICA A PARTE.
       01 WS-VAL-TABELA.
           05 WS-VAL-ENTRADA OCCURS 150 TIMES.
               10 WS-VAL-MATRICULA   PIC 9(06).
               10 WS-VAL-VALOR       PIC 9(03)V99.
       01 WS-QTD-VALORES     PIC 9(03) VALUE ZEROS.
       01 WS-IDX-VAL         PIC 9(03) VALUE ZEROS.
       01 WS-VALOR-PADRAO    PIC 9(03)V99 VALUE ZEROS.
      * DATA JULGADA: DIA CORRIDO, DIA DA SEMANA (0=DOMINGO,
      * 6=SABADO, PELA BASE DO INTEGER-OF-DATE) E POSICAO NA GRADE
      * (1=SEGUNDA ... 7=DOMINGO).
       01 WS-DATA-DIA        PIC 9(08) VALUE ZEROS.
       01 WS-DIA-MES         PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS   PIC 9(08) VALUE ZEROS.
       01 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       01 WS-POS-GRADE       PIC 9(01) VALUE ZEROS.
      * DIAS UTEIS (SEGUNDA A SABADO FORA DE FERIADO) E REPOUSOS
      * (DOMINGOS E FERIADOS) DO INTERVALO APURADO - BASE DO DSR.
       01 WS-QTD-DIAS-UTEIS  PIC 9(02) VALUE ZEROS.
       01 WS-QTD-REPOUSOS    PIC 9(02) VALUE ZEROS.
       01 WS-MOTIVO          PIC X(35) VALUE SPACES.
      * CHAVE DA AULA PROCURADA NA GRADE E NAS SUBSTITUICOES.
       01 WS-CHV-DATA        PIC 9(08) VALUE ZEROS.
       01 WS-CHV-TURMA       PIC X(06) VALUE SPACES.
       01 WS-CHV-AULA        PIC 9(01) VALUE ZEROS.
       01 WS-CHV-SUBSTITUTO  PIC 9(06) VALUE ZEROS.
      * VALORES DAS VERBAS DO PROFESSOR.
       01 WS-VALOR-AULAS     PIC 9(05)V99 VALUE ZEROS.
       01 WS-VALOR-DSR       PIC 9(05)V99 VALUE ZEROS.
       01 WS-VALOR-VERBA     PIC 9(05)V99 VALUE ZEROS.
       01 WS-MOV-NOVO.
           05 WS-NOVO-MATRICULA   PIC 9(06).
           05 WS-NOVO-VERBA       PIC X(03).
           05 WS-NOVO-DESCRICAO   PIC X(20).
           05 WS-NOVO-NATUREZA    PIC X(01).
           05 WS-NOVO-VALOR       PIC 9(05)V99.
           05 WS-NOVO-COMPETENCIA PIC 9(06).
      * TOTAIS DA EXECUCAO.
       01 WS-QTD-GRADE-LIDAS PIC 9(05) VALUE ZEROS.
       01 WS-QTD-SUBST-LIDAS PIC 9(05) VALUE ZEROS.
       01 WS-QTD-AULAS-DADAS PIC 9(05) VALUE ZEROS.
       01 WS-QTD-AULAS-SUBST PIC 9(05) VALUE ZEROS.
       01 WS-QTD-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       01 WS-QTD-VERBAS      PIC 9(05) VALUE ZEROS.
       01 WS-QTD-SUBSTITUIDAS PIC 9(05) VALUE ZEROS.
       01 WS-TOT-PROVENTOS   PIC 9(07)V99 VALUE ZEROS.
      * SECAO CORRENTE DO RELATORIO: "O"=OCORRENCIAS, "R"=RESUMO -
      * DECIDE A LINHA DE COLUNAS REPETIDA NO SALTO DE PAGINA.
       01 WS-SECAO-RELATORIO                     PIC X(01) VALUE "O".
           88 SECAO-OCORRENCIAS                  VALUE "O".
       01 WS-CHAVE-FMT       PIC X(30) VALUE SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "APURACAO DA HORA-AULA - A043-HORA-AULA"

           MOVE "APURACAO DA HORA-AULA DOS PROFESSORES"
               TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-INTERNO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-HOJE
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA-AULA

           PERFORM VERIFICAR-COMPETENCIA
           IF COMPET-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-AULA
                   " JA FECHADA - HORA-AULA NAO APURADA"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

      * SEM A GRADE NAO HA O QUE CONTAR - O MOVIMENTO NAO E TOCADO,
      * COMO NO PONTO SEM JORNADAS.
           OPEN INPUT GRADE-FILE
           IF WS-FS-GRADE NOT = "00"
               DISPLAY "SEM GRADE HORARIA (" WS-FS-GRADE
                   ") - NADA A APURAR"
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               CLOSE GRADE-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DA HORA-AULA: "
                   WS-FS-RELATORIO
               CLOSE GRADE-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-AULA

           PERFORM CARREGAR-PARAMETRO
           PERFORM CARREGAR-CALENDARIO
           PERFORM CARREGAR-PERIODOS

           PERFORM UNTIL FIM-GRADE
               READ GRADE-FILE
                   AT END
                       SET FIM-GRADE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-GRADE-LIDAS
                       PERFORM GUARDAR-GRADE
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE

           PERFORM CARREGAR-SUBSTITUICOES
           CLOSE EMPLOYEE-MASTER

           PERFORM VARYING WS-DIA-MES FROM 1 BY 1
                   UNTIL WS-DIA-MES > WS-CAB-DIA
               PERFORM APURAR-DIA
           END-PERFORM

           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB > WS-QTD-SUBST
               IF WS-SUB-USADA(WS-IDX-SUB) NOT = "S"
                   MOVE WS-SUB-DATA(WS-IDX-SUB)  TO WS-CHV-DATA
                   MOVE WS-SUB-TURMA(WS-IDX-SUB) TO WS-CHV-TURMA
                   MOVE WS-SUB-AULA(WS-IDX-SUB)  TO WS-CHV-AULA
                   MOVE WS-PRF-MATRICULA(WS-SUB-IDX-PRF(WS-IDX-SUB))
                       TO WS-CHV-SUBSTITUTO
                   MOVE "SUBSTITUICAO EM DIA SEM AULA" TO WS-MOTIVO
                   PERFORM REGISTRAR-OCORRENCIA-SUBST
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-QTD-PROFESSORES
               PERFORM CONFERIR-PROFESSOR
           END-PERFORM

           PERFORM LIMPAR-MOVIMENTO

           MOVE "R" TO WS-SECAO-RELATORIO
           MOVE WS-CAB-MAX-LINHAS TO WS-CAB-QTD-LINHAS
           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-QTD-PROFESSORES
               PERFORM GRAVAR-VERBAS-AULA
           END-PERFORM
           CLOSE TRABALHO-FILE

           PERFORM IMPRIMIR-TOTAIS-AULA
           CLOSE RELATORIO-FILE

           PERFORM REGRAVAR-MOVIMENTO

           DISPLAY "HORA-AULA: COMPETENCIA=" WS-COMPETENCIA-AULA
               " PROFESSORES=" WS-QTD-PROFESSORES
               " AULAS=" WS-QTD-AULAS-DADAS
               " SUBSTITUIDAS=" WS-QTD-AULAS-SUBST
               " OCORRENCIAS=" WS-QTD-OCORRENCIAS
               " VERBAS=" WS-QTD-VERBAS

           IF WS-QTD-OCORRENCIAS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * COMPETENCIA FECHADA PELO A030 NAO RECEBE VERBA NOVA - A FOLHA
      * DELA JA FOI PAGA. CONTROLE AUSENTE E COMPETENCIA AINDA ABERTA.
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
                           IF FC-COMPETENCIA = WS-COMPETENCIA-AULA
                                   AND FC-FECHADA
                               MOVE "S" TO WS-COMPET-FECHADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPETENCIA-FILE
           END-IF.

      * CARREGA A TABELA DE VALOR DA AULA. SEM ELA NINGUEM TEM VALOR
      * E TODOS OS PROFESSORES SAEM COMO OCORRENCIA - A ESCOLA NAO
      * PAGA AULA POR UM VALOR INVENTADO.
       CARREGAR-PARAMETRO.
           MOVE ZEROS TO WS-QTD-VALORES
           MOVE ZEROS TO WS-VALOR-PADRAO
           MOVE "N"   TO WS-FIM-PARAM
           OPEN INPUT PARAM-FILE
           IF WS-FS-PARAM NOT = "00"
               DISPLAY "SEM TABELA DE VALOR DA HORA-AULA ("
                   WS-FS-PARAM ") - AULAS APURADAS SEM VALOR"
           ELSE
               PERFORM UNTIL FIM-PARAM
                   READ PARAM-FILE
                       AT END
                           SET FIM-PARAM TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-VALOR
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       GUARDAR-VALOR.
           EVALUATE TRUE
               WHEN HP-MATRICULA NOT NUMERIC
                       OR HP-VALOR-AULA NOT NUMERIC
                   DISPLAY "VALOR DE HORA-AULA INVALIDO IGNORADO: "
                       HP-PARAM-REC
               WHEN HP-MATRICULA = ZEROS
                   MOVE HP-VALOR-AULA TO WS-VALOR-PADRAO
               WHEN WS-QTD-VALORES < 150
                   ADD 1 TO WS-QTD-VALORES
                   MOVE HP-MATRICULA
                       TO WS-VAL-MATRICULA(WS-QTD-VALORES)
                   MOVE HP-VALOR-AULA
                       TO WS-VAL-VALOR(WS-QTD-VALORES)
               WHEN OTHER
                   DISPLAY "TABELA DE VALORES CHEIA - MATRICULA "
                       HP-MATRICULA " IGNORADA"
           END-EVALUATE.

      * CARREGA OS FERIADOS DO CALENDARIO DA OPERACAO - ARQUIVO
      * AUSENTE SO CONSIDERA OS DOMINGOS.
       CARREGAR-CALENDARIO.
           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE "N"   TO WS-FIM-CALENDARIO
           OPEN INPUT CALENDARIO-FILE
           IF WS-FS-CALENDARIO NOT = "00"
               DISPLAY "SEM CALENDARIO DA OPERACAO ("
                   WS-FS-CALENDARIO ") - FERIADOS NAO CONSIDERADOS"
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

      * CARREGA OS PERIODOS LETIVOS, ABERTOS E FECHADOS - O PERIODO
      * FECHADO TEVE AULA DO MESMO JEITO. SEM O ARQUIVO NENHUM DIA E
      * LETIVO E NENHUMA AULA E CONTADA.
       CARREGAR-PERIODOS.
           MOVE ZEROS TO WS-QTD-PERIODOS
           MOVE "N"   TO WS-FIM-PERIODO
           OPEN INPUT PERIODO-FILE
           IF WS-FS-PERIODO NOT = "00"
               DISPLAY "SEM PERIODOS LETIVOS (" WS-FS-PERIODO
                   ") - NENHUMA AULA SERA CONTADA"
               MOVE "ARQUIVO DE PERIODOS LETIVOS AUSENTE" TO WS-MOTIVO
               MOVE SPACES TO WS-CHAVE-FMT
               PERFORM REGISTRAR-OCORRENCIA
           ELSE
               PERFORM UNTIL FIM-PERIODO
                   READ PERIODO-FILE
                       AT END
                           SET FIM-PERIODO TO TRUE
                       NOT AT END
                           IF PL-INICIO IS NUMERIC
                                   AND PL-FIM IS NUMERIC
                                   AND WS-QTD-PERIODOS < 20
                               ADD 1 TO WS-QTD-PERIODOS
                               MOVE PL-INICIO
                                   TO WS-PER-INICIO(WS-QTD-PERIODOS)
                               MOVE PL-FIM
                                   TO WS-PER-FIM(WS-QTD-PERIODOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODO-FILE
           END-IF.

      * GUARDA UMA AULA DA GRADE. DIA OU AULA FORA DA FAIXA, PROFESSOR
      * EM BRANCO E AULA REPETIDA (MESMA TURMA, DIA E AULA) NAO ENTRAM
      * NA CONTAGEM - A PRIMEIRA LINHA DA AULA E A QUE VALE.
       GUARDAR-GRADE.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO WS-IDX-GRD-ACHADO
           EVALUATE TRUE
               WHEN GH-DIA-SEMANA NOT NUMERIC
                       OR GH-AULA NOT NUMERIC
                       OR NOT GH-DIA-VALIDO
                       OR NOT GH-AULA-VALIDA
                   MOVE "GRADE COM DIA OU AULA INVALIDOS" TO WS-MOTIVO
               WHEN GH-ID-PROFESSOR NOT NUMERIC
                       OR GH-ID-PROFESSOR = ZEROS
                   MOVE "GRADE SEM PROFESSOR TITULAR" TO WS-MOTIVO
               WHEN WS-QTD-GRADE >= 400
                   MOVE "TABELA DA GRADE CHEIA" TO WS-MOTIVO
               WHEN OTHER
                   MOVE GH-TURMA      TO WS-CHV-TURMA
                   MOVE GH-AULA       TO WS-CHV-AULA
                   MOVE GH-DIA-SEMANA TO WS-POS-GRADE
                   PERFORM BUSCAR-AULA-GRADE
                   IF WS-IDX-GRD-ACHADO > 0
                       MOVE "AULA REPETIDA NA GRADE" TO WS-MOTIVO
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               MOVE SPACES TO WS-CHAVE-FMT
               STRING "GRADE " GH-TURMA " " GH-DIA-SEMANA "/" GH-AULA
                      " PROF " GH-ID-PROFESSOR
                   DELIMITED BY SIZE INTO WS-CHAVE-FMT
               END-STRING
               PERFORM REGISTRAR-OCORRENCIA
           ELSE
               MOVE GH-ID-PROFESSOR TO WS-PRF-PROCURADO
               PERFORM BUSCAR-PROFESSOR
               IF WS-IDX-PRF-ACHADO > 0
                   ADD 1 TO WS-QTD-GRADE
                   MOVE GH-TURMA      TO WS-GRD-TURMA(WS-QTD-GRADE)
                   MOVE GH-DIA-SEMANA TO WS-GRD-DIA(WS-QTD-GRADE)
                   MOVE GH-AULA       TO WS-GRD-AULA(WS-QTD-GRADE)
                   MOVE WS-IDX-PRF-ACHADO
                       TO WS-GRD-IDX-PRF(WS-QTD-GRADE)
               END-IF
           END-IF.

      * PROCURA A AULA WS-CHV-TURMA / WS-POS-GRADE / WS-CHV-AULA NA
      * GRADE.
       BUSCAR-AULA-GRADE.
           MOVE ZEROS TO WS-IDX-GRD-ACHADO
           PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                   UNTIL WS-IDX-GRD > WS-QTD-GRADE
                       OR WS-IDX-GRD-ACHADO > 0
               IF WS-GRD-TURMA(WS-IDX-GRD) = WS-CHV-TURMA
                       AND WS-GRD-DIA(WS-IDX-GRD) = WS-POS-GRADE
                       AND WS-GRD-AULA(WS-IDX-GRD) = WS-CHV-AULA
                   MOVE WS-IDX-GRD TO WS-IDX-GRD-ACHADO
               END-IF
           END-PERFORM.

      * DEVOLVE O INDICE DO PROFESSOR WS-PRF-PROCURADO, INCLUINDO-O
      * NA TABELA NA PRIMEIRA VEZ COM O NOME E A SITUACAO DO CADASTRO
      * E O VALOR DA AULA. TABELA CHEIA DEVOLVE ZERO.
       BUSCAR-PROFESSOR.
           MOVE ZEROS TO WS-IDX-PRF-ACHADO
           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-QTD-PROFESSORES
                       OR WS-IDX-PRF-ACHADO > 0
               IF WS-PRF-MATRICULA(WS-IDX-PRF) = WS-PRF-PROCURADO
                   MOVE WS-IDX-PRF TO WS-IDX-PRF-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-PRF-ACHADO = 0
               IF WS-QTD-PROFESSORES < 150
                   PERFORM INCLUIR-PROFESSOR
               ELSE
                   DISPLAY "TABELA DE PROFESSORES CHEIA - MATRICULA "
                       WS-PRF-PROCURADO " IGNORADA"
               END-IF
           END-IF.

       INCLUIR-PROFESSOR.
           ADD 1 TO WS-QTD-PROFESSORES
           MOVE WS-QTD-PROFESSORES TO WS-IDX-PRF-ACHADO
           INITIALIZE WS-PRF-ENTRADA(WS-IDX-PRF-ACHADO)
           MOVE WS-PRF-PROCURADO TO WS-PRF-MATRICULA(WS-IDX-PRF-ACHADO)
           MOVE WS-PRF-PROCURADO TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           EVALUATE TRUE
               WHEN WS-FS-FUNC NOT = "00"
                   MOVE "C" TO WS-PRF-SITUACAO(WS-IDX-PRF-ACHADO)
                   MOVE "SEM CADASTRO"
                       TO WS-PRF-NOME(WS-IDX-PRF-ACHADO)
               WHEN FUNC-DESLIGADO
                   MOVE "D" TO WS-PRF-SITUACAO(WS-IDX-PRF-ACHADO)
                   MOVE FM-NOME-FUNC
                       TO WS-PRF-NOME(WS-IDX-PRF-ACHADO)
               WHEN OTHER
                   MOVE "S" TO WS-PRF-SITUACAO(WS-IDX-PRF-ACHADO)
                   MOVE FM-NOME-FUNC
                       TO WS-PRF-NOME(WS-IDX-PRF-ACHADO)
           END-EVALUATE
           MOVE WS-VALOR-PADRAO
               TO WS-PRF-VALOR-AULA(WS-IDX-PRF-ACHADO)
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-QTD-VALORES
               IF WS-VAL-MATRICULA(WS-IDX-VAL) = WS-PRF-PROCURADO
                   MOVE WS-VAL-VALOR(WS-IDX-VAL)
                       TO WS-PRF-VALOR-AULA(WS-IDX-PRF-ACHADO)
               END-IF
           END-PERFORM
           IF WS-PRF-SITUACAO(WS-IDX-PRF-ACHADO) = "S"
                   AND WS-PRF-VALOR-AULA(WS-IDX-PRF-ACHADO) = ZEROS
               MOVE "V" TO WS-PRF-SITUACAO(WS-IDX-PRF-ACHADO)
           END-IF.

      * CARREGA AS SUBSTITUICOES DA COMPETENCIA. A AULA TEM DE EXISTIR
      * NA GRADE NO DIA DA SEMANA DA DATA, O SUBSTITUTO TEM DE SER
      * OUTRO PROFESSOR E A MESMA AULA NAO PODE SER SUBSTITUIDA DUAS
      * VEZES - A PRIMEIRA TRANSACAO E A QUE VALE. TRANSACAO DEPOIS
      * DA DATA DE MOVIMENTO FICA PARA A NOITE DO PROPRIO DIA. SEM O
      * ARQUIVO TODAS AS AULAS SAO DO TITULAR.
       CARREGAR-SUBSTITUICOES.
           MOVE ZEROS TO WS-QTD-SUBST
           MOVE "N"   TO WS-FIM-SUBST
           OPEN INPUT SUBSTITUICAO-FILE
           IF WS-FS-SUBST = "00"
               PERFORM UNTIL FIM-SUBST
                   READ SUBSTITUICAO-FILE
                       AT END
                           SET FIM-SUBST TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-SUBSTITUICAO
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUICAO-FILE
           END-IF.

       GUARDAR-SUBSTITUICAO.
           IF SB-DATA IS NUMERIC
                   AND SB-DATA(1:6) = WS-COMPETENCIA-AULA
                   AND SB-DATA <= WS-DATA-HOJE
               ADD 1 TO WS-QTD-SUBST-LIDAS
               MOVE SB-DATA          TO WS-CHV-DATA
               MOVE SB-TURMA         TO WS-CHV-TURMA
               MOVE SB-AULA          TO WS-CHV-AULA
               MOVE SB-ID-SUBSTITUTO TO WS-CHV-SUBSTITUTO
               MOVE SPACES TO WS-MOTIVO
               MOVE ZEROS  TO WS-IDX-GRD-ACHADO
               MOVE ZEROS  TO WS-IDX-SUB-ACHADO
               IF SB-DATA(7:2) NOT = "00" AND SB-DATA(7:2) NOT > "31"
                       AND SB-AULA IS NUMERIC
                   MOVE SB-DATA TO WS-DATA-DIA
                   PERFORM CLASSIFICAR-DIA
                   PERFORM BUSCAR-AULA-GRADE
                   PERFORM BUSCAR-SUBSTITUICAO
               END-IF
               EVALUATE TRUE
                   WHEN WS-IDX-GRD-ACHADO = 0
                       MOVE "AULA NAO EXISTE NA GRADE DO DIA"
                           TO WS-MOTIVO
                   WHEN SB-ID-SUBSTITUTO NOT NUMERIC
                           OR SB-ID-SUBSTITUTO = ZEROS
                       MOVE "SUBSTITUTO NAO INFORMADO" TO WS-MOTIVO
                   WHEN SB-ID-SUBSTITUTO = WS-PRF-MATRICULA
                           (WS-GRD-IDX-PRF(WS-IDX-GRD-ACHADO))
                       MOVE "SUBSTITUTO E O PROPRIO TITULAR"
                           TO WS-MOTIVO
                   WHEN WS-IDX-SUB-ACHADO > 0
                       MOVE "AULA JA SUBSTITUIDA NA DATA" TO WS-MOTIVO
                   WHEN WS-QTD-SUBST >= 300
                       MOVE "TABELA DE SUBSTITUICOES CHEIA"
                           TO WS-MOTIVO
                   WHEN OTHER
                       MOVE SB-ID-SUBSTITUTO TO WS-PRF-PROCURADO
                       PERFORM BUSCAR-PROFESSOR
                       IF WS-IDX-PRF-ACHADO > 0
                           ADD 1 TO WS-QTD-SUBST
                           MOVE SB-DATA
                               TO WS-SUB-DATA(WS-QTD-SUBST)
                           MOVE SB-TURMA
                               TO WS-SUB-TURMA(WS-QTD-SUBST)
                           MOVE SB-AULA
                               TO WS-SUB-AULA(WS-QTD-SUBST)
                           MOVE WS-IDX-PRF-ACHADO
                               TO WS-SUB-IDX-PRF(WS-QTD-SUBST)
                           MOVE "N" TO WS-SUB-USADA(WS-QTD-SUBST)
                       END-IF
               END-EVALUATE
               IF WS-MOTIVO NOT = SPACES
                   PERFORM REGISTRAR-OCORRENCIA-SUBST
               END-IF
           END-IF.

      * PROCURA A SUBSTITUICAO DA AULA WS-CHV-TURMA / WS-CHV-AULA NA
      * DATA WS-CHV-DATA.
       BUSCAR-SUBSTITUICAO.
           MOVE ZEROS TO WS-IDX-SUB-ACHADO
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB > WS-QTD-SUBST
                       OR WS-IDX-SUB-ACHADO > 0
               IF WS-SUB-DATA(WS-IDX-SUB) = WS-CHV-DATA
                       AND WS-SUB-TURMA(WS-IDX-SUB) = WS-CHV-TURMA
                       AND WS-SUB-AULA(WS-IDX-SUB) = WS-CHV-AULA
                   MOVE WS-IDX-SUB TO WS-IDX-SUB-ACHADO
               END-IF
           END-PERFORM.

      * JULGA UM DIA DO MES ATE A DATA DE MOVIMENTO: DOMINGO E FERIADO
      * SAO REPOUSO E OS DEMAIS DIAS SAO UTEIS PARA O DSR; DIA DENTRO
      * DE UM PERIODO LETIVO QUE NAO E FERIADO TEM AS AULAS DA GRADE
      * DAQUELE DIA DA SEMANA, CREDITADAS AO TITULAR OU AO SUBSTITUTO.
       APURAR-DIA.
           COMPUTE WS-DATA-DIA = WS-COMPETENCIA-AULA * 100
               + WS-DIA-MES
           PERFORM CLASSIFICAR-DIA
           IF WS-DIA-SEMANA = 0 OR EH-FERIADO
               ADD 1 TO WS-QTD-REPOUSOS
           ELSE
               ADD 1 TO WS-QTD-DIAS-UTEIS
           END-IF
           MOVE "N" TO WS-DIA-LETIVO
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-QTD-PERIODOS
               IF WS-DATA-DIA >= WS-PER-INICIO(WS-IDX-PER)
                       AND WS-DATA-DIA <= WS-PER-FIM(WS-IDX-PER)
                   MOVE "S" TO WS-DIA-LETIVO
               END-IF
           END-PERFORM
           IF DIA-LETIVO AND NOT EH-FERIADO
               PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                       UNTIL WS-IDX-GRD > WS-QTD-GRADE
                   IF WS-GRD-DIA(WS-IDX-GRD) = WS-POS-GRADE
                       PERFORM CREDITAR-AULA
                   END-IF
               END-PERFORM
           END-IF.

       CREDITAR-AULA.
           ADD 1 TO WS-QTD-AULAS-DADAS
           MOVE WS-DATA-DIA              TO WS-CHV-DATA
           MOVE WS-GRD-TURMA(WS-IDX-GRD) TO WS-CHV-TURMA
           MOVE WS-GRD-AULA(WS-IDX-GRD)  TO WS-CHV-AULA
           PERFORM BUSCAR-SUBSTITUICAO
           IF WS-IDX-SUB-ACHADO > 0
               MOVE "S" TO WS-SUB-USADA(WS-IDX-SUB-ACHADO)
               ADD 1 TO WS-QTD-AULAS-SUBST
               ADD 1 TO WS-PRF-QTD-CEDIDAS(WS-GRD-IDX-PRF(WS-IDX-GRD))
               MOVE WS-SUB-IDX-PRF(WS-IDX-SUB-ACHADO)
                   TO WS-IDX-PRF-ACHADO
               ADD 1 TO WS-PRF-QTD-SUBST(WS-IDX-PRF-ACHADO)
           ELSE
               MOVE WS-GRD-IDX-PRF(WS-IDX-GRD) TO WS-IDX-PRF-ACHADO
           END-IF
           ADD 1 TO WS-PRF-QTD-AULAS(WS-IDX-PRF-ACHADO).

      * DIA DA SEMANA DA DATA WS-DATA-DIA E SE ELA E FERIADO.
       CLASSIFICAR-DIA.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-DIAS-CORRIDOS, 7)
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-POS-GRADE
           ELSE
               MOVE WS-DIA-SEMANA TO WS-POS-GRADE
           END-IF
           MOVE "N" TO WS-EH-FERIADO
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIADOS
               IF WS-FERIADO(WS-IDX-FER) = WS-DATA-DIA
                   MOVE "S" TO WS-EH-FERIADO
               END-IF
           END-PERFORM.

      * PROFESSOR COM AULA NO MES QUE NAO PODE RECEBER (SEM CADASTRO,
      * DESLIGADO OU SEM VALOR DE AULA) SAI COMO OCORRENCIA.
       CONFERIR-PROFESSOR.
           IF WS-PRF-QTD-AULAS(WS-IDX-PRF) > 0
                   AND WS-PRF-SITUACAO(WS-IDX-PRF) NOT = "S"
               EVALUATE WS-PRF-SITUACAO(WS-IDX-PRF)
                   WHEN "C"
                       MOVE "PROFESSOR SEM CADASTRO" TO WS-MOTIVO
                   WHEN "D"
                       MOVE "PROFESSOR DESLIGADO" TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "PROFESSOR SEM VALOR DE HORA-AULA"
                           TO WS-MOTIVO
               END-EVALUATE
               MOVE SPACES TO WS-CHAVE-FMT
               STRING "PROF " WS-PRF-MATRICULA(WS-IDX-PRF)
                      " AULAS " WS-PRF-QTD-AULAS(WS-IDX-PRF)
                   DELIMITED BY SIZE INTO WS-CHAVE-FMT
               END-STRING
               PERFORM REGISTRAR-OCORRENCIA
           END-IF.

       LIMPAR-MOVIMENTO.
           OPEN OUTPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FIM-MOVIMENTO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-FS-MOVIMENTO NOT = "00" AND WS-FS-MOVIMENTO NOT = "35"
               DISPLAY "ERRO AO ABRIR MOVIMENTO DA FOLHA: "
                   WS-FS-MOVIMENTO
               CLOSE TRABALHO-FILE
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-MOVIMENTO = "00"
               PERFORM UNTIL FIM-MOVIMENTO
                   READ MOVIMENTO-FILE
                       AT END
                           SET FIM-MOVIMENTO TO TRUE
                       NOT AT END
                           IF MV-VERBA-AULA
                                   AND MV-COMPETENCIA =
                                       WS-COMPETENCIA-AULA
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

      * CONVERTE AS AULAS DO MES EM VERBAS PELO VALOR DA AULA DO
      * PROFESSOR. O DSR E O VALOR DAS AULAS / DIAS UTEIS X REPOUSOS
      * DO INTERVALO APURADO. SO O PROFESSOR APTO RECEBE VERBA, MAS
      * TODOS OS QUE TIVERAM AULA SAEM NO RESUMO.
       GRAVAR-VERBAS-AULA.
           MOVE ZEROS TO WS-VALOR-AULAS
           MOVE ZEROS TO WS-VALOR-DSR
           IF WS-PRF-SITUACAO(WS-IDX-PRF) = "S"
               COMPUTE WS-VALOR-AULAS ROUNDED =
                   WS-PRF-QTD-AULAS(WS-IDX-PRF)
                   * WS-PRF-VALOR-AULA(WS-IDX-PRF)
               IF WS-QTD-DIAS-UTEIS > 0
                   COMPUTE WS-VALOR-DSR ROUNDED =
                       WS-VALOR-AULAS * WS-QTD-REPOUSOS
                       / WS-QTD-DIAS-UTEIS
               END-IF

               MOVE WS-VALOR-AULAS TO WS-VALOR-VERBA
               MOVE "HAU" TO WS-NOVO-VERBA
               MOVE "HORAS-AULA" TO WS-NOVO-DESCRICAO
               MOVE "P" TO WS-NOVO-NATUREZA
               PERFORM GRAVAR-VERBA

               MOVE WS-VALOR-DSR TO WS-VALOR-VERBA
               MOVE "DSA" TO WS-NOVO-VERBA
               MOVE "DSR S/ HORAS-AULA" TO WS-NOVO-DESCRICAO
               MOVE "P" TO WS-NOVO-NATUREZA
               PERFORM GRAVAR-VERBA
           END-IF

           IF WS-PRF-QTD-AULAS(WS-IDX-PRF) > 0
                   OR WS-PRF-QTD-CEDIDAS(WS-IDX-PRF) > 0
               MOVE SPACES TO RL-LINHA
               STRING WS-PRF-MATRICULA(WS-IDX-PRF)   " "
                      WS-PRF-NOME(WS-IDX-PRF)        " "
                      WS-PRF-QTD-AULAS(WS-IDX-PRF)   "  "
                      WS-PRF-QTD-SUBST(WS-IDX-PRF)   "    "
                      WS-PRF-QTD-CEDIDAS(WS-IDX-PRF) "    "
                      WS-PRF-VALOR-AULA(WS-IDX-PRF)  " "
                      WS-VALOR-AULAS                 " "
                      WS-VALOR-DSR                   "  "
                      WS-PRF-SITUACAO(WS-IDX-PRF)
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-AULA
           END-IF.

      * VERBA ZERADA NAO VAI PARA O MOVIMENTO.
       GRAVAR-VERBA.
           IF WS-VALOR-VERBA > ZEROS
               MOVE WS-PRF-MATRICULA(WS-IDX-PRF) TO WS-NOVO-MATRICULA
               MOVE WS-VALOR-VERBA       TO WS-NOVO-VALOR
               MOVE WS-COMPETENCIA-AULA  TO WS-NOVO-COMPETENCIA
               MOVE WS-MOV-NOVO TO TR-MOVIMENTO-REC
               WRITE TR-MOVIMENTO-REC
               ADD 1 TO WS-QTD-VERBAS
               ADD WS-VALOR-VERBA TO WS-TOT-PROVENTOS
           END-IF.

      * OCORRENCIA DE UMA TRANSACAO DE SUBSTITUICAO, COM A CHAVE DA
      * AULA COMO VEIO NA TRANSACAO.
       REGISTRAR-OCORRENCIA-SUBST.
           MOVE SPACES TO WS-CHAVE-FMT
           STRING "SUBST " WS-CHV-DATA " " WS-CHV-TURMA "/"
                  WS-CHV-AULA " " WS-CHV-SUBSTITUTO
               DELIMITED BY SIZE INTO WS-CHAVE-FMT
           END-STRING
           PERFORM REGISTRAR-OCORRENCIA.

      * UMA LINHA POR PROBLEMA, COM A CHAVE DO QUE FICOU DE FORA, PARA
      * A SECRETARIA CONFERIR E ACERTAR.
       REGISTRAR-OCORRENCIA.
           ADD 1 TO WS-QTD-OCORRENCIAS
           MOVE SPACES TO RL-LINHA
           STRING WS-CHAVE-FMT "  " WS-MOTIVO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA.

       IMPRIMIR-TOTAIS-AULA.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "SITUACAO: S=APURADO C=SEM CADASTRO D=DESLIGADO "
                  "V=SEM VALOR DE AULA"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA APURADA.......: " WS-COMPETENCIA-AULA
                  " ATE O DIA " WS-CAB-DIA
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "DIAS UTEIS................: " WS-QTD-DIAS-UTEIS
                  "  DOMINGOS E FERIADOS: " WS-QTD-REPOUSOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "LINHAS DA GRADE LIDAS.....: " WS-QTD-GRADE-LIDAS
                  "  AULAS SEMANAIS VALIDAS: " WS-QTD-GRADE
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "AULAS DADAS NO MES........: " WS-QTD-AULAS-DADAS
                  "  POR SUBSTITUTO: " WS-QTD-AULAS-SUBST
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "SUBSTITUICOES LIDAS.......: " WS-QTD-SUBST-LIDAS
                  "  OCORRENCIAS: " WS-QTD-OCORRENCIAS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "VERBAS GRAVADAS...........: " WS-QTD-VERBAS
                  "  SUBSTITUIDAS: " WS-QTD-SUBSTITUIDAS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DE PROVENTOS........: " WS-TOT-PROVENTOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-AULA.

      * DEVOLVE O MOVIMENTO DO TRABALHO PARA O ARQUIVO OFICIAL - MESMO
      * ESQUEMA DE REGRAVACAO DO A035-PONTO-ELETRONICO.
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

      * CABECALHO DA PAGINA MAIS A LINHA DE COLUNAS DA SECAO CORRENTE.
       IMPRIMIR-CABECALHO-AULA.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE SPACES TO RL-LINHA
           IF SECAO-OCORRENCIAS
               STRING "OCORRENCIAS PARA A SECRETARIA - "
                      "CHAVE                           MOTIVO"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING "MATRIC NOME                 AULAS SUBST "
                      "CEDIDAS VL.AULA  HORA-AULA   DSR  SIT"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF
           WRITE RL-LINHA
           MOVE 3 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-AULA.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-AULA
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A043-HORA-AULA.
