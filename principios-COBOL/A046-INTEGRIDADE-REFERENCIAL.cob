      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL ENTRE OS
      *          ARQUIVOS - CADA PROGRAMA CRITICA O SEU ARQUIVO, MAS
      *          NINGUEM CONFERIA SE OS ARQUIVOS CONCORDAM ENTRE SI:
      *          MATRICULA NA CAPTURA OU NA PRESENCA SEM CADASTRO DE
      *          ALUNO, COBRANCA DE ALUNO QUE NAO ESTA EM CAPTURA
      *          NENHUMA, DEPENDENTE, CONSIGNADO, MOVIMENTO DE CADASTRO
      *          OU FERIAS DE MATRICULA INEXISTENTE OU DESLIGADA,
      *          CONTROLE DO ESOCIAL DE FUNCIONARIO DESCONHECIDO E
      *          FUNCIONARIO ATIVO SEM BANCO PARA O CREDITO DO
      *          SALARIO. ESTE UTILITARIO SO LE: CRUZA CADA RELACAO,
      *          IMPRIME CADA VIOLACAO COM OS ARQUIVOS E A MATRICULA
      *          ENVOLVIDOS (UMA LINHA POR MATRICULA, COM QUANTAS
      *          OCORRENCIAS) EM data/INTEGRIDADE.TXT E TERMINA COM:
      *          ERRO DE DADOS - CHAVE ORFA (A MATRICULA NAO EXISTE NO
      *            CADASTRO MESTRE);
      *          ALERTA - RELACAO COM SITUACAO INCOERENTE (DESLIGADO,
      *            ALUNO QUE SAIU, SEM BANCO) OU VERIFICACAO NAO FEITA
      *            POR CADASTRO MESTRE INDISPONIVEL;
      *          NORMAL - NENHUMA VIOLACAO.
      *          ARQUIVO DE ORIGEM AUSENTE NAO E VIOLACAO (NADA A
      *          CONFERIR) E SAI APONTADO NA VERIFICACAO. O DRIVER
      *          NOTURNO (A007) AGENDA A VARREDURA NO ULTIMO DIA UTIL
      *          DA SEMANA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A046-INTEGRIDADE-REFERENCIAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CADASTROS MESTRES - AS CHAVES DE TODAS AS RELACOES.
           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WS-ARQ-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MATRICULA
               FILE STATUS IS WS-FS-MASTER.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC WS-ARQ-FUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-ID-FUNC
               ALTERNATE RECORD KEY IS FM-CPF-FUNC
               FILE STATUS IS WS-FS-FUNC.
      * ARQUIVOS ESCOLARES.
           SELECT BRUTO-FILE ASSIGN TO DYNAMIC WS-ARQ-BRUTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRUTO.
           SELECT PRESENCA-FILE ASSIGN TO DYNAMIC WS-ARQ-PRESENCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESENCA.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
      * ARQUIVOS DA FOLHA.
           SELECT DEPENDENTE-FILE ASSIGN TO DYNAMIC WS-ARQ-DEPENDENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTE.
           SELECT CONSIGNADO-FILE ASSIGN TO DYNAMIC WS-ARQ-CONSIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSIG.
           SELECT MOVIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.
           SELECT FERIAS-FILE ASSIGN TO DYNAMIC WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIAS.
           SELECT CONTROLE-FILE ASSIGN TO DYNAMIC WS-ARQ-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
       COPY ALUNO-MASTER-REC.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
      * MESMO LAYOUT DO 011-TRANSFERE-TURMA.
       FD  BRUTO-FILE.
       01  BR-ALUNO-REC.
           05 BR-MATRICULA         PIC X(06).
           05 BR-TURMA             PIC X(06).
           05 BR-RESTO             PIC X(53).
      * MESMO LAYOUT DO 005-FREQUENCIA.
       FD  PRESENCA-FILE.
       01  PR-PRESENCA-REC.
           05 PR-MATRICULA         PIC 9(06).
           05 PR-DATA              PIC 9(08).
           05 PR-FLAG              PIC X(01).
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  DEPENDENTE-FILE.
       COPY DEPENDENTE-REC.
       FD  CONSIGNADO-FILE.
       COPY CONSIGNADO-REC.
      * MESMO LAYOUT DO A010-MANUTENCAO-LOTE.
       FD  MOVIMENTO-FILE.
       01  MV-MOVIMENTO-REC.
           05 MV-CODIGO            PIC X(02).
           05 MV-MATRICULA         PIC 9(06).
           05 MV-MATRICULA-FIM     PIC X(06).
           05 MV-VALOR             PIC X(45).
      * MESMO LAYOUT DO A024-FERIAS-GOZO.
       FD  FERIAS-FILE.
       01  FP-FERIAS-REC.
           05 FP-MATRICULA         PIC 9(06).
           05 FP-DATA-INICIO       PIC 9(08).
           05 FP-DIAS              PIC 9(02).
           05 FP-SITUACAO          PIC X(01).
               88 FP-PROGRAMADA            VALUE "P".
               88 FP-EM-GOZO               VALUE "G".
       FD  CONTROLE-FILE.
       COPY ESOCIAL-CTRL-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-MASTER     PIC X(40)
           VALUE "data/ALUNOS_MASTER.DAT".
       01 WS-FS-MASTER                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-BRUTO      PIC X(40)
           VALUE "data/ALUNOS_BRUTO.DAT".
       01 WS-FS-BRUTO                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-PRESENCA   PIC X(40)
           VALUE "data/PRESENCAS.DAT".
       01 WS-FS-PRESENCA                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-COBRANCA   PIC X(40)
           VALUE "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-DEPENDENTE PIC X(40)
           VALUE "data/DEPENDENTES.DAT".
       01 WS-FS-DEPENDENTE                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-CONSIG     PIC X(40)
           VALUE "data/CONSIGNADOS.DAT".
       01 WS-FS-CONSIG                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-MOVIMENTO  PIC X(40)
           VALUE "data/FUNC_MOVIMENTO.DAT".
       01 WS-FS-MOVIMENTO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-FERIAS     PIC X(40)
           VALUE "data/FERIAS_PROGRAMA.DAT".
       01 WS-FS-FERIAS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-CONTROLE   PIC X(40)
           VALUE "data/ESOCIAL_CONTROLE.DAT".
       01 WS-FS-CONTROLE                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/INTEGRIDADE.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
       01 WS-TEM-ALUNOS                          PIC X(01) VALUE "N".
           88 TEM-ALUNOS                         VALUE "S".
       01 WS-TEM-FUNC                            PIC X(01) VALUE "N".
           88 TEM-FUNC                           VALUE "S".
       01 WS-ACHOU                               PIC X(01) VALUE "N".
           88 ACHOU-CADASTRO                     VALUE "S".
      * AS VERIFICACOES, NA ORDEM DO RELATORIO: SEVERIDADE ("E"=ERRO
      * DE DADOS, CHAVE ORFA / "A"=ALERTA, SITUACAO INCOERENTE) E O
      * QUE E CONFERIDO, COM OS DOIS ARQUIVOS DA RELACAO.
       01 WS-VF-TAB-INIT.
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "ALUNOS_BRUTO X ALUNOS_MASTER: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(60) VALUE
              "ALUNOS_BRUTO X ALUNOS_MASTER: ALUNO QUE SAIU NA CAPTURA".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "PRESENCAS X ALUNOS_MASTER: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "COBRANCAS X ALUNOS_MASTER: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(60) VALUE
              "COBRANCAS X ALUNOS_BRUTO: MENSALIDADE SEM CAPTURA".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "DEPENDENTES X FUNCIONARIOS: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(60) VALUE
              "DEPENDENTES X FUNCIONARIOS: FUNCIONARIO DESLIGADO".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "CONSIGNADOS X FUNCIONARIOS: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(60) VALUE
              "CONSIGNADOS X FUNCIONARIOS: FUNCIONARIO DESLIGADO".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "FUNC_MOVIMENTO X FUNCIONARIOS: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(60) VALUE
              "FUNC_MOVIMENTO X FUNCIONARIOS: FUNCIONARIO DESLIGADO".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "FERIAS_PROGRAMA X FUNCIONARIOS: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(60) VALUE
              "FERIAS_PROGRAMA X FUNCIONARIOS: FERIAS DE DESLIGADO".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(60) VALUE
              "ESOCIAL_CONTROLE X FUNCIONARIOS: MATRICULA SEM CADASTRO".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(60) VALUE
              "FUNCIONARIOS: ATIVO COM SALARIO E SEM BANCO".
       01 WS-TABELA-VERIFICACOES REDEFINES WS-VF-TAB-INIT.
           05 WS-VERIFICACAO OCCURS 15 TIMES.
               10 WS-VF-SEVERIDADE      PIC X(01).
               10 WS-VF-DESCRICAO       PIC X(60).
      * SITUACAO DE CADA VERIFICACAO NA EXECUCAO: ESPACOS = FEITA;
      * SENAO O MOTIVO DE NAO TER SIDO FEITA.
       01 WS-VS-TABELA.
           05 WS-VS-ENTRADA OCCURS 15 TIMES.
               10 WS-VS-SITUACAO        PIC X(60).
               10 WS-VS-QTD             PIC 9(05).
       01 WS-IDX-VF         PIC 9(02) VALUE ZEROS.
       01 WS-VF-INI         PIC 9(02) VALUE ZEROS.
       01 WS-VF-FIM         PIC 9(02) VALUE ZEROS.
      * VIOLACOES ACHADAS, UMA POR VERIFICACAO E MATRICULA, COM O
      * DETALHE DA PRIMEIRA OCORRENCIA E QUANTAS VEZES APARECEU.
       01 WS-VI-TABELA.
           05 WS-VI-ENTRADA OCCURS 1000 TIMES.
               10 WS-VI-VERIF           PIC 9(02).
               10 WS-VI-MATRICULA       PIC X(06).
               10 WS-VI-QTD             PIC 9(05).
               10 WS-VI-DETALHE         PIC X(60).
       01 WS-QTD-VI         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-VI         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-VI-ACH     PIC 9(04) VALUE ZEROS.
       01 WS-QTD-IGNORADAS  PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ERROS      PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ALERTAS    PIC 9(05) VALUE ZEROS.
       01 WS-QTD-NAO-FEITAS PIC 9(02) VALUE ZEROS.
      * VIOLACAO NOVA A REGISTRAR.
       01 WS-NV-VERIF       PIC 9(02) VALUE ZEROS.
       01 WS-NV-MATRICULA   PIC X(06) VALUE SPACES.
       01 WS-NV-DETALHE     PIC X(60) VALUE SPACES.
      * MATRICULAS DA CAPTURA CORRENTE (ALUNOS_BRUTO), PARA A
      * CONFERENCIA DAS COBRANCAS.
       01 WS-CP-TABELA.
           05 WS-CP-MATRICULA PIC X(06) OCCURS 2000 TIMES.
       01 WS-QTD-CP         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-CP         PIC 9(04) VALUE ZEROS.
       01 WS-TEM-CAPTURA                         PIC X(01) VALUE "N".
           88 TEM-CAPTURA                        VALUE "S".
       01 WS-NA-CAPTURA                          PIC X(01) VALUE "N".
           88 NA-CAPTURA                         VALUE "S".
       01 WS-MATRICULA-X    PIC X(06) VALUE SPACES.
       01 WS-MATRICULA-N REDEFINES WS-MATRICULA-X PIC 9(06).
      * CAMPOS DE MONTAGEM DOS DETALHES.
       01 WS-DATA-FMT-N     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FMT-R REDEFINES WS-DATA-FMT-N.
           05 WS-FMT-ANO    PIC 9(04).
           05 WS-FMT-MES    PIC 9(02).
           05 WS-FMT-DIA    PIC 9(02).
       01 WS-DATA-FMT       PIC X(10) VALUE SPACES.
       01 WS-AUX-VALOR      PIC ZZZ.ZZ9,99.
       01 WS-AUX-QTD        PIC ZZZZ9.
       01 WS-AUX-QTD-2      PIC ZZZZ9.
       01 WS-DESC-SEVERIDADE PIC X(06) VALUE SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(120) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "INTEGRIDADE REFERENCIAL - "
               "A046-INTEGRIDADE-REFERENCIAL"

           MOVE "INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS"
               TO WS-CAB-TITULO
           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE INTEGRIDADE: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-CABECALHO-INTEGRIDADE

           MOVE SPACES TO WS-VS-TABELA
           PERFORM VARYING WS-IDX-VF FROM 1 BY 1
                   UNTIL WS-IDX-VF > 15
               MOVE ZEROS TO WS-VS-QTD(WS-IDX-VF)
           END-PERFORM

           OPEN INPUT ALUNO-MASTER
           IF WS-FS-MASTER = "00"
               MOVE "S" TO WS-TEM-ALUNOS
           ELSE
               DISPLAY "CADASTRO DE ALUNOS INDISPONIVEL ("
                   WS-FS-MASTER ") - VERIFICACOES ESCOLARES NAO FEITAS"
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC = "00"
               MOVE "S" TO WS-TEM-FUNC
           ELSE
               DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL ("
                   WS-FS-FUNC ") - VERIFICACOES DA FOLHA NAO FEITAS"
           END-IF

      * O CADASTRO DE FUNCIONARIOS E VARRIDO EM SEQUENCIA ANTES DAS
      * LEITURAS POR CHAVE DAS DEMAIS VERIFICACOES.
           PERFORM VERIFICAR-DOMICILIO
           PERFORM VERIFICAR-CAPTURA
           PERFORM VERIFICAR-PRESENCAS
           PERFORM VERIFICAR-COBRANCAS
           PERFORM VERIFICAR-DEPENDENTES
           PERFORM VERIFICAR-CONSIGNADOS
           PERFORM VERIFICAR-MOVIMENTO
           PERFORM VERIFICAR-FERIAS
           PERFORM VERIFICAR-ESOCIAL

           IF TEM-ALUNOS
               CLOSE ALUNO-MASTER
           END-IF
           IF TEM-FUNC
               CLOSE EMPLOYEE-MASTER
           END-IF

           PERFORM IMPRIMIR-VERIFICACOES
           CLOSE RELATORIO-FILE

           DISPLAY "VIOLACOES: ERROS=" WS-QTD-ERROS
               " ALERTAS=" WS-QTD-ALERTAS
               " VERIFICACOES NAO FEITAS=" WS-QTD-NAO-FEITAS

      * CHAVE ORFA E ERRO DE DADOS; SITUACAO INCOERENTE, VERIFICACAO
      * NAO FEITA OU VIOLACAO QUE NAO COUBE NA TABELA SAO ALERTA.
           EVALUATE TRUE
               WHEN WS-QTD-ERROS > 0
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               WHEN WS-QTD-ALERTAS > 0
                       OR WS-QTD-NAO-FEITAS > 0
                       OR WS-QTD-IGNORADAS > 0
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RC-NORMAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * FUNCIONARIO ATIVO COM SALARIO E SEM BANCO: O CREDITO DO
      * SALARIO NAO TEM PARA ONDE IR NA REMESSA (A013).
       VERIFICAR-DOMICILIO.
           IF NOT TEM-FUNC
               MOVE 15 TO WS-VF-INI
               MOVE 15 TO WS-VF-FIM
               PERFORM MARCAR-SEM-FUNC
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF FUNC-ATIVO
                                   AND FM-SALA-FUNC > ZEROS
                                   AND FM-BANCO-FUNC = ZEROS
                               MOVE 15 TO WS-NV-VERIF
                               MOVE FM-ID-FUNC TO WS-MATRICULA-X
                               MOVE SPACES TO WS-NV-DETALHE
                               STRING FM-NOME-FUNC " AGENCIA "
                                      FM-AGENCIA-FUNC " CONTA "
                                      FM-CONTA-FUNC
                                   DELIMITED BY SIZE
                                   INTO WS-NV-DETALHE
                               END-STRING
                               PERFORM REGISTRAR-VIOLACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * CAPTURA CORRENTE: MATRICULA SEM CADASTRO OU DE ALUNO QUE JA
      * SAIU DA ESCOLA. AS MATRICULAS FICAM GUARDADAS PARA A
      * CONFERENCIA DAS COBRANCAS. MATRICULA NAO NUMERICA E REJEITO
      * DA CRITICA DE NOTAS (004), NAO DESTA VARREDURA.
       VERIFICAR-CAPTURA.
           OPEN INPUT BRUTO-FILE
           IF WS-FS-BRUTO NOT = "00"
               MOVE 1 TO WS-VF-INI
               MOVE 2 TO WS-VF-FIM
               MOVE WS-ARQ-BRUTO TO WS-NV-DETALHE
               MOVE WS-FS-BRUTO TO WS-MATRICULA-X
               PERFORM MARCAR-SEM-ARQUIVO
           ELSE
               MOVE "S" TO WS-TEM-CAPTURA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ BRUTO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM CONFERIR-REGISTRO-BRUTO
                   END-READ
               END-PERFORM
               CLOSE BRUTO-FILE
               IF NOT TEM-ALUNOS
                   MOVE 1 TO WS-VF-INI
                   MOVE 2 TO WS-VF-FIM
                   PERFORM MARCAR-SEM-ALUNOS
               END-IF
           END-IF.

       CONFERIR-REGISTRO-BRUTO.
           IF BR-MATRICULA IS NUMERIC
               IF WS-QTD-CP < 2000
                   ADD 1 TO WS-QTD-CP
                   MOVE BR-MATRICULA TO WS-CP-MATRICULA(WS-QTD-CP)
               END-IF
               IF TEM-ALUNOS
                   MOVE BR-MATRICULA TO WS-MATRICULA-X
                   PERFORM CONFERIR-ALUNO
                   IF NOT ACHOU-CADASTRO
                       MOVE 1 TO WS-NV-VERIF
                       MOVE SPACES TO WS-NV-DETALHE
                       STRING "TURMA " BR-TURMA
                           DELIMITED BY SIZE INTO WS-NV-DETALHE
                       END-STRING
                       PERFORM REGISTRAR-VIOLACAO
                   ELSE
                       IF AM-SAIU
                           MOVE 2 TO WS-NV-VERIF
                           MOVE AM-DATA-SAIDA TO WS-DATA-FMT-N
                           PERFORM FORMATAR-DATA
                           MOVE SPACES TO WS-NV-DETALHE
                           STRING "TURMA " BR-TURMA
                                  " SITUACAO " AM-SITUACAO
                                  " SAIDA EM " WS-DATA-FMT
                               DELIMITED BY SIZE INTO WS-NV-DETALHE
                           END-STRING
                           PERFORM REGISTRAR-VIOLACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * MOVIMENTO DE PRESENCA DE MATRICULA SEM CADASTRO DE ALUNO.
       VERIFICAR-PRESENCAS.
           MOVE 3 TO WS-VF-INI
           MOVE 3 TO WS-VF-FIM
           IF NOT TEM-ALUNOS
               PERFORM MARCAR-SEM-ALUNOS
           ELSE
               OPEN INPUT PRESENCA-FILE
               IF WS-FS-PRESENCA NOT = "00"
                   MOVE WS-ARQ-PRESENCA TO WS-NV-DETALHE
                   MOVE WS-FS-PRESENCA TO WS-MATRICULA-X
                   PERFORM MARCAR-SEM-ARQUIVO
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ PRESENCA-FILE
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               PERFORM CONFERIR-PRESENCA
                       END-READ
                   END-PERFORM
                   CLOSE PRESENCA-FILE
               END-IF
           END-IF.

       CONFERIR-PRESENCA.
           MOVE PR-MATRICULA TO WS-MATRICULA-X
      * A MESMA MATRICULA SE REPETE DIA APOS DIA: JA APONTADA, SO
      * SOMA A OCORRENCIA SEM RELER O CADASTRO.
           MOVE 3 TO WS-NV-VERIF
           PERFORM ACHAR-VIOLACAO
           IF WS-IDX-VI-ACH > 0
               ADD 1 TO WS-VI-QTD(WS-IDX-VI-ACH)
           ELSE
               PERFORM CONFERIR-ALUNO
               IF NOT ACHOU-CADASTRO
                   MOVE PR-DATA TO WS-DATA-FMT-N
                   PERFORM FORMATAR-DATA
                   MOVE SPACES TO WS-NV-DETALHE
                   STRING "PRIMEIRA PRESENCA EM " WS-DATA-FMT
                       DELIMITED BY SIZE INTO WS-NV-DETALHE
                   END-STRING
                   PERFORM REGISTRAR-VIOLACAO
               END-IF
           END-IF.

      * CARTEIRA DE COBRANCAS: MATRICULA SEM CADASTRO DE ALUNO, E
      * MENSALIDADE AINDA EM ABERTO OU REMETIDA DE ALUNO QUE NAO ESTA
      * NA CAPTURA CORRENTE. PARCELA DE ACORDO E TAXA DE MATRICULA DO
      * ANO SEGUINTE NAO DEPENDEM DA CAPTURA, E COBRANCA PAGA,
      * INADIMPLENTE OU CANCELADA E HISTORICO.
       VERIFICAR-COBRANCAS.
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               MOVE 4 TO WS-VF-INI
               MOVE 5 TO WS-VF-FIM
               MOVE WS-ARQ-COBRANCA TO WS-NV-DETALHE
               MOVE WS-FS-COBRANCA TO WS-MATRICULA-X
               PERFORM MARCAR-SEM-ARQUIVO
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ COBRANCA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM CONFERIR-COBRANCA
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-FILE
               IF NOT TEM-ALUNOS
                   MOVE 4 TO WS-VF-INI
                   MOVE 4 TO WS-VF-FIM
                   PERFORM MARCAR-SEM-ALUNOS
               END-IF
               IF NOT TEM-CAPTURA
                   MOVE 5 TO WS-VF-INI
                   MOVE 5 TO WS-VF-FIM
                   MOVE WS-ARQ-BRUTO TO WS-NV-DETALHE
                   MOVE WS-FS-BRUTO TO WS-MATRICULA-X
                   PERFORM MARCAR-SEM-ARQUIVO
               END-IF
           END-IF.

       CONFERIR-COBRANCA.
           MOVE CB-MATRICULA TO WS-MATRICULA-X
           MOVE CB-VALOR TO WS-AUX-VALOR
           MOVE SPACES TO WS-NV-DETALHE
           STRING "TURMA " CB-TURMA
                  " COMPETENCIA " CB-COMPETENCIA
                  " SITUACAO " CB-SITUACAO
                  " VALOR " FUNCTION TRIM(WS-AUX-VALOR)
               DELIMITED BY SIZE INTO WS-NV-DETALHE
           END-STRING
           IF TEM-ALUNOS
               MOVE 4 TO WS-NV-VERIF
               PERFORM ACHAR-VIOLACAO
               IF WS-IDX-VI-ACH > 0
                   ADD 1 TO WS-VI-QTD(WS-IDX-VI-ACH)
               ELSE
                   PERFORM CONFERIR-ALUNO
                   IF NOT ACHOU-CADASTRO
                       PERFORM REGISTRAR-VIOLACAO
                   END-IF
               END-IF
           END-IF
           IF TEM-CAPTURA AND CB-MENSALIDADE
                   AND (CB-ABERTA OR CB-REMETIDA)
               MOVE "N" TO WS-NA-CAPTURA
               PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                       UNTIL WS-IDX-CP > WS-QTD-CP OR NA-CAPTURA
                   IF WS-CP-MATRICULA(WS-IDX-CP) = WS-MATRICULA-X
                       MOVE "S" TO WS-NA-CAPTURA
                   END-IF
               END-PERFORM
               IF NOT NA-CAPTURA
                   MOVE 5 TO WS-NV-VERIF
                   PERFORM REGISTRAR-VIOLACAO
               END-IF
           END-IF.

      * DEPENDENTES DA FOLHA (IRRF E SALARIO-FAMILIA).
       VERIFICAR-DEPENDENTES.
           MOVE 6 TO WS-VF-INI
           MOVE 7 TO WS-VF-FIM
           IF NOT TEM-FUNC
               PERFORM MARCAR-SEM-FUNC
           ELSE
               OPEN INPUT DEPENDENTE-FILE
               IF WS-FS-DEPENDENTE NOT = "00"
                   MOVE WS-ARQ-DEPENDENTE TO WS-NV-DETALHE
                   MOVE WS-FS-DEPENDENTE TO WS-MATRICULA-X
                   PERFORM MARCAR-SEM-ARQUIVO
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ DEPENDENTE-FILE
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               MOVE DP-MATRICULA TO WS-MATRICULA-X
                               MOVE SPACES TO WS-NV-DETALHE
                               STRING "DEPENDENTE " DP-NOME
                                   DELIMITED BY SIZE
                                   INTO WS-NV-DETALHE
                               END-STRING
                               PERFORM CONFERIR-RELACAO-FUNC
                       END-READ
                   END-PERFORM
                   CLOSE DEPENDENTE-FILE
               END-IF
           END-IF.

      * CONTRATOS DE EMPRESTIMO CONSIGNADO.
       VERIFICAR-CONSIGNADOS.
           MOVE 8 TO WS-VF-INI
           MOVE 9 TO WS-VF-FIM
           IF NOT TEM-FUNC
               PERFORM MARCAR-SEM-FUNC
           ELSE
               OPEN INPUT CONSIGNADO-FILE
               IF WS-FS-CONSIG NOT = "00"
                   MOVE WS-ARQ-CONSIG TO WS-NV-DETALHE
                   MOVE WS-FS-CONSIG TO WS-MATRICULA-X
                   PERFORM MARCAR-SEM-ARQUIVO
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CONSIGNADO-FILE
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               MOVE CS-MATRICULA TO WS-MATRICULA-X
                               MOVE CS-SALDO TO WS-AUX-VALOR
                               MOVE SPACES TO WS-NV-DETALHE
                               STRING "CONTRATO DE "
                                      CS-COMPETENCIA-INI
                                      " SALDO "
                                      FUNCTION TRIM(WS-AUX-VALOR)
                                   DELIMITED BY SIZE
                                   INTO WS-NV-DETALHE
                               END-STRING
                               PERFORM CONFERIR-RELACAO-FUNC
                       END-READ
                   END-PERFORM
                   CLOSE CONSIGNADO-FILE
               END-IF
           END-IF.

      * TRANSACOES DE MANUTENCAO DO CADASTRO (A010). O REAJUSTE E POR
      * FAIXA DE MATRICULAS E NAO APONTA UM FUNCIONARIO SO.
       VERIFICAR-MOVIMENTO.
           MOVE 10 TO WS-VF-INI
           MOVE 11 TO WS-VF-FIM
           IF NOT TEM-FUNC
               PERFORM MARCAR-SEM-FUNC
           ELSE
               OPEN INPUT MOVIMENTO-FILE
               IF WS-FS-MOVIMENTO NOT = "00"
                   MOVE WS-ARQ-MOVIMENTO TO WS-NV-DETALHE
                   MOVE WS-FS-MOVIMENTO TO WS-MATRICULA-X
                   PERFORM MARCAR-SEM-ARQUIVO
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ MOVIMENTO-FILE
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               IF MV-CODIGO NOT = "RJ"
                                       AND MV-MATRICULA IS NUMERIC
                                   MOVE MV-MATRICULA TO WS-MATRICULA-X
                                   MOVE SPACES TO WS-NV-DETALHE
                                   STRING "TRANSACAO " MV-CODIGO
                                       DELIMITED BY SIZE
                                       INTO WS-NV-DETALHE
                                   END-STRING
                                   PERFORM CONFERIR-RELACAO-FUNC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMENTO-FILE
               END-IF
           END-IF.

      * PROGRAMACAO DE FERIAS: SEM CADASTRO EM QUALQUER SITUACAO;
      * DESLIGADO SO NA PROGRAMADA OU EM GOZO (A ENCERRADA E HISTORICO).
       VERIFICAR-FERIAS.
           MOVE 12 TO WS-VF-INI
           MOVE 13 TO WS-VF-FIM
           IF NOT TEM-FUNC
               PERFORM MARCAR-SEM-FUNC
           ELSE
               OPEN INPUT FERIAS-FILE
               IF WS-FS-FERIAS NOT = "00"
                   MOVE WS-ARQ-FERIAS TO WS-NV-DETALHE
                   MOVE WS-FS-FERIAS TO WS-MATRICULA-X
                   PERFORM MARCAR-SEM-ARQUIVO
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ FERIAS-FILE
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               PERFORM CONFERIR-FERIAS
                       END-READ
                   END-PERFORM
                   CLOSE FERIAS-FILE
               END-IF
           END-IF.

       CONFERIR-FERIAS.
           MOVE FP-MATRICULA TO WS-MATRICULA-X
           MOVE FP-DATA-INICIO TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE SPACES TO WS-NV-DETALHE
           STRING "INICIO " WS-DATA-FMT " DIAS " FP-DIAS
                  " SITUACAO " FP-SITUACAO
               DELIMITED BY SIZE INTO WS-NV-DETALHE
           END-STRING
           PERFORM CONFERIR-FUNCIONARIO
           IF NOT ACHOU-CADASTRO
               MOVE 12 TO WS-NV-VERIF
               PERFORM REGISTRAR-VIOLACAO
           ELSE
               IF FUNC-DESLIGADO
                       AND (FP-PROGRAMADA OR FP-EM-GOZO)
                   MOVE 13 TO WS-NV-VERIF
                   PERFORM REGISTRAR-VIOLACAO
               END-IF
           END-IF.

      * CONTROLE DE EVENTOS DO ESOCIAL DE MATRICULA DESCONHECIDA - O
      * DESLIGADO CONTINUA NO CONTROLE (O EVENTO DE DESLIGAMENTO).
       VERIFICAR-ESOCIAL.
           MOVE 14 TO WS-VF-INI
           MOVE 14 TO WS-VF-FIM
           IF NOT TEM-FUNC
               PERFORM MARCAR-SEM-FUNC
           ELSE
               OPEN INPUT CONTROLE-FILE
               IF WS-FS-CONTROLE NOT = "00"
                   MOVE WS-ARQ-CONTROLE TO WS-NV-DETALHE
                   MOVE WS-FS-CONTROLE TO WS-MATRICULA-X
                   PERFORM MARCAR-SEM-ARQUIVO
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CONTROLE-FILE
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               PERFORM CONFERIR-ESOCIAL
                       END-READ
                   END-PERFORM
                   CLOSE CONTROLE-FILE
               END-IF
           END-IF.

       CONFERIR-ESOCIAL.
           MOVE EC-MATRICULA TO WS-MATRICULA-X
           PERFORM CONFERIR-FUNCIONARIO
           IF NOT ACHOU-CADASTRO
               MOVE EC-DATA-ENVIO TO WS-DATA-FMT-N
               PERFORM FORMATAR-DATA
               MOVE SPACES TO WS-NV-DETALHE
               STRING "EVENTO " EC-TIPO " ENVIADO EM " WS-DATA-FMT
                      " SITUACAO " EC-SITUACAO
                   DELIMITED BY SIZE INTO WS-NV-DETALHE
               END-STRING
               MOVE 14 TO WS-NV-VERIF
               PERFORM REGISTRAR-VIOLACAO
           END-IF.

      * RELACAO COM O CADASTRO DE FUNCIONARIOS: A PRIMEIRA
      * VERIFICACAO DA FAIXA (WS-VF-INI) E A CHAVE ORFA, A SEGUNDA
      * (WS-VF-FIM) O FUNCIONARIO DESLIGADO. O DETALHE JA VEM MONTADO.
       CONFERIR-RELACAO-FUNC.
           PERFORM CONFERIR-FUNCIONARIO
           IF NOT ACHOU-CADASTRO
               MOVE WS-VF-INI TO WS-NV-VERIF
               PERFORM REGISTRAR-VIOLACAO
           ELSE
               IF FUNC-DESLIGADO
                   MOVE WS-VF-FIM TO WS-NV-VERIF
                   PERFORM REGISTRAR-VIOLACAO
               END-IF
           END-IF.

       CONFERIR-ALUNO.
           MOVE "N" TO WS-ACHOU
           MOVE WS-MATRICULA-N TO AM-MATRICULA
           READ ALUNO-MASTER KEY IS AM-MATRICULA
           IF WS-FS-MASTER = "00"
               MOVE "S" TO WS-ACHOU
           END-IF.

       CONFERIR-FUNCIONARIO.
           MOVE "N" TO WS-ACHOU
           MOVE WS-MATRICULA-N TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC = "00"
               MOVE "S" TO WS-ACHOU
           END-IF.

      * PROCURA A VIOLACAO JA REGISTRADA PARA A VERIFICACAO E A
      * MATRICULA (WS-NV-VERIF / WS-MATRICULA-X); ZERO SE NOVA.
       ACHAR-VIOLACAO.
           MOVE ZEROS TO WS-IDX-VI-ACH
           PERFORM VARYING WS-IDX-VI FROM 1 BY 1
                   UNTIL WS-IDX-VI > WS-QTD-VI OR WS-IDX-VI-ACH > 0
               IF WS-VI-VERIF(WS-IDX-VI) = WS-NV-VERIF
                       AND WS-VI-MATRICULA(WS-IDX-VI) = WS-MATRICULA-X
                   MOVE WS-IDX-VI TO WS-IDX-VI-ACH
               END-IF
           END-PERFORM.

      * UMA LINHA POR VERIFICACAO E MATRICULA: A REPETICAO SO SOMA A
      * OCORRENCIA, O DETALHE FICA O DA PRIMEIRA.
       REGISTRAR-VIOLACAO.
           MOVE WS-MATRICULA-X TO WS-NV-MATRICULA
           PERFORM ACHAR-VIOLACAO
           IF WS-IDX-VI-ACH > 0
               ADD 1 TO WS-VI-QTD(WS-IDX-VI-ACH)
           ELSE
               ADD 1 TO WS-VS-QTD(WS-NV-VERIF)
               IF WS-VF-SEVERIDADE(WS-NV-VERIF) = "E"
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   ADD 1 TO WS-QTD-ALERTAS
               END-IF
               IF WS-QTD-VI < 1000
                   ADD 1 TO WS-QTD-VI
                   MOVE WS-NV-VERIF TO WS-VI-VERIF(WS-QTD-VI)
                   MOVE WS-NV-MATRICULA TO WS-VI-MATRICULA(WS-QTD-VI)
                   MOVE 1 TO WS-VI-QTD(WS-QTD-VI)
                   MOVE WS-NV-DETALHE TO WS-VI-DETALHE(WS-QTD-VI)
               ELSE
                   ADD 1 TO WS-QTD-IGNORADAS
               END-IF
           END-IF.

      * VERIFICACOES DA FAIXA WS-VF-INI..WS-VF-FIM NAO FEITAS: ARQUIVO
      * DE ORIGEM AUSENTE (NOME EM WS-NV-DETALHE, STATUS EM
      * WS-MATRICULA-X) OU CADASTRO MESTRE INDISPONIVEL.
       MARCAR-SEM-ARQUIVO.
           PERFORM VARYING WS-IDX-VF FROM WS-VF-INI BY 1
                   UNTIL WS-IDX-VF > WS-VF-FIM
               MOVE SPACES TO WS-VS-SITUACAO(WS-IDX-VF)
               STRING "SEM " FUNCTION TRIM(WS-NV-DETALHE)
                      " (STATUS " WS-MATRICULA-X(1:2)
                      ") - NADA A CONFERIR"
                   DELIMITED BY SIZE INTO WS-VS-SITUACAO(WS-IDX-VF)
               END-STRING
           END-PERFORM.

       MARCAR-SEM-ALUNOS.
           PERFORM VARYING WS-IDX-VF FROM WS-VF-INI BY 1
                   UNTIL WS-IDX-VF > WS-VF-FIM
               MOVE SPACES TO WS-VS-SITUACAO(WS-IDX-VF)
               STRING "NAO FEITA - CADASTRO DE ALUNOS INDISPONIVEL "
                      "(STATUS " WS-FS-MASTER ")"
                   DELIMITED BY SIZE INTO WS-VS-SITUACAO(WS-IDX-VF)
               END-STRING
               ADD 1 TO WS-QTD-NAO-FEITAS
           END-PERFORM.

       MARCAR-SEM-FUNC.
           PERFORM VARYING WS-IDX-VF FROM WS-VF-INI BY 1
                   UNTIL WS-IDX-VF > WS-VF-FIM
               MOVE SPACES TO WS-VS-SITUACAO(WS-IDX-VF)
               STRING "NAO FEITA - CADASTRO DE FUNCIONARIOS "
                      "INDISPONIVEL (STATUS " WS-FS-FUNC ")"
                   DELIMITED BY SIZE INTO WS-VS-SITUACAO(WS-IDX-VF)
               END-STRING
               ADD 1 TO WS-QTD-NAO-FEITAS
           END-PERFORM.

      * RELATORIO: CADA VERIFICACAO COM A SEVERIDADE, AS VIOLACOES
      * (MATRICULA, OCORRENCIAS E DETALHE) OU A SITUACAO, E OS TOTAIS.
       IMPRIMIR-VERIFICACOES.
           PERFORM VARYING WS-IDX-VF FROM 1 BY 1
                   UNTIL WS-IDX-VF > 15
               PERFORM IMPRIMIR-VERIFICACAO
           END-PERFORM

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-INTEGRIDADE
           MOVE WS-QTD-ERROS TO WS-AUX-QTD
           MOVE WS-QTD-ALERTAS TO WS-AUX-QTD-2
           MOVE SPACES TO RL-LINHA
           STRING "TOTAL DE VIOLACOES: " WS-AUX-QTD " ERROS, "
                  WS-AUX-QTD-2 " ALERTAS"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INTEGRIDADE
           IF WS-QTD-NAO-FEITAS > 0
               MOVE WS-QTD-NAO-FEITAS TO WS-AUX-QTD
               MOVE SPACES TO RL-LINHA
               STRING "VERIFICACOES NAO FEITAS: " WS-AUX-QTD
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-INTEGRIDADE
           END-IF
           IF WS-QTD-IGNORADAS > 0
               MOVE WS-QTD-IGNORADAS TO WS-AUX-QTD
               MOVE SPACES TO RL-LINHA
               STRING "TABELA DE VIOLACOES CHEIA: " WS-AUX-QTD
                      " VIOLACOES CONTADAS E NAO LISTADAS"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-INTEGRIDADE
           END-IF.

       IMPRIMIR-VERIFICACAO.
           IF WS-VF-SEVERIDADE(WS-IDX-VF) = "E"
               MOVE "ERRO" TO WS-DESC-SEVERIDADE
           ELSE
               MOVE "ALERTA" TO WS-DESC-SEVERIDADE
           END-IF
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-INTEGRIDADE
           MOVE SPACES TO RL-LINHA
           STRING WS-IDX-VF " " WS-DESC-SEVERIDADE " "
                  WS-VF-DESCRICAO(WS-IDX-VF)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INTEGRIDADE

           IF WS-VS-SITUACAO(WS-IDX-VF) NOT = SPACES
               MOVE SPACES TO RL-LINHA
               STRING "   " WS-VS-SITUACAO(WS-IDX-VF)
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-INTEGRIDADE
           ELSE
               IF WS-VS-QTD(WS-IDX-VF) = 0
                   MOVE "   SEM VIOLACOES" TO RL-LINHA
                   PERFORM GRAVAR-LINHA-INTEGRIDADE
               ELSE
                   PERFORM VARYING WS-IDX-VI FROM 1 BY 1
                           UNTIL WS-IDX-VI > WS-QTD-VI
                       IF WS-VI-VERIF(WS-IDX-VI) = WS-IDX-VF
                           PERFORM IMPRIMIR-VIOLACAO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       IMPRIMIR-VIOLACAO.
           MOVE WS-VI-QTD(WS-IDX-VI) TO WS-AUX-QTD
           MOVE SPACES TO RL-LINHA
           STRING "   MATRICULA " WS-VI-MATRICULA(WS-IDX-VI)
                  "  OCORRENCIAS " WS-AUX-QTD
                  "  " WS-VI-DETALHE(WS-IDX-VI)
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-INTEGRIDADE.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FMT
           STRING WS-FMT-DIA "/" WS-FMT-MES "/" WS-FMT-ANO
               DELIMITED BY SIZE INTO WS-DATA-FMT
           END-STRING.

       IMPRIMIR-CABECALHO-INTEGRIDADE.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-INTEGRIDADE.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-INTEGRIDADE
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A046-INTEGRIDADE-REFERENCIAL.
