      *          P/F/M/B/E EM CADA CELULA ("A" DOS MOVIMENTOS ANTIGOS
      *          SAI COMO F), OS TOTAIS DO MES POR ALUNO E A LINHA DE
      *          ASSINATURA DO PROFESSOR - COM O SALTO DE PAGINA DO
      *          CABECALHO COMPARTILHADO, COMO NO BOLETIM. O PROFESSOR
      *          RESPONSAVEL PELA TURMA (O REGENTE DO CADASTRO DE
      *          TURMAS OU, SEM REGENTE, O TITULAR DE MAIS AULAS NA
      *          GRADE HORARIA) SAI COM O NOME DO CADASTRO DE
      *          FUNCIONARIOS NO CABECALHO DA GRADE E NA ASSINATURA.
      *          O ALUNO QUE SAIU DA ESCOLA NO MES (HISTORICO DE
      *          SAIDAS) CONTINUA NA GRADE DA TURMA COM AS MARCAS ATE A
      *          DATA DA SAIDA, "-" NOS DIAS SEGUINTES E A SITUACAO
      *          (TRANSFERIDO/DESISTENTE/CANCELADO) NO FIM DA LINHA.
      * Tectonics: cobc
      ******************************************************************

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MATRICULA
               FILE STATUS IS WS-FS-MASTER.
      * CADASTRO DE TURMAS (REGENTE), GRADE HORARIA E CADASTRO DE
      * FUNCIONARIOS: SO PARA O NOME DO PROFESSOR RESPONSAVEL.
           SELECT TURMA-MASTER ASSIGN TO DYNAMIC WS-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TURMA
               FILE STATUS IS WS-FS-TURMAS.
           SELECT GRADE-FILE ASSIGN TO DYNAMIC WS-ARQ-GRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRADE.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC WS-ARQ-FUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-ID-FUNC
               ALTERNATE RECORD KEY IS FM-CPF-FUNC
               FILE STATUS IS WS-FS-FUNC.
           SELECT DIARIO-FILE ASSIGN TO DYNAMIC WS-ARQ-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.
           SELECT SAIDA-FILE ASSIGN TO DYNAMIC WS-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT DO MOVIMENTO APURADO PELO 005-FREQUENCIA.
           05 FD-RESTO         PIC X(23).
       FD  ALUNO-MASTER.
       COPY ALUNO-MASTER-REC.
       FD  TURMA-MASTER.
       COPY TURMA-MASTER-REC.
       FD  GRADE-FILE.
       COPY GRADE-HORARIA-REC.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  DIARIO-FILE.
       01  DC-LINHA            PIC X(120).
       FD  SAIDA-FILE.
       COPY SAIDA-ALUNO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-PRESENCA    PIC X(40)
                              VALUES "data/PRESENCAS.DAT".
       01 WS-ARQ-MASTER      PIC X(40)
                              VALUES "data/ALUNOS_MASTER.DAT".
       01 WS-FS-MASTER       PIC X(02) VALUES SPACES.
       01 WS-ARQ-TURMAS      PIC X(40)
                              VALUES "data/TURMAS_MASTER.DAT".
       01 WS-FS-TURMAS       PIC X(02) VALUES SPACES.
       01 WS-ARQ-GRADE       PIC X(40)
                              VALUES "data/GRADE_HORARIA.DAT".
       01 WS-FS-GRADE        PIC X(02) VALUES SPACES.
       01 WS-ARQ-FUNC        PIC X(40)
                              VALUES "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC         PIC X(02) VALUES SPACES.
       01 WS-ARQ-DIARIO      PIC X(40)
                              VALUES "data/DIARIO_CLASSE.TXT".
       01 WS-FS-DIARIO       PIC X(02) VALUES SPACES.
       01 WS-ARQ-SAIDA       PIC X(40)
                              VALUES "data/ALUNOS_SAIDAS.DAT".
       01 WS-FS-SAIDA        PIC X(02) VALUES SPACES.
       01 WS-FIM-SAIDA       PIC X(01) VALUES "N".
           88 FIM-SAIDA              VALUE "S".
       01 WS-FIM-PRESENCA    PIC X(01) VALUES "N".
           88 FIM-PRESENCA           VALUE "S".
       01 WS-FIM-ALUNOS      PIC X(01) VALUES "N".
           88 FIM-ALUNOS             VALUE "S".
       01 WS-MASTER-ABERTO   PIC X(01) VALUES "N".
           88 MASTER-ABERTO          VALUE "S".
       01 WS-FIM-GRADE       PIC X(01) VALUES "N".
           88 FIM-GRADE              VALUE "S".
       01 WS-TURMAS-ABERTO   PIC X(01) VALUES "N".
           88 TURMAS-ABERTO          VALUE "S".
       01 WS-FUNC-ABERTO     PIC X(01) VALUES "N".
           88 FUNC-ABERTO            VALUE "S".
      * ALUNOS DA ESCOLA COM A GRADE DO MES: UMA MARCA POR DIA (1-31)
      * E OS TOTAIS MENSAIS DE PRESENCAS, FALTAS E JUSTIFICADAS. O
      * ALUNO QUE SAIU GUARDA O TIPO DA SAIDA E O DIA DELA NO MES
      * (ZERO QUANDO SAIU EM MES ANTERIOR).
       01 WS-ALUNO-TABELA.
           05 WS-AL-ENTRADA OCCURS 999 TIMES.
               10 WS-AL-MATRICULA   PIC 9(06).
               10 WS-AL-QTD-P       PIC 9(02).
               10 WS-AL-QTD-F       PIC 9(02).
               10 WS-AL-QTD-J       PIC 9(02).
               10 WS-AL-SAIDA       PIC X(01).
                   88 WS-AL-SAIU            VALUE "T" "D" "C".
               10 WS-AL-DIA-SAIDA   PIC 9(02).
       01 WS-QTD-ALUNOS      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-AL          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-ACHADO      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-TURMA       PIC 9(02) VALUES ZEROS.
       01 WS-ACHOU-TURMA     PIC X(01) VALUES "N".
           88 ACHOU-TURMA            VALUE "S".
      * AULAS DA GRADE HORARIA (TURMA E TITULAR) - SO PARA ACHAR O
      * PROFESSOR DA TURMA SEM REGENTE NO CADASTRO DE TURMAS.
       01 WS-GRADE-TABELA.
           05 WS-GRD-ENTRADA OCCURS 400 TIMES.
               10 WS-GRD-TURMA      PIC X(06).
               10 WS-GRD-PROFESSOR  PIC 9(06).
       01 WS-QTD-GRADE       PIC 9(03) VALUES ZEROS.
       01 WS-IDX-GRD         PIC 9(03) VALUES ZEROS.
       01 WS-IDX-GRD-2       PIC 9(03) VALUES ZEROS.
       01 WS-QTD-AULAS-PROF  PIC 9(03) VALUES ZEROS.
       01 WS-MAIOR-QTD-AULAS PIC 9(03) VALUES ZEROS.
      * PROFESSOR RESPONSAVEL PELA TURMA IMPRESSA.
       01 WS-ID-PROFESSOR    PIC 9(06) VALUES ZEROS.
       01 WS-NOME-PROFESSOR  PIC X(20) VALUES SPACES.
       01 WS-MARCA           PIC X(01) VALUES SPACES.
       01 WS-PONTEIRO-LINHA  PIC 9(03) VALUES 1.
       01 WS-QTD-TRANSACOES  PIC 9(07) VALUES ZEROS.
       01 WS-QTD-FORA-MES    PIC 9(07) VALUES ZEROS.
       01 WS-QTD-SAIRAM      PIC 9(04) VALUES ZEROS.
       01 WS-DESC-SAIDA      PIC X(12) VALUES SPACES.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(120) VALUES SPACES.
                   WS-FS-MASTER ") - USANDO O NOME DO ARQUIVO DE NOTAS"
           END-IF

           PERFORM ABRIR-CADASTROS-PROFESSOR

           MOVE "DIARIO DE CLASSE MENSAL" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-DIARIO
           MOVE WS-CAB-ANO TO WS-ANO-REF
               CLOSE ALUNO-MASTER
           END-IF

           PERFORM CARREGAR-SAIDAS

           PERFORM CARREGAR-PRESENCAS-MES
           CLOSE PRESENCA-FILE

           END-PERFORM

           CLOSE DIARIO-FILE
           IF TURMAS-ABERTO
               CLOSE TURMA-MASTER
           END-IF
           IF FUNC-ABERTO
               CLOSE EMPLOYEE-MASTER
           END-IF

           DISPLAY "DIARIO DO MES " WS-MES-REF "/" WS-ANO-REF
               ": TURMAS=" WS-QTD-TURMAS
               " ALUNOS=" WS-QTD-ALUNOS
               " MOVIMENTOS NO MES=" WS-QTD-TRANSACOES
               " FORA DO MES=" WS-QTD-FORA-MES
               " SAIRAM DA ESCOLA=" WS-QTD-SAIRAM

           IF WS-QTD-ALUNOS = 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
               MOVE ZEROS TO WS-AL-QTD-P(WS-QTD-ALUNOS)
               MOVE ZEROS TO WS-AL-QTD-F(WS-QTD-ALUNOS)
               MOVE ZEROS TO WS-AL-QTD-J(WS-QTD-ALUNOS)
               MOVE SPACES TO WS-AL-SAIDA(WS-QTD-ALUNOS)
               MOVE ZEROS TO WS-AL-DIA-SAIDA(WS-QTD-ALUNOS)
               PERFORM GUARDAR-TURMA
           ELSE
               DISPLAY "TABELA DE ALUNOS CHEIA - MATRICULA FORA DO "
           PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                   UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                       OR ACHOU-TURMA
               IF WS-TURMA-LISTA(WS-IDX-TURMA) =
                       WS-AL-TURMA(WS-QTD-ALUNOS)
                   MOVE "S" TO WS-ACHOU-TURMA
               END-IF
           END-PERFORM
           IF NOT ACHOU-TURMA AND WS-QTD-TURMAS < 50
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-AL-TURMA(WS-QTD-ALUNOS)
                   TO WS-TURMA-LISTA(WS-QTD-TURMAS)
           END-IF.

      * SAIDAS DO ANO ATE O MES DE REFERENCIA: O ALUNO AINDA NO
      * ARQUIVO DE NOTAS E MARCADO COM A SAIDA; O QUE JA FOI TIRADO
      * DELE ENTRA NA GRADE SE SAIU DENTRO DO MES - QUEM SAIU EM MES
      * ANTERIOR NAO APARECE MAIS. ARQUIVO AUSENTE: NENHUMA SAIDA.
       CARREGAR-SAIDAS.
           OPEN INPUT SAIDA-FILE
           IF WS-FS-SAIDA = "00"
               PERFORM UNTIL FIM-SAIDA
                   READ SAIDA-FILE
                       AT END
                           SET FIM-SAIDA TO TRUE
                       NOT AT END
                           IF SA-ANO-SAIDA = WS-ANO-REF
                                   AND SA-MES-SAIDA NOT > WS-MES-REF
                                   AND SA-TIPO-VALIDO
                               PERFORM GUARDAR-SAIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
           END-IF.

       GUARDAR-SAIDA.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > WS-QTD-ALUNOS
                       OR WS-IDX-ACHADO > 0
               IF WS-AL-MATRICULA(WS-IDX-AL) = SA-MATRICULA
                   MOVE WS-IDX-AL TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0 AND SA-MES-SAIDA = WS-MES-REF
               IF WS-QTD-ALUNOS < 999
                   ADD 1 TO WS-QTD-ALUNOS
                   MOVE WS-QTD-ALUNOS TO WS-IDX-ACHADO
                   MOVE SA-MATRICULA
                       TO WS-AL-MATRICULA(WS-IDX-ACHADO)
                   MOVE SA-TURMA TO WS-AL-TURMA(WS-IDX-ACHADO)
                   MOVE SA-NOME-ALUNO TO WS-AL-NOME(WS-IDX-ACHADO)
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 31
                       MOVE SPACES
                           TO WS-AL-MARCA(WS-IDX-ACHADO, WS-IDX-DIA)
                   END-PERFORM
                   MOVE ZEROS TO WS-AL-QTD-P(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-AL-QTD-F(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-AL-QTD-J(WS-IDX-ACHADO)
                   PERFORM GUARDAR-TURMA
               ELSE
                   DISPLAY "TABELA DE ALUNOS CHEIA - MATRICULA FORA "
                       "DO DIARIO: " SA-MATRICULA
               END-IF
           END-IF
           IF WS-IDX-ACHADO > 0
               MOVE SA-TIPO TO WS-AL-SAIDA(WS-IDX-ACHADO)
               IF SA-MES-SAIDA = WS-MES-REF
                   MOVE SA-DIA-SAIDA
                       TO WS-AL-DIA-SAIDA(WS-IDX-ACHADO)
               ELSE
                   MOVE ZEROS TO WS-AL-DIA-SAIDA(WS-IDX-ACHADO)
               END-IF
               ADD 1 TO WS-QTD-SAIRAM
           END-IF.

      * DISTRIBUI O MOVIMENTO DO MES DE REFERENCIA NAS CELULAS DA
                   MOVE WS-IDX-AL TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
      * MOVIMENTO DEPOIS DA SAIDA DO ALUNO NAO ENTRA NA GRADE DELE.
           IF WS-IDX-ACHADO > 0
               IF WS-AL-SAIU(WS-IDX-ACHADO)
                       AND PR-DIA > WS-AL-DIA-SAIDA(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-IDX-ACHADO
               END-IF
           END-IF
           IF WS-IDX-ACHADO > 0
               MOVE "S" TO WS-DIA-LETIVO(PR-DIA)
      * "A" DOS MOVIMENTOS ANTIGOS E FALTA SIMPLES NA GRADE.
      * UMA LINHA POR ALUNO COM A MARCA DE CADA DIA E OS TOTAIS DO
      * MES, E A LINHA DE ASSINATURA DO PROFESSOR NO PE.
       IMPRIMIR-GRADE-TURMA.
           PERFORM ACHAR-PROFESSOR-TURMA
           MOVE WS-CAB-MAX-LINHAS TO WS-CAB-QTD-LINHAS
           MOVE SPACES TO DC-LINHA
           STRING "TURMA: " WS-TURMA-LISTA(WS-IDX-TURMA)
                  "  MES: " WS-MES-REF "/" WS-ANO-REF
                  "  PROFESSOR: " WS-NOME-PROFESSOR
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DIARIO
           MOVE "P=PRESENTE F=FALTA M=ATESTADO B=ABONO E=ATIV.ESCOLAR"
               TO DC-LINHA
           PERFORM GRAVAR-LINHA-DIARIO
           MOVE "-=DIA POSTERIOR A SAIDA DO ALUNO DA ESCOLA"
               TO DC-LINHA
           PERFORM GRAVAR-LINHA-DIARIO
           MOVE SPACES TO DC-LINHA
           PERFORM GRAVAR-LINHA-DIARIO
           MOVE "ASSINATURA DO PROFESSOR: ____________________________"
               TO DC-LINHA
           PERFORM GRAVAR-LINHA-DIARIO
           MOVE SPACES TO DC-LINHA
           STRING "                         " WS-NOME-PROFESSOR
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DIARIO.

      * OS TRES CADASTROS DO PROFESSOR SAO OPCIONAIS: SEM ELES O
      * DIARIO SAI IGUAL, COM O PROFESSOR "NAO DEFINIDO".
       ABRIR-CADASTROS-PROFESSOR.
           OPEN INPUT TURMA-MASTER
           IF WS-FS-TURMAS = "00"
               MOVE "S" TO WS-TURMAS-ABERTO
           ELSE
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL ("
                   WS-FS-TURMAS ") - REGENTE NAO CONSULTADO"
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC = "00"
               MOVE "S" TO WS-FUNC-ABERTO
           ELSE
               DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL ("
                   WS-FS-FUNC ") - PROFESSOR SEM NOME NO DIARIO"
           END-IF
           MOVE ZEROS TO WS-QTD-GRADE
           OPEN INPUT GRADE-FILE
           IF WS-FS-GRADE = "00"
               PERFORM UNTIL FIM-GRADE
                   READ GRADE-FILE
                       AT END
                           SET FIM-GRADE TO TRUE
                       NOT AT END
                           IF GH-ID-PROFESSOR IS NUMERIC
                                   AND GH-ID-PROFESSOR NOT = ZEROS
                                   AND WS-QTD-GRADE < 400
                               ADD 1 TO WS-QTD-GRADE
                               MOVE GH-TURMA
                                   TO WS-GRD-TURMA(WS-QTD-GRADE)
                               MOVE GH-ID-PROFESSOR
                                   TO WS-GRD-PROFESSOR(WS-QTD-GRADE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

      * PROFESSOR RESPONSAVEL PELA TURMA CORRENTE: O REGENTE DO
      * CADASTRO DE TURMAS; SEM REGENTE, O TITULAR COM MAIS AULAS DA
      * TURMA NA GRADE HORARIA (NO EMPATE, O PRIMEIRO DA GRADE).
       ACHAR-PROFESSOR-TURMA.
           MOVE ZEROS TO WS-ID-PROFESSOR
           MOVE "NAO DEFINIDO" TO WS-NOME-PROFESSOR
           IF TURMAS-ABERTO
               MOVE WS-TURMA-LISTA(WS-IDX-TURMA) TO TM-TURMA
               READ TURMA-MASTER KEY IS TM-TURMA
               IF WS-FS-TURMAS = "00" AND TM-ID-REGENTE IS NUMERIC
                   MOVE TM-ID-REGENTE TO WS-ID-PROFESSOR
               END-IF
           END-IF
           IF WS-ID-PROFESSOR = ZEROS
               MOVE ZEROS TO WS-MAIOR-QTD-AULAS
               PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                       UNTIL WS-IDX-GRD > WS-QTD-GRADE
                   IF WS-GRD-TURMA(WS-IDX-GRD) =
                           WS-TURMA-LISTA(WS-IDX-TURMA)
                       PERFORM CONTAR-AULAS-PROFESSOR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ID-PROFESSOR NOT = ZEROS
               MOVE SPACES TO WS-NOME-PROFESSOR
               STRING "MATRICULA " WS-ID-PROFESSOR
                   DELIMITED BY SIZE INTO WS-NOME-PROFESSOR
               END-STRING
               IF FUNC-ABERTO
                   MOVE WS-ID-PROFESSOR TO FM-ID-FUNC
                   READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
                   IF WS-FS-FUNC = "00"
                       MOVE FM-NOME-FUNC TO WS-NOME-PROFESSOR
                   END-IF
               END-IF
           END-IF.

       CONTAR-AULAS-PROFESSOR.
           MOVE ZEROS TO WS-QTD-AULAS-PROF
           PERFORM VARYING WS-IDX-GRD-2 FROM 1 BY 1
                   UNTIL WS-IDX-GRD-2 > WS-QTD-GRADE
               IF WS-GRD-TURMA(WS-IDX-GRD-2) = WS-GRD-TURMA(WS-IDX-GRD)
                       AND WS-GRD-PROFESSOR(WS-IDX-GRD-2) =
                           WS-GRD-PROFESSOR(WS-IDX-GRD)
                   ADD 1 TO WS-QTD-AULAS-PROF
               END-IF
           END-PERFORM
           IF WS-QTD-AULAS-PROF > WS-MAIOR-QTD-AULAS
               MOVE WS-QTD-AULAS-PROF TO WS-MAIOR-QTD-AULAS
               MOVE WS-GRD-PROFESSOR(WS-IDX-GRD) TO WS-ID-PROFESSOR
           END-IF.

      * REGUA DAS COLUNAS: DEZENA E UNIDADE DO DIA, SO NOS DIAS
      * LETIVOS DO MES, ALINHADAS COM AS CELULAS DA GRADE.
       IMPRIMIR-REGUA-DIAS.
           MOVE WS-AL-NOME(WS-IDX-AL)      TO DC-LINHA(11:20)
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1 UNTIL WS-IDX-DIA > 31
               IF WS-DIA-LETIVO(WS-IDX-DIA) = "S"
                   EVALUATE TRUE
                       WHEN WS-AL-SAIU(WS-IDX-AL)
                               AND WS-IDX-DIA >
                                   WS-AL-DIA-SAIDA(WS-IDX-AL)
                           MOVE "-"
                               TO DC-LINHA(31 + WS-IDX-DIA:1)
                       WHEN WS-AL-MARCA(WS-IDX-AL, WS-IDX-DIA) = SPACES
                           MOVE "."
                               TO DC-LINHA(31 + WS-IDX-DIA:1)
                       WHEN OTHER
                           MOVE WS-AL-MARCA(WS-IDX-AL, WS-IDX-DIA)
                               TO DC-LINHA(31 + WS-IDX-DIA:1)
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE 64 TO WS-PONTEIRO-LINHA
               DELIMITED BY SIZE INTO DC-LINHA
               WITH POINTER WS-PONTEIRO-LINHA
           END-STRING
           IF WS-AL-SAIU(WS-IDX-AL)
               EVALUATE WS-AL-SAIDA(WS-IDX-AL)
                   WHEN "T"
                       MOVE "TRANSFERIDO" TO WS-DESC-SAIDA
                   WHEN "D"
                       MOVE "DESISTENTE" TO WS-DESC-SAIDA
                   WHEN OTHER
                       MOVE "CANCELADO" TO WS-DESC-SAIDA
               END-EVALUATE
               STRING " " FUNCTION TRIM(WS-DESC-SAIDA)
                   DELIMITED BY SIZE INTO DC-LINHA
                   WITH POINTER WS-PONTEIRO-LINHA
               END-STRING
               IF WS-AL-DIA-SAIDA(WS-IDX-AL) > 0
                   STRING " EM " WS-AL-DIA-SAIDA(WS-IDX-AL) "/"
                          WS-MES-REF
                       DELIMITED BY SIZE INTO DC-LINHA
                       WITH POINTER WS-PONTEIRO-LINHA
                   END-STRING
               END-IF
           END-IF
           PERFORM GRAVAR-LINHA-DIARIO.

       IMPRIMIR-CABECALHO-DIARIO.
