               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASSTRAB.
           SELECT SORT-FILE ASSIGN TO DYNAMIC WS-ARQ-SORTWK.
      * HISTORICO DE SAIDAS DE ALUNOS (022-SAIDA-ALUNO): QUEM SAIU NO
      * ANO NAO ESTA MAIS NO ARQUIVO DE NOTAS, MAS CONTINUA LISTADO NA
      * SUA TURMA COMO TRANSFERIDO/DESISTENTE, SEM AVALIACAO.
           SELECT SAIDA-FILE ASSIGN TO DYNAMIC WS-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.
      * CADASTRO DE DEPENDENCIAS ABERTO PELA ROLAGEM DE ANO E AS NOTAS
      * DE DEPENDENCIA DIGITADAS PELA SECRETARIA: CADA AVALIACAO
      * LANCA AS NOTAS NAS DEPENDENCIAS ABERTAS E REGRAVA O CADASTRO.
           SELECT DEPENDENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-DEPENDENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENCIA.
           SELECT NOTADEP-FILE ASSIGN TO DYNAMIC WS-ARQ-NOTADEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTADEP.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-FILE.
           05 HN-STATUS        PIC X(10).
           05 HN-FEZ-RECUP     PIC X(01).
           05 HN-PERIODO       PIC X(07).
      * AS NOTAS DO PERIODO POR DISCIPLINA, NA SEQUENCIA DA TABELA DE
      * DISCIPLINAS - O RESULTADO ANUAL CONFERE CADA UMA CONTRA A
      * LINHA DE APROVACAO. REGISTRO ANTIGO, SEM ELAS, VEM EM BRANCO.
           05 HN-NOTA          PIC 9(02)V99 OCCURS 4 TIMES.
       FD  CLASS-FILE.
       01  CF-LINHA            PIC X(120).
       FD  ALFA-FILE.
           05 PL-CORTE-B       PIC 9(02)V99.
           05 PL-CORTE-C       PIC 9(02)V99.
           05 PL-CORTE-D       PIC 9(02)V99.
       FD  SAIDA-FILE.
       COPY SAIDA-ALUNO-REC.
       FD  DEPENDENCIA-FILE.
       COPY DEPENDENCIA-REC.
      * NOTA DE DEPENDENCIA: MATRICULA, DISCIPLINA (POSICAO NA TABELA
      * DE DISCIPLINAS) E A NOTA OBTIDA.
       FD  NOTADEP-FILE.
       01  ND-NOTADEP-REC.
           05 ND-MATRICULA     PIC 9(06).
           05 ND-DISCIPLINA    PIC 9(01).
           05 ND-NOTA          PIC 9(02)V99.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ALUNOS      PIC X(40) VALUES "data/ALUNOS.DAT".
       01 WS-FS-ALUNOS       PIC X(02) VALUES SPACES.
       01 WS-MASTER-ABERTO   PIC X(01) VALUES "N".
           88 MASTER-ABERTO          VALUE "S".
       01 WS-MATRICULA       PIC 9(06) VALUES ZEROS.
      * SITUACAO DO ALUNO NO CADASTRO MESTRE - QUEM JA SAIU DA ESCOLA
      * SAI NO BOLETIM COMO TRANSFERIDO/DESISTENTE/CANCELADO E NAO E
      * AVALIADO.
       01 WS-SITUACAO-ALUNO  PIC X(01) VALUES SPACES.
           88 ALUNO-SAIU             VALUE "T" "D" "C".
       01 WS-DATA-SAIDA      PIC 9(08) VALUES ZEROS.
       01 WS-DESC-SAIDA      PIC X(20) VALUES SPACES.
      * ALUNO DA LINHA DE SAIDA NO BOLETIM, EM CAMPOS PROPRIOS: A
      * LISTAGEM DO FIM DA TURMA RODA COM O PRIMEIRO ALUNO DA TURMA
      * SEGUINTE JA LIDO, E NAO PODE SOBREPOR A MATRICULA, O NOME E A
      * SITUACAO DELE.
       01 WS-SAI-MATRICULA   PIC 9(06) VALUES ZEROS.
       01 WS-SAI-NOME        PIC X(30) VALUES SPACES.
       01 WS-SAI-SITUACAO    PIC X(01) VALUES SPACES.
       01 WS-SAI-DATA        PIC 9(08) VALUES ZEROS.
       01 WS-SAI-DATA-R REDEFINES WS-SAI-DATA.
           05 WS-SAI-ANO     PIC 9(04).
           05 WS-SAI-MES     PIC 9(02).
           05 WS-SAI-DIA     PIC 9(02).
      * SAIDAS DO ANO CARREGADAS DO HISTORICO DE SAIDAS, LISTADAS NO
      * FIM DE CADA TURMA (A MARCA EVITA LISTAR DUAS VEZES O ALUNO
      * QUE AINDA VEIO NO ARQUIVO DE NOTAS).
       01 WS-ARQ-SAIDA       PIC X(40)
                              VALUES "data/ALUNOS_SAIDAS.DAT".
       01 WS-FS-SAIDA        PIC X(02) VALUES SPACES.
       01 WS-FIM-SAIDA       PIC X(01) VALUES "N".
           88 FIM-SAIDA              VALUE "S".
       01 WS-SAIDA-TABELA.
           05 WS-SD-ENTRADA OCCURS 200 TIMES.
               10 WS-SD-MATRICULA   PIC 9(06).
               10 WS-SD-TURMA       PIC X(06).
               10 WS-SD-NOME        PIC X(30).
               10 WS-SD-TIPO        PIC X(01).
               10 WS-SD-DATA        PIC 9(08).
               10 WS-SD-LISTADA     PIC X(01).
       01 WS-QTD-SAIDAS      PIC 9(03) VALUES ZEROS.
       01 WS-IDX-SD          PIC 9(03) VALUES ZEROS.
       01 WS-QTD-SAIRAM      PIC 9(05) VALUES ZEROS.
      * DEPENDENCIAS CARREGADAS DO CADASTRO (TODAS, PARA A REGRAVACAO)
      * E AS NOTAS DE DEPENDENCIA LANCADAS NESTA AVALIACAO.
       01 WS-ARQ-DEPENDENCIA PIC X(40)
                              VALUES "data/DEPENDENCIAS.DAT".
       01 WS-FS-DEPENDENCIA  PIC X(02) VALUES SPACES.
       01 WS-ARQ-NOTADEP     PIC X(40)
                              VALUES "data/NOTAS_DEPENDENCIA.DAT".
       01 WS-FS-NOTADEP      PIC X(02) VALUES SPACES.
       01 WS-FIM-DEPENDENCIA PIC X(01) VALUES "N".
           88 FIM-DEPENDENCIA        VALUE "S".
       01 WS-FIM-NOTADEP     PIC X(01) VALUES "N".
           88 FIM-NOTADEP            VALUE "S".
       01 WS-DEPEND-TABELA.
           05 WS-DP-ENTRADA OCCURS 2000 TIMES.
               10 WS-DP-MATRICULA   PIC 9(06).
               10 WS-DP-ANO         PIC 9(04).
               10 WS-DP-TURMA       PIC X(06).
               10 WS-DP-DISCIPLINA  PIC 9(01).
               10 WS-DP-NOME-DISC   PIC X(15).
               10 WS-DP-MEDIA       PIC 9(02)V99.
               10 WS-DP-SITUACAO    PIC X(01).
               10 WS-DP-NOTA        PIC 9(02)V99.
               10 WS-DP-DATA        PIC 9(08).
       01 WS-QTD-DEPEND      PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DP          PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DP-ACHADO   PIC 9(04) VALUES ZEROS.
       01 WS-LINHA-DEPEND    PIC 9(02)V99 VALUES ZEROS.
       01 WS-QTD-NOTAS-DEP   PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DEP-CUMPRIDAS PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DEP-SEM-CASAR PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DEP-ABERTAS PIC 9(05) VALUES ZEROS.
      * FREQUENCIA APURADA PELO 005-FREQUENCIA, ABERTA NA PARTIDA E
      * LIDA DIRETO PELA MATRICULA A CADA ALUNO - SO O PERCENTUAL
      * DIGITADO NO ARQUIVO DE NOTAS VALE QUANDO NAO HA APURACAO
           END-IF

           PERFORM ABRIR-FREQUENCIA-APURADA
           PERFORM CARREGAR-SAIDAS
           PERFORM AVALIAR-DEPENDENCIAS

           OPEN OUTPUT CLASSTRAB-FILE
           IF WS-FS-CLASSTRAB NOT = "00"

           PERFORM UNTIL FIM-ARQUIVO
               PERFORM VERIFICAR-QUEBRA-TURMA
               IF ALUNO-SAIU
                   PERFORM IMPRIMIR-ALUNO-SAIU
               ELSE
                   PERFORM AVALIAR-ALUNO
               END-IF
               PERFORM LER-ALUNO
           END-PERFORM

      * COM O NOME DIGITADO NO ARQUIVO DE NOTAS, AVISANDO NO CONSOLE
      * PARA A SECRETARIA REGULARIZAR O CADASTRO.
       BUSCAR-NOME-MASTER.
           MOVE SPACES TO WS-SITUACAO-ALUNO
           IF MASTER-ABERTO
               MOVE WS-MATRICULA TO AM-MATRICULA
               READ ALUNO-MASTER KEY IS AM-MATRICULA
               IF WS-FS-MASTER = "00"
                   MOVE AM-NOME-ALUNO TO WS-NOME-ALUNO
                   IF AM-SAIU
                       MOVE AM-SITUACAO   TO WS-SITUACAO-ALUNO
                       MOVE AM-DATA-SAIDA TO WS-DATA-SAIDA
                   END-IF
               ELSE
                   DISPLAY "MATRICULA " WS-MATRICULA " SEM CADASTRO "
                       "MESTRE - USANDO O NOME DO ARQUIVO DE NOTAS"
           MOVE 99,99 TO WS-MENOR-MEDIA
           MOVE ZEROS TO WS-QTD-APROVADOS
           MOVE ZEROS TO WS-QTD-REPROVADOS
           MOVE ZEROS TO WS-QTD-SAIRAM

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-BOLETIM
           END-IF

           PERFORM IMPRIMIR-TRANSCRICAO
           PERFORM IMPRIMIR-DEPENDENCIAS-ALUNO
           IF REPROCESSANDO
               ADD 1 TO WS-QTD-HIST-PULADO
           ELSE
           MOVE WS-STATUS           TO HN-STATUS
           MOVE WS-FEZ-RECUP        TO HN-FEZ-RECUP
           MOVE WS-PERIODO-LETIVO   TO HN-PERIODO
           PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1 UNTIL WS-IDX-NOTA > 4
               MOVE WS-NOTA-DISCIPLINA(WS-IDX-NOTA)
                   TO HN-NOTA(WS-IDX-NOTA)
           END-PERFORM
           WRITE HN-HISTNOTA-REC.

      * RESOLVE A DATA DE MOVIMENTO CONTRA O CADASTRO DE PERIODOS
      * REPROVADOS), PEDIDO PELA DIRECAO A CADA PERIODO DE NOTAS EM VEZ
      * DE SER SOMADO A MAO A PARTIR DOS BOLETINS INDIVIDUAIS.
       IMPRIMIR-RESUMO-TURMA.
           PERFORM LISTAR-SAIDAS-TURMA
      * O RESUMO DA TURMA ABRE PAGINA PROPRIA NO BOLETIM IMPRESSO.
           MOVE WS-CAB-MAX-LINHAS TO WS-CAB-QTD-LINHAS
           IF WS-QTD-ALUNOS > 0
           MOVE SPACES TO RL-LINHA
           STRING "APROVADOS=" WS-QTD-APROVADOS DELIMITED BY SIZE
                  " REPROVADOS=" WS-QTD-REPROVADOS DELIMITED BY SIZE
                  " SAIRAM DA ESCOLA=" WS-QTD-SAIRAM DELIMITED BY SIZE
               INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETIM
           DISPLAY "APROVADOS=" WS-QTD-APROVADOS
               " REPROVADOS=" WS-QTD-REPROVADOS.

      * ALUNO QUE JA SAIU DA ESCOLA MAS AINDA VEIO NO ARQUIVO DE
      * NOTAS (CAPTURA CRITICADA ANTES DA SAIDA): UMA LINHA COM A
      * SITUACAO E A DATA, SEM MEDIA, SEM HISTORICO E FORA DO RESUMO
      * DE APROVADOS/REPROVADOS.
       IMPRIMIR-ALUNO-SAIU.
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               IF WS-SD-MATRICULA(WS-IDX-SD) = WS-MATRICULA
                   MOVE "S" TO WS-SD-LISTADA(WS-IDX-SD)
               END-IF
           END-PERFORM
           MOVE WS-MATRICULA      TO WS-SAI-MATRICULA
           MOVE WS-NOME-ALUNO     TO WS-SAI-NOME
           MOVE WS-SITUACAO-ALUNO TO WS-SAI-SITUACAO
           MOVE WS-DATA-SAIDA     TO WS-SAI-DATA
           PERFORM IMPRIMIR-LINHA-SAIDA.

      * OS ALUNOS DA TURMA QUE SAIRAM NO ANO E JA NAO ESTAO NO ARQUIVO
      * DE NOTAS, NO FIM DA SECAO DA TURMA.
       LISTAR-SAIDAS-TURMA.
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               IF WS-SD-TURMA(WS-IDX-SD) = WS-TURMA-ATUAL
                       AND WS-SD-LISTADA(WS-IDX-SD) = "N"
                   MOVE "S" TO WS-SD-LISTADA(WS-IDX-SD)
                   MOVE WS-SD-MATRICULA(WS-IDX-SD) TO WS-SAI-MATRICULA
                   MOVE WS-SD-NOME(WS-IDX-SD)      TO WS-SAI-NOME
                   MOVE WS-SD-TIPO(WS-IDX-SD)      TO WS-SAI-SITUACAO
                   MOVE WS-SD-DATA(WS-IDX-SD)      TO WS-SAI-DATA
                   PERFORM IMPRIMIR-LINHA-SAIDA
               END-IF
           END-PERFORM.

       IMPRIMIR-LINHA-SAIDA.
           EVALUATE WS-SAI-SITUACAO
               WHEN "T"
                   MOVE "TRANSFERIDO" TO WS-DESC-SAIDA
               WHEN "D"
                   MOVE "DESISTENTE" TO WS-DESC-SAIDA
               WHEN OTHER
                   MOVE "CANCELADO" TO WS-DESC-SAIDA
           END-EVALUATE
           MOVE SPACES TO RL-LINHA
           STRING WS-SAI-MATRICULA " " WS-SAI-NOME " "
                  FUNCTION TRIM(WS-DESC-SAIDA)
                  " EM " WS-SAI-DIA "/" WS-SAI-MES "/" WS-SAI-ANO
                  " - NAO AVALIADO"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-BOLETIM
           DISPLAY "O ALUNO " WS-SAI-NOME " SAIU DA ESCOLA ("
               FUNCTION TRIM(WS-DESC-SAIDA) ") - NAO AVALIADO"
           ADD 1 TO WS-QTD-SAIRAM.

      * AS DEPENDENCIAS DO ALUNO LOGO ABAIXO DA TRANSCRICAO: AS AINDA
      * ABERTAS, COM A ULTIMA NOTA, E A CUMPRIDA NESTA AVALIACAO.
       IMPRIMIR-DEPENDENCIAS-ALUNO.
           PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                   UNTIL WS-IDX-DP > WS-QTD-DEPEND
               IF WS-DP-MATRICULA(WS-IDX-DP) = WS-MATRICULA
                   IF WS-DP-SITUACAO(WS-IDX-DP) = "A"
                       ADD 1 TO WS-QTD-DEP-ABERTAS
                       MOVE SPACES TO RL-LINHA
                       STRING "       DEPENDENCIA EM ABERTO: "
                              WS-DP-NOME-DISC(WS-IDX-DP)
                              " (TURMA " WS-DP-TURMA(WS-IDX-DP)
                              " DE " WS-DP-ANO(WS-IDX-DP)
                              ") ULTIMA NOTA=" WS-DP-NOTA(WS-IDX-DP)
                           DELIMITED BY SIZE INTO RL-LINHA
                       END-STRING
                       PERFORM GRAVAR-LINHA-BOLETIM
                   ELSE
                       IF WS-DP-DATA(WS-IDX-DP) = WS-CAB-DATA-EXECUCAO
                           MOVE SPACES TO RL-LINHA
                           STRING "       DEPENDENCIA CUMPRIDA: "
                                  WS-DP-NOME-DISC(WS-IDX-DP)
                                  " (TURMA " WS-DP-TURMA(WS-IDX-DP)
                                  " DE " WS-DP-ANO(WS-IDX-DP)
                                  ") NOTA=" WS-DP-NOTA(WS-IDX-DP)
                               DELIMITED BY SIZE INTO RL-LINHA
                           END-STRING
                           PERFORM GRAVAR-LINHA-BOLETIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * LANCA AS NOTAS DE DEPENDENCIA NO CADASTRO: NOTA NA LINHA DE
      * APROVACAO DA TURMA DE ORIGEM CUMPRE A DEPENDENCIA, ABAIXO
      * DELA A DEPENDENCIA CONTINUA ABERTA COM A NOTA. NOTA SEM
      * DEPENDENCIA ABERTA CORRESPONDENTE SAI APONTADA NO CONSOLE.
      * CADASTRO AUSENTE: NENHUM ALUNO EM DEPENDENCIA.
       AVALIAR-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIA-FILE
           IF WS-FS-DEPENDENCIA = "00"
               PERFORM UNTIL FIM-DEPENDENCIA
                   READ DEPENDENCIA-FILE
                       AT END
                           SET FIM-DEPENDENCIA TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-DEPENDENCIA
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
               DISPLAY "DEPENDENCIAS NO CADASTRO: " WS-QTD-DEPEND
           END-IF
           IF WS-QTD-DEPEND > 0
               OPEN INPUT NOTADEP-FILE
               IF WS-FS-NOTADEP = "00"
                   PERFORM UNTIL FIM-NOTADEP
                       READ NOTADEP-FILE
                           AT END
                               SET FIM-NOTADEP TO TRUE
                           NOT AT END
                               ADD 1 TO WS-QTD-NOTAS-DEP
                               PERFORM LANCAR-NOTA-DEPENDENCIA
                       END-READ
                   END-PERFORM
                   CLOSE NOTADEP-FILE
                   PERFORM REGRAVAR-DEPENDENCIAS
                   DISPLAY "NOTAS DE DEPENDENCIA: LIDAS="
                       WS-QTD-NOTAS-DEP
                       " CUMPRIDAS=" WS-QTD-DEP-CUMPRIDAS
                       " SEM DEPENDENCIA ABERTA=" WS-QTD-DEP-SEM-CASAR
               END-IF
           END-IF.

       GUARDAR-DEPENDENCIA.
           IF WS-QTD-DEPEND < 2000
               ADD 1 TO WS-QTD-DEPEND
               MOVE DP-MATRICULA    TO WS-DP-MATRICULA(WS-QTD-DEPEND)
               MOVE DP-ANO-ORIGEM   TO WS-DP-ANO(WS-QTD-DEPEND)
               MOVE DP-TURMA-ORIGEM TO WS-DP-TURMA(WS-QTD-DEPEND)
               MOVE DP-DISCIPLINA   TO WS-DP-DISCIPLINA(WS-QTD-DEPEND)
               MOVE DP-NOME-DISCIPLINA
                                    TO WS-DP-NOME-DISC(WS-QTD-DEPEND)
               MOVE DP-MEDIA-ORIGEM TO WS-DP-MEDIA(WS-QTD-DEPEND)
               MOVE DP-SITUACAO     TO WS-DP-SITUACAO(WS-QTD-DEPEND)
               MOVE DP-NOTA         TO WS-DP-NOTA(WS-QTD-DEPEND)
               MOVE DP-DATA-SITUACAO
                                    TO WS-DP-DATA(WS-QTD-DEPEND)
           ELSE
               DISPLAY "TABELA DE DEPENDENCIAS CHEIA - DEPENDENCIA "
                   "IGNORADA: " DP-MATRICULA
           END-IF.

       LANCAR-NOTA-DEPENDENCIA.
           MOVE ZEROS TO WS-IDX-DP-ACHADO
           PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                   UNTIL WS-IDX-DP > WS-QTD-DEPEND
                       OR WS-IDX-DP-ACHADO > 0
               IF WS-DP-MATRICULA(WS-IDX-DP) = ND-MATRICULA
                       AND WS-DP-DISCIPLINA(WS-IDX-DP) = ND-DISCIPLINA
                       AND WS-DP-SITUACAO(WS-IDX-DP) = "A"
                   MOVE WS-IDX-DP TO WS-IDX-DP-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-DP-ACHADO = 0
               PERFORM BUSCAR-DEPENDENCIA-CUMPRIDA
           END-IF
           IF WS-IDX-DP-ACHADO = 0
               ADD 1 TO WS-QTD-DEP-SEM-CASAR
               DISPLAY "NOTA DE DEPENDENCIA SEM DEPENDENCIA ABERTA - "
                   "MATRICULA " ND-MATRICULA
                   " DISCIPLINA " ND-DISCIPLINA
           END-IF
           IF WS-IDX-DP-ACHADO > 0
                   AND WS-DP-SITUACAO(WS-IDX-DP-ACHADO) = "A"
               PERFORM SELECIONAR-LINHA-DEPENDENCIA
               MOVE ND-NOTA TO WS-DP-NOTA(WS-IDX-DP-ACHADO)
               MOVE WS-CAB-DATA-EXECUCAO
                   TO WS-DP-DATA(WS-IDX-DP-ACHADO)
               IF ND-NOTA >= WS-LINHA-DEPEND
                   MOVE "C" TO WS-DP-SITUACAO(WS-IDX-DP-ACHADO)
                   ADD 1 TO WS-QTD-DEP-CUMPRIDAS
               END-IF
           END-IF.

      * A NOTA QUE JA CUMPRIU A DEPENDENCIA NUMA AVALIACAO ANTERIOR
      * CONTINUA NO ARQUIVO DE NOTAS - NAO E NOTA SEM DEPENDENCIA.
       BUSCAR-DEPENDENCIA-CUMPRIDA.
           PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                   UNTIL WS-IDX-DP > WS-QTD-DEPEND
                       OR WS-IDX-DP-ACHADO > 0
               IF WS-DP-MATRICULA(WS-IDX-DP) = ND-MATRICULA
                       AND WS-DP-DISCIPLINA(WS-IDX-DP) = ND-DISCIPLINA
                       AND WS-DP-SITUACAO(WS-IDX-DP) = "C"
                       AND WS-DP-NOTA(WS-IDX-DP) = ND-NOTA
                   MOVE WS-IDX-DP TO WS-IDX-DP-ACHADO
               END-IF
           END-PERFORM.

      * LINHA DE APROVACAO DA TURMA DE ORIGEM DA DEPENDENCIA: REGISTRO
      * PROPRIO, SENAO "GERAL", SENAO A COMPILADA.
       SELECIONAR-LINHA-DEPENDENCIA.
           MOVE 07,00 TO WS-LINHA-DEPEND
           PERFORM VARYING WS-IDX-POL FROM 1 BY 1
                   UNTIL WS-IDX-POL > WS-QTD-POLITICAS
               IF WS-POL-TURMA(WS-IDX-POL) = "GERAL"
                   MOVE WS-POL-MEDIA-APROV(WS-IDX-POL)
                       TO WS-LINHA-DEPEND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-POL FROM 1 BY 1
                   UNTIL WS-IDX-POL > WS-QTD-POLITICAS
               IF WS-POL-TURMA(WS-IDX-POL) =
                       WS-DP-TURMA(WS-IDX-DP-ACHADO)
                   MOVE WS-POL-MEDIA-APROV(WS-IDX-POL)
                       TO WS-LINHA-DEPEND
               END-IF
           END-PERFORM.

       REGRAVAR-DEPENDENCIAS.
           OPEN OUTPUT DEPENDENCIA-FILE
           IF WS-FS-DEPENDENCIA NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CADASTRO DE DEPENDENCIAS: "
                   WS-FS-DEPENDENCIA
           ELSE
               PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                       UNTIL WS-IDX-DP > WS-QTD-DEPEND
                   MOVE WS-DP-MATRICULA(WS-IDX-DP) TO DP-MATRICULA
                   MOVE WS-DP-ANO(WS-IDX-DP)       TO DP-ANO-ORIGEM
                   MOVE WS-DP-TURMA(WS-IDX-DP)     TO DP-TURMA-ORIGEM
                   MOVE WS-DP-DISCIPLINA(WS-IDX-DP) TO DP-DISCIPLINA
                   MOVE WS-DP-NOME-DISC(WS-IDX-DP)
                       TO DP-NOME-DISCIPLINA
                   MOVE WS-DP-MEDIA(WS-IDX-DP)     TO DP-MEDIA-ORIGEM
                   MOVE WS-DP-SITUACAO(WS-IDX-DP)  TO DP-SITUACAO
                   MOVE WS-DP-NOTA(WS-IDX-DP)      TO DP-NOTA
                   MOVE WS-DP-DATA(WS-IDX-DP)      TO DP-DATA-SITUACAO
                   WRITE DP-DEPENDENCIA-REC
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
           END-IF.

      * CARREGA AS SAIDAS DO ANO DA DATA DE MOVIMENTO. ARQUIVO
      * AUSENTE: NENHUM ALUNO SAIU AINDA.
       CARREGAR-SAIDAS.
           OPEN INPUT SAIDA-FILE
           IF WS-FS-SAIDA = "00"
               PERFORM UNTIL FIM-SAIDA
                   READ SAIDA-FILE
                       AT END
                           SET FIM-SAIDA TO TRUE
                       NOT AT END
                           IF SA-ANO-SAIDA = WS-CAB-ANO
                                   AND WS-QTD-SAIDAS < 200
                               ADD 1 TO WS-QTD-SAIDAS
                               MOVE SA-MATRICULA
                                   TO WS-SD-MATRICULA(WS-QTD-SAIDAS)
                               MOVE SA-TURMA
                                   TO WS-SD-TURMA(WS-QTD-SAIDAS)
                               MOVE SA-NOME-ALUNO
                                   TO WS-SD-NOME(WS-QTD-SAIDAS)
                               MOVE SA-TIPO
                                   TO WS-SD-TIPO(WS-QTD-SAIDAS)
                               MOVE SA-DATA-SAIDA
                                   TO WS-SD-DATA(WS-QTD-SAIDAS)
                               MOVE "N"
                                   TO WS-SD-LISTADA(WS-QTD-SAIDAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
               DISPLAY "ALUNOS QUE SAIRAM NO ANO: " WS-QTD-SAIDAS
           END-IF.

      * FECHAMENTO FINAL DO BOLETIM: TOTAL GERAL DA ESCOLA POR CIMA DE
      * TODAS AS TURMAS PROCESSADAS NA PASSADA NOTURNA, PARA A DIRECAO
      * NAO PRECISAR SOMAR OS RESUMOS DE TURMA A MAO.
               " MENOR MEDIA=" WS-GT-MENOR-MEDIA
               " MEDIA GERAL=" WS-GT-MEDIA-GERAL
           DISPLAY "APROVADOS=" WS-GT-APROVADOS
               " REPROVADOS=" WS-GT-REPROVADOS
           IF WS-QTD-DEPEND > 0
               MOVE SPACES TO RL-LINHA
               STRING "DEPENDENCIAS CUMPRIDAS NESTA AVALIACAO="
                      WS-QTD-DEP-CUMPRIDAS
                      " EM ABERTO NOS ALUNOS AVALIADOS="
                      WS-QTD-DEP-ABERTAS
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-BOLETIM
           END-IF.

      * CARREGA AS POLITICAS DE AVALIACAO DO ARQUIVO DE PARAMETROS,
      * VALIDANDO CADA REGISTRO (OS PESOS TEM QUE SOMAR 100). ARQUIVO
