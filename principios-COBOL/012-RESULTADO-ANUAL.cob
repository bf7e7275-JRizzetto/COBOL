      *          ANO" MAIS O ARQUIVO DE RESULTADOS ANUAIS EM LAYOUT
      *          FIXO PARA OS PROGRAMAS SEGUINTES (REMATRICULA,
      *          CERTIFICADOS) CONSUMIREM SEM RASPAR O IMPRESSO.
      *          O ALUNO QUE SAIU DA ESCOLA NO ANO (HISTORICO DE
      *          SAIDAS DO 022) FECHA COMO "TRANSFERIDO" OU, NA
      *          DESISTENCIA E NO CANCELAMENTO, "ABANDONO" - MESMO SEM
      *          NENHUM PERIODO AVALIADO - PARA O CENSO ESCOLAR (023)
      *          TER A SITUACAO FINAL DE TODO ALUNO DO ANO.
      *          CADA DISCIPLINA DA TABELA DE NOTAS TEM A MEDIA DO ANO
      *          CONFERIDA CONTRA A LINHA DA TURMA: ALUNO COM ATE O
      *          LIMITE DO PARAMETRO (DEPENDENCIA_PARAM.DAT, PADRAO 2)
      *          DE DISCIPLINAS ABAIXO DA LINHA FICA APROVADO COM
      *          DEPENDENCIA NELAS; ACIMA DO LIMITE, REPROVADO. O
      *          BOLETIM LISTA AS DEPENDENCIAS DO ANO E AS DE ANOS
      *          ANTERIORES AINDA EM ABERTO (DEPENDENCIAS.DAT).
      *          A DECISAO DO CONSELHO DE CLASSE DIGITADA PELA
      *          SECRETARIA (CONSELHO_DECISOES.DAT) PREVALECE SOBRE O
      *          RESULTADO CALCULADO, SEM ALTERAR NOTA NENHUMA, QUANDO O
      *          RESULTADO ORIGINAL DA DECISAO CONFERE COM O CALCULADO;
      *          SAI NO BOLETIM COMO "... PELO CONSELHO", FICA
      *          REGISTRADA NO HISTORICO DE AVALIACOES E NA ATA POR
      *          TURMA (ATA_CONSELHO.TXT) PARA ASSINATURA DOS MEMBROS.
      *          O ANO FECHADO FICA MARCADO NO CONTROLE DE ANOS
      *          FECHADOS - E UMA DAS CONDICOES PARA O ARQUIVAMENTO
      *          ANUAL (A047) TIRAR O ANO DOS ARQUIVOS VIVOS.
      * Tectonics: cobc
      ******************************************************************

           SELECT ANUAL-FILE ASSIGN TO DYNAMIC WS-ARQ-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANUAL.
           SELECT SAIDA-FILE ASSIGN TO DYNAMIC WS-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.
           SELECT LIMITE-FILE ASSIGN TO DYNAMIC WS-ARQ-LIMITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMITE.
           SELECT DEPENDENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-DEPENDENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENCIA.
           SELECT CONSELHO-FILE ASSIGN TO DYNAMIC WS-ARQ-CONSELHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSELHO.
           SELECT ATA-FILE ASSIGN TO DYNAMIC WS-ARQ-ATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATA.
           SELECT ANOFECH-FILE ASSIGN TO DYNAMIC WS-ARQ-ANOFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOFECH.
      * MESMO HISTORICO TEXTO DO AVALIADOR E DA RETIFICACAO.
           SELECT HISTORICO-FILE ASSIGN TO DYNAMIC WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT GRAVADO PELO 002-ALUNO-APROVADO.
           05 HN-STATUS        PIC X(10).
           05 HN-FEZ-RECUP     PIC X(01).
           05 HN-PERIODO       PIC X(07).
           05 HN-NOTA          PIC 9(02)V99 OCCURS 4 TIMES.
      * MESMO LAYOUT DO ARQUIVO DE POLITICAS DO 002-ALUNO-APROVADO
      * (AQUI SO A MEDIA DE APROVACAO INTERESSA).
       FD  POLITICA-FILE.
       FD  BOLETIM-FILE.
       01  BF-LINHA            PIC X(100).
       FD  ANUAL-FILE.
       COPY RESULTADO-ANUAL-REC.
       FD  SAIDA-FILE.
       COPY SAIDA-ALUNO-REC.
      * PARAMETRO DA DEPENDENCIA (UMA LINHA): QUANTAS DISCIPLINAS
      * ABAIXO DA LINHA DE APROVACAO O ALUNO AINDA PODE LEVAR EM
      * DEPENDENCIA PARA A SERIE SEGUINTE.
       FD  LIMITE-FILE.
       01  LD-LIMITE-REC.
           05 LD-MAX-DEPENDENCIAS PIC 9(01).
       FD  DEPENDENCIA-FILE.
       COPY DEPENDENCIA-REC.
      * DECISAO DO CONSELHO DE CLASSE, UMA POR ALUNO E ANO LETIVO:
      * RESULTADO ORIGINAL (O QUE O CALCULO DEU), RESULTADO DECIDIDO
      * (APROVADO, DEPENDENCIA OU REPROVADO), JUSTIFICATIVA E OS
      * MEMBROS PRESENTES NA REUNIAO.
       FD  CONSELHO-FILE.
       01  CS-CONSELHO-REC.
           05 CS-MATRICULA     PIC 9(06).
           05 CS-ANO           PIC 9(04).
           05 CS-ORIGINAL      PIC X(11).
           05 CS-DECIDIDO      PIC X(11).
           05 CS-JUSTIFICATIVA PIC X(60).
           05 CS-MEMBRO        PIC X(20) OCCURS 5 TIMES.
       FD  ATA-FILE.
       01  AT-LINHA            PIC X(100).
       FD  HISTORICO-FILE.
       01  HT-LINHA            PIC X(160).
       FD  ANOFECH-FILE.
       COPY ANO-FECHADO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-HISTNOTA    PIC X(40)
                              VALUES "data/HISTORICO_NOTAS.DAT".
       01 WS-ARQ-ANUAL       PIC X(40)
                              VALUES "data/RESULTADOS_ANUAIS.DAT".
       01 WS-FS-ANUAL        PIC X(02) VALUES SPACES.
       01 WS-ARQ-SAIDA       PIC X(40)
                              VALUES "data/ALUNOS_SAIDAS.DAT".
       01 WS-FS-SAIDA        PIC X(02) VALUES SPACES.
       01 WS-FIM-SAIDA       PIC X(01) VALUES "N".
           88 FIM-SAIDA              VALUE "S".
       01 WS-ARQ-LIMITE      PIC X(40)
                              VALUES "data/DEPENDENCIA_PARAM.DAT".
       01 WS-FS-LIMITE       PIC X(02) VALUES SPACES.
       01 WS-ARQ-DEPENDENCIA PIC X(40)
                              VALUES "data/DEPENDENCIAS.DAT".
       01 WS-FS-DEPENDENCIA  PIC X(02) VALUES SPACES.
       01 WS-FIM-DEPENDENCIA PIC X(01) VALUES "N".
           88 FIM-DEPENDENCIA        VALUE "S".
       01 WS-ARQ-CONSELHO    PIC X(40)
                              VALUES "data/CONSELHO_DECISOES.DAT".
       01 WS-FS-CONSELHO     PIC X(02) VALUES SPACES.
       01 WS-FIM-CONSELHO    PIC X(01) VALUES "N".
           88 FIM-CONSELHO           VALUE "S".
       01 WS-ARQ-ATA         PIC X(40)
                              VALUES "data/ATA_CONSELHO.TXT".
       01 WS-FS-ATA          PIC X(02) VALUES SPACES.
       01 WS-ARQ-HISTORICO   PIC X(40)
                              VALUES "data/HISTORICO_AVALIACOES.TXT".
       01 WS-FS-HISTORICO    PIC X(02) VALUES SPACES.
       01 WS-ARQ-ANOFECH     PIC X(40)
                              VALUES "data/ANOS_FECHADOS.DAT".
       01 WS-FS-ANOFECH      PIC X(02) VALUES SPACES.
       01 WS-FIM-HISTORICO   PIC X(01) VALUES "N".
           88 FIM-HISTORICO          VALUE "S".
       01 WS-HISTORICO-ABERTO PIC X(01) VALUES "N".
           88 HISTORICO-ABERTO       VALUE "S".
       01 WS-FIM-ARQUIVO     PIC X(01) VALUES "N".
           88 FIM-ARQUIVO            VALUE "S".
       01 WS-FIM-POLITICA    PIC X(01) VALUES "N".
               10 WS-HIST-DATA          PIC 9(08).
               10 WS-HIST-TURMA         PIC X(06).
               10 WS-HIST-MEDIA         PIC 9(02)V99.
               10 WS-HIST-NOTA          PIC 9(02)V99 OCCURS 4 TIMES.
       01 WS-HIST-TROCA.
           05 WS-TROCA-CHAVE.
               10 FILLER                PIC 9(06).
           05 FILLER                    PIC 9(08).
           05 FILLER                    PIC X(06).
           05 FILLER                    PIC 9(02)V99.
           05 FILLER                    PIC 9(02)V99 OCCURS 4 TIMES.
       01 WS-QTD-HIST        PIC 9(04) VALUES ZEROS.
       01 WS-IDX-I           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-J           PIC 9(04) VALUES ZEROS.
       01 WS-QTD-PERIODOS    PIC 9(02)    VALUES ZEROS.
       01 WS-SOMA-MEDIAS     PIC 9(05)V99 VALUES ZEROS.
       01 WS-MEDIA-ANUAL     PIC 9(02)V99 VALUES ZEROS.
       01 WS-STATUS-ANUAL    PIC X(11)    VALUES SPACES.
       01 WS-DESC-STATUS     PIC X(40)    VALUES SPACES.
      * RESULTADO QUE AS NOTAS DERAM, ANTES DO CONSELHO DE CLASSE.
       01 WS-STATUS-CALCULADO PIC X(11)   VALUES SPACES.
       01 WS-DECIDIDO-CONSELHO PIC X(01)  VALUES "N".
           88 DECIDIDO-CONSELHO      VALUE "S".
      * NOMES DAS AVALIACOES, NA MESMA SEQUENCIA FIXA DO BOLETIM.
       01 WS-DISC-TAB-INIT.
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 1".
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 2".
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 3".
           05 FILLER PIC X(15)    VALUE "PROVA FINAL".
       01 WS-TABELA-DISCIPLINAS REDEFINES WS-DISC-TAB-INIT.
           05 WS-NOME-DISCIPLINA  PIC X(15) OCCURS 4 TIMES.
      * SOMA DAS NOTAS DE CADA DISCIPLINA NOS PERIODOS DO ALUNO, A
      * MEDIA ANUAL DELA E SE FICOU ABAIXO DA LINHA DE APROVACAO.
       01 WS-DISC-ALUNO.
           05 WS-DA-ENTRADA OCCURS 4 TIMES.
               10 WS-DA-SOMA         PIC 9(05)V99.
               10 WS-DA-MEDIA        PIC 9(02)V99.
               10 WS-DA-ABAIXO       PIC X(01).
       01 WS-IDX-DISC        PIC 9(01) VALUES ZERO.
       01 WS-QTD-ABAIXO      PIC 9(01) VALUES ZERO.
      * LIMITE DE DISCIPLINAS EM DEPENDENCIA - PADRAO SEM PARAMETRO.
       01 WS-LIMITE-DEPEND   PIC 9(01) VALUES 2.
      * DEPENDENCIAS DE ANOS ANTERIORES AINDA EM ABERTO, LISTADAS NO
      * BOLETIM DO ALUNO ATE SEREM CUMPRIDAS.
       01 WS-DEPEND-TABELA.
           05 WS-DP-ENTRADA OCCURS 500 TIMES.
               10 WS-DP-MATRICULA   PIC 9(06).
               10 WS-DP-ANO         PIC 9(04).
               10 WS-DP-TURMA       PIC X(06).
               10 WS-DP-NOME-DISC   PIC X(15).
               10 WS-DP-MEDIA       PIC 9(02)V99.
       01 WS-QTD-DEPEND-ABERTAS PIC 9(03) VALUES ZEROS.
       01 WS-IDX-DP          PIC 9(03) VALUES ZEROS.
      * SAIDAS DA ESCOLA NO ANO LETIVO EM FECHAMENTO; "S" EM USADA
      * QUANDO O ALUNO JA FECHOU PELO HISTORICO DE NOTAS - A QUE
      * SOBRA E ALUNO QUE SAIU SEM NENHUM PERIODO AVALIADO.
       01 WS-SAIDA-TABELA.
           05 WS-SD-ENTRADA OCCURS 200 TIMES.
               10 WS-SD-MATRICULA   PIC 9(06).
               10 WS-SD-TURMA       PIC X(06).
               10 WS-SD-TIPO        PIC X(01).
               10 WS-SD-USADA       PIC X(01).
       01 WS-QTD-SAIDAS      PIC 9(03) VALUES ZEROS.
       01 WS-IDX-SD          PIC 9(03) VALUES ZEROS.
       01 WS-IDX-SD-ACHADO   PIC 9(03) VALUES ZEROS.
      * DECISOES DO CONSELHO DE CLASSE DO ANO EM FECHAMENTO. A TURMA
      * E A MEDIA VEM DO FECHAMENTO DO ALUNO; SITUACAO "P"=PENDENTE,
      * "A"=APLICADA, "R"=RECUSADA (COM O MOTIVO). A ATA SAI COM A
      * TABELA CLASSIFICADA POR TURMA+MATRICULA.
       01 WS-CONSELHO-TABELA.
           05 WS-CS-ENTRADA OCCURS 200 TIMES.
               10 WS-CS-CHAVE.
                   15 WS-CS-TURMA      PIC X(06).
                   15 WS-CS-MATRICULA  PIC 9(06).
               10 WS-CS-MEDIA          PIC 9(02)V99.
               10 WS-CS-ORIGINAL       PIC X(11).
               10 WS-CS-DECIDIDO       PIC X(11).
               10 WS-CS-JUSTIFICATIVA  PIC X(60).
               10 WS-CS-MEMBRO         PIC X(20) OCCURS 5 TIMES.
               10 WS-CS-SITUACAO       PIC X(01).
               10 WS-CS-MOTIVO         PIC X(60).
       01 WS-CS-TROCA.
           05 WS-CS-TROCA-CHAVE.
               10 FILLER               PIC X(06).
               10 FILLER               PIC 9(06).
           05 FILLER                   PIC 9(02)V99.
           05 FILLER                   PIC X(11).
           05 FILLER                   PIC X(11).
           05 FILLER                   PIC X(60).
           05 FILLER                   PIC X(20) OCCURS 5 TIMES.
           05 FILLER                   PIC X(01).
           05 FILLER                   PIC X(60).
       01 WS-QTD-CONSELHO    PIC 9(03) VALUES ZEROS.
       01 WS-IDX-CS          PIC 9(03) VALUES ZEROS.
       01 WS-IDX-CS-J        PIC 9(03) VALUES ZEROS.
       01 WS-IDX-CS-ACHADO   PIC 9(03) VALUES ZEROS.
       01 WS-IDX-MEMBRO      PIC 9(01) VALUES ZERO.
      * MEMBROS QUE ASSINAM A ATA DA TURMA (SEM REPETIR).
       01 WS-ASSINA-TABELA.
           05 WS-ASS-NOME     PIC X(20) OCCURS 50 TIMES.
       01 WS-QTD-ASSINA      PIC 9(02) VALUES ZEROS.
       01 WS-IDX-ASS         PIC 9(02) VALUES ZEROS.
       01 WS-ACHOU-ASS       PIC X(01) VALUES "N".
           88 ACHOU-ASS              VALUE "S".
       01 WS-TURMA-ATA       PIC X(06) VALUES SPACES.
      * DECISOES JA REGISTRADAS NO HISTORICO DE AVALIACOES (DA
      * PALAVRA CONSELHO ATE O RESULTADO DECIDIDO) - O RERUN DO
      * FECHAMENTO NAO REGISTRA A MESMA DECISAO DUAS VEZES.
       01 WS-HT-CONSELHO-TABELA.
           05 WS-HT-CONSELHO  PIC X(79) OCCURS 500 TIMES.
       01 WS-QTD-HT-CONSELHO PIC 9(03) VALUES ZEROS.
       01 WS-IDX-HT          PIC 9(03) VALUES ZEROS.
       01 WS-JA-REGISTRADA   PIC X(01) VALUES "N".
           88 JA-REGISTRADA          VALUE "S".
       01 WS-PONTEIRO-LINHA  PIC 9(03) VALUES ZEROS.
      * TOTAIS DO FECHAMENTO.
       01 WS-QTD-ALUNOS      PIC 9(05) VALUES ZEROS.
       01 WS-QTD-APROVADOS   PIC 9(05) VALUES ZEROS.
       01 WS-QTD-REPROVADOS  PIC 9(05) VALUES ZEROS.
       01 WS-QTD-TRANSFERIDOS PIC 9(05) VALUES ZEROS.
       01 WS-QTD-ABANDONOS   PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DEPENDENCIA PIC 9(05) VALUES ZEROS.
       01 WS-QTD-DISC-DEPEND PIC 9(05) VALUES ZEROS.
       01 WS-QTD-CS-APLICADAS PIC 9(03) VALUES ZEROS.
       01 WS-QTD-CS-RECUSADAS PIC 9(03) VALUES ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.
           DISPLAY "ANO LETIVO EM FECHAMENTO: " WS-ANO-LETIVO

           PERFORM CARREGAR-POLITICAS
           PERFORM CARREGAR-LIMITE-DEPENDENCIA
           PERFORM CARREGAR-DEPENDENCIAS
           PERFORM CARREGAR-CONSELHO
           PERFORM CARREGAR-HISTORICO
           CLOSE HISTNOTA-FILE
           PERFORM CARREGAR-SAIDAS

           IF WS-QTD-HIST = 0 AND WS-QTD-SAIDAS = 0
               DISPLAY "HISTORICO VAZIO - SEM RESULTADO ANUAL"
               CLOSE BOLETIM-FILE
               CLOSE ANUAL-FILE

           PERFORM CLASSIFICAR-HISTORICO
           PERFORM CONSOLIDAR-ALUNOS
           PERFORM FECHAR-SAIDAS-SEM-AVALIACAO
           PERFORM RECUSAR-CONSELHO-PENDENTE
           PERFORM IMPRIMIR-TOTAIS

           CLOSE BOLETIM-FILE
           CLOSE ANUAL-FILE
           IF HISTORICO-ABERTO
               CLOSE HISTORICO-FILE
           END-IF

           PERFORM IMPRIMIR-ATA-CONSELHO
           PERFORM REGISTRAR-ANO-FECHADO

      * DECISAO DO CONSELHO RECUSADA (OU QUE NAO FOI PARA O HISTORICO)
      * PRECISA DE CONFERENCIA DA SECRETARIA - A CADEIA SEGUE.
           IF WS-QTD-CS-RECUSADAS > 0
                   OR (WS-QTD-CS-APLICADAS > 0 AND NOT HISTORICO-ABERTO)
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * MARCA O ANO LETIVO COMO FECHADO NO CONTROLE DE ANOS FECHADOS.
      * SEM O CONTROLE O RESULTADO VALE DO MESMO JEITO - SO O
      * ARQUIVAMENTO DO ANO FICA ESPERANDO.
       REGISTRAR-ANO-FECHADO.
           OPEN EXTEND ANOFECH-FILE
           IF WS-FS-ANOFECH = "35"
               OPEN OUTPUT ANOFECH-FILE
               CLOSE ANOFECH-FILE
               OPEN EXTEND ANOFECH-FILE
           END-IF
           IF WS-FS-ANOFECH NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE DE ANOS FECHADOS: "
                   WS-FS-ANOFECH
           ELSE
               MOVE WS-ANO-LETIVO TO AF-ANO
               SET AF-RESULTADO-ANUAL TO TRUE
               MOVE WS-CAB-DATA-EXECUCAO TO AF-DATA
               WRITE AF-ANO-FECHADO-REC
               CLOSE ANOFECH-FILE
           END-IF.

      * SO A LINHA DE APROVACAO POR TURMA INTERESSA AQUI - ARQUIVO
      * AUSENTE NAO E ERRO, VALE A MEDIA COMPILADA DE SEMPRE (7,00).
       CARREGAR-POLITICAS.
                       MOVE HN-DATA  TO WS-HIST-DATA(WS-IDX-ACHADO)
                       MOVE HN-TURMA TO WS-HIST-TURMA(WS-IDX-ACHADO)
                       MOVE HN-MEDIA TO WS-HIST-MEDIA(WS-IDX-ACHADO)
                       PERFORM GUARDAR-NOTAS-PERIODO
                   END-IF
               ELSE
                   IF WS-QTD-HIST < 4000
                       MOVE HN-DATA  TO WS-HIST-DATA(WS-QTD-HIST)
                       MOVE HN-TURMA TO WS-HIST-TURMA(WS-QTD-HIST)
                       MOVE HN-MEDIA TO WS-HIST-MEDIA(WS-QTD-HIST)
                       MOVE WS-QTD-HIST TO WS-IDX-ACHADO
                       PERFORM GUARDAR-NOTAS-PERIODO
                   ELSE
                       DISPLAY "TABELA DE HISTORICO CHEIA - "
                           "AVALIACAO IGNORADA: " HN-MATRICULA
               END-IF
           END-IF.

      * AS NOTAS POR DISCIPLINA DA AVALIACAO QUE VALE NO PERIODO.
      * AVALIACAO GRAVADA ANTES DAS NOTAS IREM PARA O HISTORICO SO
      * TEM A MEDIA: ELA VALE COMO NOTA DE TODAS AS DISCIPLINAS.
       GUARDAR-NOTAS-PERIODO.
           PERFORM VARYING WS-IDX-DISC FROM 1 BY 1 UNTIL WS-IDX-DISC > 4
               IF HN-NOTA(WS-IDX-DISC) IS NUMERIC
                   MOVE HN-NOTA(WS-IDX-DISC)
                       TO WS-HIST-NOTA(WS-IDX-ACHADO, WS-IDX-DISC)
               ELSE
                   MOVE HN-MEDIA
                       TO WS-HIST-NOTA(WS-IDX-ACHADO, WS-IDX-DISC)
               END-IF
           END-PERFORM.

      * CLASSIFICACAO POR TROCA DE VIZINHOS SOBRE A CHAVE
      * MATRICULA+PERIODO, COMO NO 006-HISTORICO-EVOLUCAO.
       CLASSIFICAR-HISTORICO.
                       TO WS-MATRICULA-ATUAL
                   MOVE ZEROS TO WS-QTD-PERIODOS
                   MOVE ZEROS TO WS-SOMA-MEDIAS
                   INITIALIZE WS-DISC-ALUNO
               END-IF
               ADD 1 TO WS-QTD-PERIODOS
               ADD WS-HIST-MEDIA(WS-IDX-I) TO WS-SOMA-MEDIAS
               PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
                       UNTIL WS-IDX-DISC > 4
                   ADD WS-HIST-NOTA(WS-IDX-I, WS-IDX-DISC)
                       TO WS-DA-SOMA(WS-IDX-DISC)
               END-PERFORM
      * A TURMA DO ULTIMO PERIODO E A TURMA DO RESULTADO ANUAL - E
      * ONDE O ALUNO TERMINOU O ANO (TRANSFERENCIAS NO MEIO DO
      * PERIODO MUDAM A TURMA DO REGISTRO DE CAPTURA).
               PERFORM FECHAR-ANO-ALUNO
           END-IF.

      * FECHA O ANO DO ALUNO: A MEDIA ANUAL DE CADA DISCIPLINA
      * CONTRA A LINHA DE APROVACAO DA TURMA - NENHUMA ABAIXO DA
      * LINHA E APROVADO, ATE O LIMITE DO PARAMETRO E APROVADO COM
      * DEPENDENCIA, ACIMA DELE REPROVADO - BOLETIM FINAL E REGISTRO
      * FIXO.
       FECHAR-ANO-ALUNO.
           COMPUTE WS-MEDIA-ANUAL =
               WS-SOMA-MEDIAS / WS-QTD-PERIODOS
           PERFORM SELECIONAR-LINHA-APROVACAO
           PERFORM APURAR-DISCIPLINAS
           PERFORM BUSCAR-SAIDA-ALUNO

           EVALUATE TRUE
               WHEN WS-IDX-SD-ACHADO > 0
                   MOVE "S" TO WS-SD-USADA(WS-IDX-SD-ACHADO)
                   PERFORM CLASSIFICAR-SAIDA
               WHEN WS-QTD-ABAIXO = 0
                   MOVE "APROVADO"  TO WS-STATUS-ANUAL
               WHEN WS-QTD-ABAIXO NOT > WS-LIMITE-DEPEND
                   MOVE "DEPENDENCIA" TO WS-STATUS-ANUAL
               WHEN OTHER
                   MOVE "REPROVADO" TO WS-STATUS-ANUAL
           END-EVALUATE
           MOVE WS-STATUS-ANUAL TO WS-STATUS-CALCULADO
           MOVE "N" TO WS-DECIDIDO-CONSELHO
           MOVE ZEROS TO WS-IDX-CS-ACHADO
           IF WS-IDX-SD-ACHADO = 0
               PERFORM APLICAR-CONSELHO
               PERFORM CONTAR-SITUACAO
           END-IF
           ADD 1 TO WS-QTD-ALUNOS

                  " TURMA " WS-TURMA-ULTIMA
                  " PERIODOS=" WS-QTD-PERIODOS
                  " MEDIA ANUAL=" WS-MEDIA-ANUAL
                  " " FUNCTION TRIM(WS-DESC-STATUS) " NO ANO"
               DELIMITED BY SIZE INTO BF-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANUAL
           IF WS-IDX-CS-ACHADO > 0
               PERFORM IMPRIMIR-CONSELHO-BOLETIM
           END-IF

           MOVE WS-MATRICULA-ATUAL TO RA-MATRICULA
           MOVE WS-TURMA-ULTIMA    TO RA-TURMA
           MOVE WS-QTD-PERIODOS    TO RA-QTD-PERIODOS
           MOVE WS-MEDIA-ANUAL     TO RA-MEDIA-ANUAL
           MOVE WS-STATUS-ANUAL    TO RA-STATUS-ANUAL
           MOVE WS-STATUS-CALCULADO TO RA-STATUS-CALCULADO
           MOVE WS-DECIDIDO-CONSELHO TO RA-CONSELHO
           MOVE ZERO               TO RA-QTD-DEPENDENCIAS
           PERFORM VARYING WS-IDX-DISC FROM 1 BY 1 UNTIL WS-IDX-DISC > 4
               MOVE WS-DA-MEDIA(WS-IDX-DISC)
                   TO RA-MEDIA-DISCIPLINA(WS-IDX-DISC)
               MOVE "N" TO RA-DISC-DEPENDENCIA(WS-IDX-DISC)
               IF RA-DEPENDENCIA AND WS-DA-ABAIXO(WS-IDX-DISC) = "S"
                   MOVE "S" TO RA-DISC-DEPENDENCIA(WS-IDX-DISC)
                   ADD 1 TO RA-QTD-DEPENDENCIAS
                   MOVE SPACES TO BF-LINHA
                   STRING "     DEPENDENCIA EM "
                          WS-NOME-DISCIPLINA(WS-IDX-DISC)
                          " MEDIA ANUAL=" WS-DA-MEDIA(WS-IDX-DISC)
                       DELIMITED BY SIZE INTO BF-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ANUAL
               END-IF
           END-PERFORM
           WRITE RA-ANUAL-REC
           PERFORM LISTAR-DEPENDENCIAS-ABERTAS.

      * MEDIA ANUAL DE CADA DISCIPLINA (MEDIA DAS NOTAS DOS PERIODOS)
      * E QUANTAS FICARAM ABAIXO DA LINHA DE APROVACAO DA TURMA.
       APURAR-DISCIPLINAS.
           MOVE ZERO TO WS-QTD-ABAIXO
           PERFORM VARYING WS-IDX-DISC FROM 1 BY 1 UNTIL WS-IDX-DISC > 4
               COMPUTE WS-DA-MEDIA(WS-IDX-DISC) =
                   WS-DA-SOMA(WS-IDX-DISC) / WS-QTD-PERIODOS
               IF WS-DA-MEDIA(WS-IDX-DISC) < WS-MEDIA-APROVACAO
                   MOVE "S" TO WS-DA-ABAIXO(WS-IDX-DISC)
                   ADD 1 TO WS-QTD-ABAIXO
               ELSE
                   MOVE "N" TO WS-DA-ABAIXO(WS-IDX-DISC)
               END-IF
           END-PERFORM.

      * DECISAO DO CONSELHO DE CLASSE PARA O ALUNO: SO VALE QUANDO O
      * RESULTADO ORIGINAL DIGITADO CONFERE COM O CALCULADO (O
      * CONSELHO DECIDIU SOBRE O QUE AS NOTAS DE FATO DERAM) E O
      * DECIDIDO E UM RESULTADO DO ANO; DEPENDENCIA SO COM DISCIPLINA
      * ABAIXO DA LINHA. AS NOTAS E AS MEDIAS NAO MUDAM.
       APLICAR-CONSELHO.
           PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                   UNTIL WS-IDX-CS > WS-QTD-CONSELHO
                       OR WS-IDX-CS-ACHADO > 0
               IF WS-CS-MATRICULA(WS-IDX-CS) = WS-MATRICULA-ATUAL
                       AND WS-CS-SITUACAO(WS-IDX-CS) = "P"
                   MOVE WS-IDX-CS TO WS-IDX-CS-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-CS-ACHADO > 0
               MOVE WS-TURMA-ULTIMA TO WS-CS-TURMA(WS-IDX-CS-ACHADO)
               MOVE WS-MEDIA-ANUAL  TO WS-CS-MEDIA(WS-IDX-CS-ACHADO)
               EVALUATE TRUE
                   WHEN WS-CS-ORIGINAL(WS-IDX-CS-ACHADO) NOT =
                           WS-STATUS-CALCULADO
                       MOVE SPACES TO WS-CS-MOTIVO(WS-IDX-CS-ACHADO)
                       STRING "RESULTADO ORIGINAL DIFERE DO CALCULADO ("
                              FUNCTION TRIM(WS-STATUS-CALCULADO) ")"
                           DELIMITED BY SIZE
                           INTO WS-CS-MOTIVO(WS-IDX-CS-ACHADO)
                       END-STRING
                       PERFORM RECUSAR-CONSELHO
                   WHEN WS-CS-DECIDIDO(WS-IDX-CS-ACHADO) NOT =
                               "APROVADO"
                           AND WS-CS-DECIDIDO(WS-IDX-CS-ACHADO) NOT =
                               "DEPENDENCIA"
                           AND WS-CS-DECIDIDO(WS-IDX-CS-ACHADO) NOT =
                               "REPROVADO"
                       MOVE "RESULTADO DECIDIDO INVALIDO"
                           TO WS-CS-MOTIVO(WS-IDX-CS-ACHADO)
                       PERFORM RECUSAR-CONSELHO
                   WHEN WS-CS-DECIDIDO(WS-IDX-CS-ACHADO) = "DEPENDENCIA"
                           AND WS-QTD-ABAIXO = 0
                       MOVE "DEPENDENCIA SEM DISCIPLINA ABAIXO DA LINHA"
                           TO WS-CS-MOTIVO(WS-IDX-CS-ACHADO)
                       PERFORM RECUSAR-CONSELHO
                   WHEN OTHER
                       MOVE "A" TO WS-CS-SITUACAO(WS-IDX-CS-ACHADO)
                       ADD 1 TO WS-QTD-CS-APLICADAS
                       MOVE WS-CS-DECIDIDO(WS-IDX-CS-ACHADO)
                           TO WS-STATUS-ANUAL
                       MOVE "S" TO WS-DECIDIDO-CONSELHO
                       PERFORM REGISTRAR-CONSELHO-HISTORICO
               END-EVALUATE
           END-IF.

       RECUSAR-CONSELHO.
           MOVE "R" TO WS-CS-SITUACAO(WS-IDX-CS-ACHADO)
           ADD 1 TO WS-QTD-CS-RECUSADAS
           DISPLAY "DECISAO DO CONSELHO NAO APLICADA - MATRICULA "
               WS-CS-MATRICULA(WS-IDX-CS-ACHADO) ": "
               FUNCTION TRIM(WS-CS-MOTIVO(WS-IDX-CS-ACHADO)).

      * TOTAIS E DESCRICAO DO BOLETIM PELA SITUACAO FINAL DO ALUNO -
      * A DECIDIDA PELO CONSELHO, QUANDO HOUVE.
       CONTAR-SITUACAO.
           EVALUATE WS-STATUS-ANUAL
               WHEN "APROVADO"
                   IF DECIDIDO-CONSELHO
                       MOVE "APROVADO PELO CONSELHO" TO WS-DESC-STATUS
                   ELSE
                       MOVE "APROVADO" TO WS-DESC-STATUS
                   END-IF
                   ADD 1 TO WS-QTD-APROVADOS
               WHEN "DEPENDENCIA"
                   IF DECIDIDO-CONSELHO
                       MOVE "APROVADO COM DEPENDENCIA PELO CONSELHO"
                           TO WS-DESC-STATUS
                   ELSE
                       MOVE "APROVADO COM DEPENDENCIA" TO WS-DESC-STATUS
                   END-IF
                   ADD 1 TO WS-QTD-DEPENDENCIA
                   ADD WS-QTD-ABAIXO TO WS-QTD-DISC-DEPEND
               WHEN OTHER
                   IF DECIDIDO-CONSELHO
                       MOVE "REPROVADO PELO CONSELHO" TO WS-DESC-STATUS
                   ELSE
                       MOVE "REPROVADO" TO WS-DESC-STATUS
                   END-IF
                   ADD 1 TO WS-QTD-REPROVADOS
           END-EVALUATE.

      * A DECISAO DO CONSELHO LOGO ABAIXO DA LINHA DO ALUNO NO
      * BOLETIM: APLICADA, COM O RESULTADO QUE AS NOTAS DERAM E A
      * JUSTIFICATIVA; RECUSADA, COM O MOTIVO.
       IMPRIMIR-CONSELHO-BOLETIM.
           MOVE SPACES TO BF-LINHA
           IF WS-CS-SITUACAO(WS-IDX-CS-ACHADO) = "A"
               STRING "     DECISAO DO CONSELHO DE CLASSE - RESULTADO "
                      "CALCULADO: " WS-STATUS-CALCULADO
                   DELIMITED BY SIZE INTO BF-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ANUAL
               MOVE SPACES TO BF-LINHA
               STRING "     JUSTIFICATIVA: "
                      FUNCTION TRIM(WS-CS-JUSTIFICATIVA
                          (WS-IDX-CS-ACHADO))
                   DELIMITED BY SIZE INTO BF-LINHA
               END-STRING
           ELSE
               STRING "     DECISAO DO CONSELHO NAO APLICADA: "
                      FUNCTION TRIM(WS-CS-MOTIVO(WS-IDX-CS-ACHADO))
                   DELIMITED BY SIZE INTO BF-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-ANUAL.

      * A DECISAO APLICADA VAI PARA O HISTORICO DE AVALIACOES, COMO A
      * RETIFICACAO: UMA LINHA COM O RESULTADO ORIGINAL, O DECIDIDO E
      * A JUSTIFICATIVA, OUTRA COM OS MEMBROS PRESENTES. DECISAO JA
      * REGISTRADA (RERUN DO FECHAMENTO) NAO E REPETIDA.
       REGISTRAR-CONSELHO-HISTORICO.
           IF HISTORICO-ABERTO
               MOVE SPACES TO HT-LINHA
               STRING WS-CAB-DATA-FMT " CONSELHO "
                      WS-MATRICULA-ATUAL " ANO " WS-ANO-LETIVO
                      " TURMA " WS-TURMA-ULTIMA
                      " ORIGINAL=" WS-STATUS-CALCULADO
                      " DECIDIDO=" WS-CS-DECIDIDO(WS-IDX-CS-ACHADO)
                   DELIMITED BY SIZE INTO HT-LINHA
               END-STRING
               MOVE "N" TO WS-JA-REGISTRADA
               PERFORM VARYING WS-IDX-HT FROM 1 BY 1
                       UNTIL WS-IDX-HT > WS-QTD-HT-CONSELHO
                           OR JA-REGISTRADA
                   IF WS-HT-CONSELHO(WS-IDX-HT) = HT-LINHA(12:79)
                       MOVE "S" TO WS-JA-REGISTRADA
                   END-IF
               END-PERFORM
               IF NOT JA-REGISTRADA
                   PERFORM GRAVAR-CONSELHO-HISTORICO
               END-IF
           END-IF.

       GRAVAR-CONSELHO-HISTORICO.
           IF WS-QTD-HT-CONSELHO < 500
               ADD 1 TO WS-QTD-HT-CONSELHO
               MOVE HT-LINHA(12:79)
                   TO WS-HT-CONSELHO(WS-QTD-HT-CONSELHO)
           END-IF
           MOVE 91 TO WS-PONTEIRO-LINHA
           STRING " MEDIA=" WS-MEDIA-ANUAL
                  " JUSTIFICATIVA: "
                  FUNCTION TRIM(WS-CS-JUSTIFICATIVA(WS-IDX-CS-ACHADO))
               DELIMITED BY SIZE
               INTO HT-LINHA
               WITH POINTER WS-PONTEIRO-LINHA
           END-STRING
           WRITE HT-LINHA
           MOVE SPACES TO HT-LINHA
           MOVE 1 TO WS-PONTEIRO-LINHA
           STRING WS-CAB-DATA-FMT " CONSELHO "
                  WS-MATRICULA-ATUAL " ANO " WS-ANO-LETIVO
                  " MEMBROS PRESENTES:"
               DELIMITED BY SIZE
               INTO HT-LINHA
               WITH POINTER WS-PONTEIRO-LINHA
           END-STRING
           PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1
                   UNTIL WS-IDX-MEMBRO > 5
               IF WS-CS-MEMBRO(WS-IDX-CS-ACHADO, WS-IDX-MEMBRO)
                       NOT = SPACES
                   STRING " "
                          FUNCTION TRIM(WS-CS-MEMBRO
                              (WS-IDX-CS-ACHADO, WS-IDX-MEMBRO))
                          ";"
                       DELIMITED BY SIZE
                       INTO HT-LINHA
                       WITH POINTER WS-PONTEIRO-LINHA
                   END-STRING
               END-IF
           END-PERFORM
           WRITE HT-LINHA.

      * DECISAO QUE NAO ACHOU O ALUNO NO FECHAMENTO: ALUNO QUE SAIU
      * DA ESCOLA NO ANO (O CONSELHO NAO DECIDE TRANSFERIDO NEM
      * ABANDONO) OU SEM NENHUMA AVALIACAO NO ANO.
       RECUSAR-CONSELHO-PENDENTE.
           PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                   UNTIL WS-IDX-CS > WS-QTD-CONSELHO
               IF WS-CS-SITUACAO(WS-IDX-CS) = "P"
                   MOVE WS-IDX-CS TO WS-IDX-CS-ACHADO
                   MOVE WS-CS-MATRICULA(WS-IDX-CS) TO WS-MATRICULA-ATUAL
                   PERFORM BUSCAR-SAIDA-ALUNO
                   IF WS-IDX-SD-ACHADO > 0
                       MOVE WS-SD-TURMA(WS-IDX-SD-ACHADO)
                           TO WS-CS-TURMA(WS-IDX-CS)
                       MOVE "ALUNO SAIU DA ESCOLA NO ANO"
                           TO WS-CS-MOTIVO(WS-IDX-CS)
                   ELSE
                       MOVE "ALUNO SEM AVALIACAO NO ANO LETIVO"
                           TO WS-CS-MOTIVO(WS-IDX-CS)
                   END-IF
                   PERFORM RECUSAR-CONSELHO
               END-IF
           END-PERFORM.

      * DEPENDENCIAS DE ANOS ANTERIORES DO ALUNO AINDA NAO CUMPRIDAS.
       LISTAR-DEPENDENCIAS-ABERTAS.
           PERFORM VARYING WS-IDX-DP FROM 1 BY 1
                   UNTIL WS-IDX-DP > WS-QTD-DEPEND-ABERTAS
               IF WS-DP-MATRICULA(WS-IDX-DP) = WS-MATRICULA-ATUAL
                   MOVE SPACES TO BF-LINHA
                   STRING "     DEPENDENCIA EM ABERTO DE "
                          WS-DP-ANO(WS-IDX-DP)
                          " (TURMA " WS-DP-TURMA(WS-IDX-DP) ") EM "
                          WS-DP-NOME-DISC(WS-IDX-DP)
                          " MEDIA=" WS-DP-MEDIA(WS-IDX-DP)
                       DELIMITED BY SIZE INTO BF-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ANUAL
               END-IF
           END-PERFORM.

      * O ALUNO CORRENTE SAIU DA ESCOLA NO ANO?
       BUSCAR-SAIDA-ALUNO.
           MOVE ZEROS TO WS-IDX-SD-ACHADO
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
                       OR WS-IDX-SD-ACHADO > 0
               IF WS-SD-MATRICULA(WS-IDX-SD) = WS-MATRICULA-ATUAL
                   MOVE WS-IDX-SD TO WS-IDX-SD-ACHADO
               END-IF
           END-PERFORM.

      * TRANSFERENCIA PARA OUTRA ESCOLA E "TRANSFERIDO"; DESISTENCIA
      * E CANCELAMENTO DE MATRICULA SAO "ABANDONO".
       CLASSIFICAR-SAIDA.
           IF WS-SD-TIPO(WS-IDX-SD-ACHADO) = "T"
               MOVE "TRANSFERIDO" TO WS-STATUS-ANUAL
               ADD 1 TO WS-QTD-TRANSFERIDOS
           ELSE
               MOVE "ABANDONO" TO WS-STATUS-ANUAL
               ADD 1 TO WS-QTD-ABANDONOS
           END-IF
           MOVE WS-STATUS-ANUAL TO WS-DESC-STATUS.

      * ALUNO QUE SAIU ANTES DE QUALQUER PERIODO AVALIADO NAO PASSOU
      * PELA QUEBRA DO HISTORICO: FECHA AQUI, SEM MEDIA, NA TURMA DA
      * SAIDA.
       FECHAR-SAIDAS-SEM-AVALIACAO.
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               IF WS-SD-USADA(WS-IDX-SD) = "N"
                   MOVE WS-IDX-SD TO WS-IDX-SD-ACHADO
                   MOVE WS-SD-MATRICULA(WS-IDX-SD)
                       TO WS-MATRICULA-ATUAL
                   MOVE WS-SD-TURMA(WS-IDX-SD) TO WS-TURMA-ULTIMA
                   MOVE ZEROS TO WS-QTD-PERIODOS
                   MOVE ZEROS TO WS-MEDIA-ANUAL
                   PERFORM CLASSIFICAR-SAIDA
                   ADD 1 TO WS-QTD-ALUNOS

                   MOVE SPACES TO BF-LINHA
                   STRING "MATRICULA " WS-MATRICULA-ATUAL
                          " TURMA " WS-TURMA-ULTIMA
                          " PERIODOS=" WS-QTD-PERIODOS
                          " SEM AVALIACAO - "
                          FUNCTION TRIM(WS-STATUS-ANUAL) " NO ANO"
                       DELIMITED BY SIZE INTO BF-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ANUAL

                   MOVE WS-MATRICULA-ATUAL TO RA-MATRICULA
                   MOVE WS-TURMA-ULTIMA    TO RA-TURMA
                   MOVE WS-QTD-PERIODOS    TO RA-QTD-PERIODOS
                   MOVE WS-MEDIA-ANUAL     TO RA-MEDIA-ANUAL
                   MOVE WS-STATUS-ANUAL    TO RA-STATUS-ANUAL
                   MOVE WS-STATUS-ANUAL    TO RA-STATUS-CALCULADO
                   MOVE "N"                TO RA-CONSELHO
                   MOVE ZERO               TO RA-QTD-DEPENDENCIAS
                   PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
                           UNTIL WS-IDX-DISC > 4
                       MOVE ZEROS TO RA-MEDIA-DISCIPLINA(WS-IDX-DISC)
                       MOVE "N"   TO RA-DISC-DEPENDENCIA(WS-IDX-DISC)
                   END-PERFORM
                   WRITE RA-ANUAL-REC
               END-IF
           END-PERFORM.

      * CARREGA AS SAIDAS DO ANO LETIVO EM FECHAMENTO. ARQUIVO
      * AUSENTE: NENHUM ALUNO SAIU NO ANO.
       CARREGAR-SAIDAS.
           OPEN INPUT SAIDA-FILE
           IF WS-FS-SAIDA = "00"
               PERFORM UNTIL FIM-SAIDA
                   READ SAIDA-FILE
                       AT END
                           SET FIM-SAIDA TO TRUE
                       NOT AT END
                           IF SA-ANO-SAIDA = WS-ANO-LETIVO
                                   AND SA-TIPO-VALIDO
                               PERFORM GUARDAR-SAIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
               DISPLAY "ALUNOS QUE SAIRAM NO ANO: " WS-QTD-SAIDAS
           END-IF.

       GUARDAR-SAIDA.
           IF WS-QTD-SAIDAS < 200
               ADD 1 TO WS-QTD-SAIDAS
               MOVE SA-MATRICULA TO WS-SD-MATRICULA(WS-QTD-SAIDAS)
               MOVE SA-TURMA     TO WS-SD-TURMA(WS-QTD-SAIDAS)
               MOVE SA-TIPO      TO WS-SD-TIPO(WS-QTD-SAIDAS)
               MOVE "N"          TO WS-SD-USADA(WS-QTD-SAIDAS)
           ELSE
               DISPLAY "TABELA DE SAIDAS CHEIA - SAIDA IGNORADA: "
                   SA-MATRICULA
           END-IF.

      * LIMITE DE DISCIPLINAS EM DEPENDENCIA. SEM O PARAMETRO (OU COM
      * ELE INVALIDO) VALE O PADRAO DE DUAS DISCIPLINAS.
       CARREGAR-LIMITE-DEPENDENCIA.
           OPEN INPUT LIMITE-FILE
           IF WS-FS-LIMITE NOT = "00"
               DISPLAY "SEM PARAMETRO DE DEPENDENCIA (" WS-FS-LIMITE
                   ") - LIMITE PADRAO"
           ELSE
               READ LIMITE-FILE
                   AT END
                       DISPLAY "PARAMETRO DE DEPENDENCIA VAZIO - "
                           "LIMITE PADRAO"
                   NOT AT END
                       IF LD-MAX-DEPENDENCIAS IS NUMERIC
                           MOVE LD-MAX-DEPENDENCIAS
                               TO WS-LIMITE-DEPEND
                       ELSE
                           DISPLAY "PARAMETRO DE DEPENDENCIA INVALIDO ("
                               LD-LIMITE-REC ") - LIMITE PADRAO"
                       END-IF
               END-READ
               CLOSE LIMITE-FILE
           END-IF
           DISPLAY "LIMITE DE DISCIPLINAS EM DEPENDENCIA: "
               WS-LIMITE-DEPEND.

      * DEPENDENCIAS ABERTAS EM ANOS ANTERIORES AO QUE ESTA FECHANDO.
      * ARQUIVO AUSENTE: NENHUM ALUNO EM DEPENDENCIA AINDA.
       CARREGAR-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIA-FILE
           IF WS-FS-DEPENDENCIA = "00"
               PERFORM UNTIL FIM-DEPENDENCIA
                   READ DEPENDENCIA-FILE
                       AT END
                           SET FIM-DEPENDENCIA TO TRUE
                       NOT AT END
                           IF DP-ABERTA
                                   AND DP-ANO-ORIGEM < WS-ANO-LETIVO
                               PERFORM GUARDAR-DEPENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIA-FILE
               DISPLAY "DEPENDENCIAS EM ABERTO DE ANOS ANTERIORES: "
                   WS-QTD-DEPEND-ABERTAS
           END-IF.

       GUARDAR-DEPENDENCIA.
           IF WS-QTD-DEPEND-ABERTAS < 500
               ADD 1 TO WS-QTD-DEPEND-ABERTAS
               MOVE DP-MATRICULA
                   TO WS-DP-MATRICULA(WS-QTD-DEPEND-ABERTAS)
               MOVE DP-ANO-ORIGEM
                   TO WS-DP-ANO(WS-QTD-DEPEND-ABERTAS)
               MOVE DP-TURMA-ORIGEM
                   TO WS-DP-TURMA(WS-QTD-DEPEND-ABERTAS)
               MOVE DP-NOME-DISCIPLINA
                   TO WS-DP-NOME-DISC(WS-QTD-DEPEND-ABERTAS)
               MOVE DP-MEDIA-ORIGEM
                   TO WS-DP-MEDIA(WS-QTD-DEPEND-ABERTAS)
           ELSE
               DISPLAY "TABELA DE DEPENDENCIAS CHEIA - DEPENDENCIA "
                   "IGNORADA: " DP-MATRICULA
           END-IF.

      * DECISOES DO CONSELHO DE CLASSE DO ANO EM FECHAMENTO. ARQUIVO
      * AUSENTE: NENHUMA DECISAO. A MESMA MATRICULA DIGITADA DE NOVO
      * SUBSTITUI A ANTERIOR (CORRECAO DA DIGITACAO).
       CARREGAR-CONSELHO.
           OPEN INPUT CONSELHO-FILE
           IF WS-FS-CONSELHO = "00"
               PERFORM UNTIL FIM-CONSELHO
                   READ CONSELHO-FILE
                       AT END
                           SET FIM-CONSELHO TO TRUE
                       NOT AT END
                           IF CS-ANO = WS-ANO-LETIVO
                               PERFORM GUARDAR-CONSELHO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSELHO-FILE
               DISPLAY "DECISOES DO CONSELHO DE CLASSE NO ANO: "
                   WS-QTD-CONSELHO
               IF WS-QTD-CONSELHO > 0
                   PERFORM ABRIR-HISTORICO-CONSELHO
               END-IF
           END-IF.

       GUARDAR-CONSELHO.
           MOVE ZEROS TO WS-IDX-CS-ACHADO
           PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                   UNTIL WS-IDX-CS > WS-QTD-CONSELHO
                       OR WS-IDX-CS-ACHADO > 0
               IF WS-CS-MATRICULA(WS-IDX-CS) = CS-MATRICULA
                   MOVE WS-IDX-CS TO WS-IDX-CS-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-CS-ACHADO = 0
               IF WS-QTD-CONSELHO < 200
                   ADD 1 TO WS-QTD-CONSELHO
                   MOVE WS-QTD-CONSELHO TO WS-IDX-CS-ACHADO
               ELSE
                   DISPLAY "TABELA DO CONSELHO CHEIA - DECISAO "
                       "IGNORADA: " CS-MATRICULA
               END-IF
           END-IF
           IF WS-IDX-CS-ACHADO > 0
               MOVE SPACES       TO WS-CS-TURMA(WS-IDX-CS-ACHADO)
               MOVE CS-MATRICULA TO WS-CS-MATRICULA(WS-IDX-CS-ACHADO)
               MOVE ZEROS        TO WS-CS-MEDIA(WS-IDX-CS-ACHADO)
               MOVE CS-ORIGINAL  TO WS-CS-ORIGINAL(WS-IDX-CS-ACHADO)
               MOVE CS-DECIDIDO  TO WS-CS-DECIDIDO(WS-IDX-CS-ACHADO)
               MOVE CS-JUSTIFICATIVA
                   TO WS-CS-JUSTIFICATIVA(WS-IDX-CS-ACHADO)
               PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1
                       UNTIL WS-IDX-MEMBRO > 5
                   MOVE CS-MEMBRO(WS-IDX-MEMBRO)
                       TO WS-CS-MEMBRO(WS-IDX-CS-ACHADO, WS-IDX-MEMBRO)
               END-PERFORM
               MOVE "P"    TO WS-CS-SITUACAO(WS-IDX-CS-ACHADO)
               MOVE SPACES TO WS-CS-MOTIVO(WS-IDX-CS-ACHADO)
           END-IF.

      * GUARDA AS DECISOES JA REGISTRADAS NO HISTORICO DE AVALIACOES
      * E ABRE O HISTORICO PARA ACRESCENTAR AS NOVAS. HISTORICO
      * INDISPONIVEL NAO SEGURA O FECHAMENTO - O RETORNO SAI ALERTA.
       ABRIR-HISTORICO-CONSELHO.
           OPEN INPUT HISTORICO-FILE
           IF WS-FS-HISTORICO = "00"
               PERFORM UNTIL FIM-HISTORICO
                   READ HISTORICO-FILE
                       AT END
                           SET FIM-HISTORICO TO TRUE
                       NOT AT END
                           IF HT-LINHA(12:9) = "CONSELHO "
                                   AND HT-LINHA(36:7) = " TURMA "
                                   AND WS-QTD-HT-CONSELHO < 500
                               ADD 1 TO WS-QTD-HT-CONSELHO
                               MOVE HT-LINHA(12:79)
                                   TO WS-HT-CONSELHO(WS-QTD-HT-CONSELHO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           OPEN EXTEND HISTORICO-FILE
           IF WS-FS-HISTORICO = "35"
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN EXTEND HISTORICO-FILE
           END-IF
           IF WS-FS-HISTORICO = "00"
               MOVE "S" TO WS-HISTORICO-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR HISTORICO DE AVALIACOES: "
                   WS-FS-HISTORICO " - DECISOES DO CONSELHO SEM "
                   "REGISTRO NO HISTORICO"
           END-IF.

      * LINHA DE APROVACAO DA TURMA ONDE O ALUNO TERMINOU O ANO:
      * REGISTRO PROPRIO, SENAO "GERAL", SENAO A COMPILADA.
               DELIMITED BY SIZE INTO BF-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANUAL
           MOVE SPACES TO BF-LINHA
           STRING "APROVADOS COM DEPENDENCIA: " WS-QTD-DEPENDENCIA
                  "  DISCIPLINAS EM DEPENDENCIA: " WS-QTD-DISC-DEPEND
               DELIMITED BY SIZE INTO BF-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANUAL
           MOVE SPACES TO BF-LINHA
           STRING "TRANSFERIDOS: " WS-QTD-TRANSFERIDOS
                  "  ABANDONOS: " WS-QTD-ABANDONOS
               DELIMITED BY SIZE INTO BF-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANUAL
           MOVE SPACES TO BF-LINHA
           STRING "DECISOES DO CONSELHO DE CLASSE APLICADAS: "
                  WS-QTD-CS-APLICADAS
                  "  NAO APLICADAS: " WS-QTD-CS-RECUSADAS
               DELIMITED BY SIZE INTO BF-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANUAL
           DISPLAY "RESULTADO ANUAL: ALUNOS=" WS-QTD-ALUNOS
               " APROVADOS=" WS-QTD-APROVADOS
               " REPROVADOS=" WS-QTD-REPROVADOS
               " COM DEPENDENCIA=" WS-QTD-DEPENDENCIA
               " TRANSFERIDOS=" WS-QTD-TRANSFERIDOS
               " ABANDONOS=" WS-QTD-ABANDONOS
           DISPLAY "CONSELHO DE CLASSE: APLICADAS=" WS-QTD-CS-APLICADAS
               " NAO APLICADAS=" WS-QTD-CS-RECUSADAS.

      * ATA DO CONSELHO DE CLASSE: UMA SECAO (PAGINA NOVA) POR TURMA
      * COM CADA DECISAO - APLICADA OU NAO, COM O MOTIVO - E, NO FIM,
      * AS LINHAS DE ASSINATURA DOS MEMBROS PRESENTES NAS DECISOES DA
      * TURMA. DECISAO SEM ALUNO NO FECHAMENTO SAI NA SECAO SEM TURMA.
       IMPRIMIR-ATA-CONSELHO.
           OPEN OUTPUT ATA-FILE
           IF WS-FS-ATA NOT = "00"
               DISPLAY "ERRO AO ABRIR ATA DO CONSELHO DE CLASSE: "
                   WS-FS-ATA
           ELSE
               MOVE "ATA DO CONSELHO DE CLASSE" TO WS-CAB-TITULO
               MOVE ZERO TO WS-CAB-PAGINA
               PERFORM IMPRIMIR-CABECALHO-ATA
               IF WS-QTD-CONSELHO = 0
                   MOVE SPACES TO AT-LINHA
                   STRING "NENHUMA DECISAO DO CONSELHO DE CLASSE NO "
                          "ANO LETIVO " WS-ANO-LETIVO
                       DELIMITED BY SIZE INTO AT-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ATA
               ELSE
                   PERFORM CLASSIFICAR-CONSELHO
                   PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                           UNTIL WS-IDX-CS > WS-QTD-CONSELHO
                       IF WS-IDX-CS = 1
                               OR WS-CS-TURMA(WS-IDX-CS) NOT =
                                   WS-TURMA-ATA
                           IF WS-IDX-CS > 1
                               PERFORM FECHAR-ATA-TURMA
                               MOVE WS-CAB-MAX-LINHAS
                                   TO WS-CAB-QTD-LINHAS
                           END-IF
                           PERFORM ABRIR-ATA-TURMA
                       END-IF
                       PERFORM IMPRIMIR-DECISAO-ATA
                   END-PERFORM
                   PERFORM FECHAR-ATA-TURMA
               END-IF
               CLOSE ATA-FILE
               DISPLAY "ATA DO CONSELHO DE CLASSE GERADA: "
                   WS-QTD-CONSELHO " DECISOES"
           END-IF.

      * CLASSIFICACAO POR TROCA DE VIZINHOS SOBRE TURMA+MATRICULA.
       CLASSIFICAR-CONSELHO.
           PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                   UNTIL WS-IDX-CS >= WS-QTD-CONSELHO
               PERFORM VARYING WS-IDX-CS-J FROM 1 BY 1
                       UNTIL WS-IDX-CS-J > WS-QTD-CONSELHO - WS-IDX-CS
                   IF WS-CS-CHAVE(WS-IDX-CS-J) >
                           WS-CS-CHAVE(WS-IDX-CS-J + 1)
                       MOVE WS-CS-ENTRADA(WS-IDX-CS-J)
                           TO WS-CS-TROCA
                       MOVE WS-CS-ENTRADA(WS-IDX-CS-J + 1)
                           TO WS-CS-ENTRADA(WS-IDX-CS-J)
                       MOVE WS-CS-TROCA
                           TO WS-CS-ENTRADA(WS-IDX-CS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ABRIR-ATA-TURMA.
           MOVE WS-CS-TURMA(WS-IDX-CS) TO WS-TURMA-ATA
           MOVE ZEROS TO WS-QTD-ASSINA
           MOVE SPACES TO AT-LINHA
           IF WS-TURMA-ATA = SPACES
               STRING "ANO LETIVO " WS-ANO-LETIVO
                      " - DECISOES SEM ALUNO NO FECHAMENTO DO ANO"
                   DELIMITED BY SIZE INTO AT-LINHA
               END-STRING
           ELSE
               STRING "ANO LETIVO " WS-ANO-LETIVO
                      " - TURMA " WS-TURMA-ATA
                   DELIMITED BY SIZE INTO AT-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-ATA
           MOVE SPACES TO AT-LINHA
           PERFORM GRAVAR-LINHA-ATA
           MOVE "REUNIDO O CONSELHO DE CLASSE, FORAM TOMADAS AS "
               TO AT-LINHA
           MOVE "SEGUINTES DECISOES:" TO AT-LINHA(48:19)
           PERFORM GRAVAR-LINHA-ATA
           MOVE SPACES TO AT-LINHA
           PERFORM GRAVAR-LINHA-ATA.

       IMPRIMIR-DECISAO-ATA.
           MOVE SPACES TO AT-LINHA
           STRING "MATRICULA " WS-CS-MATRICULA(WS-IDX-CS)
                  "  MEDIA ANUAL=" WS-CS-MEDIA(WS-IDX-CS)
                  "  ORIGINAL: " WS-CS-ORIGINAL(WS-IDX-CS)
                  "  DECIDIDO: " WS-CS-DECIDIDO(WS-IDX-CS)
               DELIMITED BY SIZE INTO AT-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ATA
           MOVE SPACES TO AT-LINHA
           STRING "   JUSTIFICATIVA: "
                  FUNCTION TRIM(WS-CS-JUSTIFICATIVA(WS-IDX-CS))
               DELIMITED BY SIZE INTO AT-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ATA
           MOVE "   MEMBROS PRESENTES:" TO AT-LINHA
           PERFORM GRAVAR-LINHA-ATA
           PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1
                   UNTIL WS-IDX-MEMBRO > 5
               IF WS-CS-MEMBRO(WS-IDX-CS, WS-IDX-MEMBRO) NOT = SPACES
                   MOVE SPACES TO AT-LINHA
                   STRING "      "
                          WS-CS-MEMBRO(WS-IDX-CS, WS-IDX-MEMBRO)
                       DELIMITED BY SIZE INTO AT-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ATA
                   PERFORM GUARDAR-ASSINATURA
               END-IF
           END-PERFORM
           IF WS-CS-SITUACAO(WS-IDX-CS) NOT = "A"
               MOVE SPACES TO AT-LINHA
               STRING "   DECISAO NAO APLICADA: "
                      FUNCTION TRIM(WS-CS-MOTIVO(WS-IDX-CS))
                   DELIMITED BY SIZE INTO AT-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ATA
           END-IF
           MOVE SPACES TO AT-LINHA
           PERFORM GRAVAR-LINHA-ATA.

      * CADA MEMBRO ASSINA A ATA DA TURMA UMA VEZ SO.
       GUARDAR-ASSINATURA.
           MOVE "N" TO WS-ACHOU-ASS
           PERFORM VARYING WS-IDX-ASS FROM 1 BY 1
                   UNTIL WS-IDX-ASS > WS-QTD-ASSINA OR ACHOU-ASS
               IF WS-ASS-NOME(WS-IDX-ASS) =
                       WS-CS-MEMBRO(WS-IDX-CS, WS-IDX-MEMBRO)
                   MOVE "S" TO WS-ACHOU-ASS
               END-IF
           END-PERFORM
           IF NOT ACHOU-ASS AND WS-QTD-ASSINA < 50
               ADD 1 TO WS-QTD-ASSINA
               MOVE WS-CS-MEMBRO(WS-IDX-CS, WS-IDX-MEMBRO)
                   TO WS-ASS-NOME(WS-QTD-ASSINA)
           END-IF.

       FECHAR-ATA-TURMA.
           MOVE "ASSINATURAS DOS MEMBROS PRESENTES:" TO AT-LINHA
           PERFORM GRAVAR-LINHA-ATA
           PERFORM VARYING WS-IDX-ASS FROM 1 BY 1
                   UNTIL WS-IDX-ASS > WS-QTD-ASSINA
               MOVE SPACES TO AT-LINHA
               PERFORM GRAVAR-LINHA-ATA
               MOVE SPACES TO AT-LINHA
               STRING "   ______________________________  "
                      WS-ASS-NOME(WS-IDX-ASS)
                   DELIMITED BY SIZE INTO AT-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ATA
           END-PERFORM.

       IMPRIMIR-CABECALHO-ANUAL.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           WRITE BF-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       IMPRIMIR-CABECALHO-ATA.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO AT-LINHA
           WRITE AT-LINHA
           MOVE WS-CAB-LINHA-2 TO AT-LINHA
           WRITE AT-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

       GRAVAR-LINHA-ATA.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE AT-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-ATA
               MOVE WS-LINHA-GUARDADA TO AT-LINHA
           END-IF
           WRITE AT-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM 012-RESULTADO-ANUAL.
