      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: ANONIMIZACAO APOS A RETENCAO (LGPD) - PASSADOS OS ANOS
      *          DE RETENCAO LEGAL (data/LGPD_PARAM.DAT, UM PRAZO PARA
      *          FUNCIONARIOS E OUTRO PARA ALUNOS, PADRAO DE 5 ANOS)
      *          DESDE O DESLIGAMENTO DO FUNCIONARIO
      *          (FM-DATA-DESLIGAMENTO) OU A SAIDA DO ALUNO
      *          (AM-DATA-SAIDA), OS DADOS PESSOAIS SAO MASCARADOS EM
      *          TODA A SUITE:
      *          - FUNCIONARIO: CPF, NOME, TELEFONE, ENDERECO E
      *            DOMICILIO BANCARIO NO CADASTRO E NAS IMAGENS DA
      *            TRILHA DE AUDITORIA; NOME E NASCIMENTO (FICA SO O
      *            ANO) DOS DEPENDENTES; NOME E CONTA DO BENEFICIARIO
      *            DA PENSAO; NOMES NO HISTORICO DE CONTRACHEQUES;
      *            CARTOES DE BENEFICIO;
      *          - ALUNO: NOME, NASCIMENTO (FICA SO O ANO), RESPONSAVEL,
      *            ENDERECO E MOTIVO DA SAIDA NO CADASTRO MESTRE; NOME,
      *            MOTIVO E ESCOLA DE DESTINO NO HISTORICO DE SAIDAS;
      *            NOMES NOS ARQUIVOS DO PERIODO, NO HISTORICO DE
      *            AVALIACOES, NAS COBRANCAS E NA REMATRICULA PENDENTE;
      *            AS IMAGENS DA TRILHA DE AUDITORIA DO CADASTRO DE
      *            ALUNOS COMO NO CADASTRO MESTRE;
      *            O RESPONSAVEL FINANCEIRO SO QUANDO NENHUM OUTRO ALUNO
      *            AINDA NAO ANONIMIZADO E DA MESMA FAMILIA.
      *          CHAVES, VALORES E DATAS FICAM COMO ESTAO (FORA O
      *          NASCIMENTO), PARA O ACUMULADO DA FOLHA, OS INFORMES, O
      *          LIVRO DE REGISTRO E OS TOTAIS DE CONTROLE DOS VOLUMES
      *          DE ARQUIVO CONTINUAREM BATENDO. O CPF VIRA 00000 + A
      *          MATRICULA, QUE NAO E CPF VALIDO E MANTEM A CHAVE
      *          ALTERNATIVA UNICA. OS VOLUMES DOS ANOS ARQUIVADOS
      *          (A047) SAO MASCARADOS JUNTO.
      *          CADA ARQUIVO E REGRAVADO PELO ARQUIVO DE TRABALHO E O
      *          CADASTRO MESTRE SO E MASCARADO NO FIM, DEPOIS DE TODOS
      *          OS OUTROS: O NOME "ANONIMIZADO" NO CADASTRO E O QUE
      *          TIRA A PESSOA DAS PROXIMAS EXECUCOES, ENTAO UMA
      *          INTERRUPCAO NO MEIO SO FAZ O RERUN REPETIR A PESSOA.
      *          CADA ANONIMIZACAO VAI PARA data/LGPD_ANONIMIZACOES.DAT
      *          (UMA LINHA POR TITULAR E ARQUIVO, COM A QUANTIDADE DE
      *          REGISTROS MASCARADOS) E PARA O RELATORIO
      *          data/ANONIMIZACAO.TXT.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A050-LGPD-ANONIMIZACAO.
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
           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WS-ARQ-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MATRICULA
               FILE STATUS IS WS-FS-MASTER.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
           SELECT ANOFECH-FILE ASSIGN TO DYNAMIC WS-ARQ-ANOFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOFECH.
      * O ARQUIVO DA VEZ (OU O VOLUME DE ARQUIVO DO ANO) - O NOME
      * DYNAMIC E MONTADO PELA TABELA DE ARQUIVOS.
           SELECT VIVO-FILE ASSIGN TO DYNAMIC WS-ARQ-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIVO.
           SELECT TRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-TRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  ALUNO-MASTER.
       COPY ALUNO-MASTER-REC.
       FD  PARAM-FILE.
       01  LP-PARAM-REC.
           05 LP-ANOS-FUNC         PIC 9(02).
           05 LP-ANOS-ALUNO        PIC 9(02).
       FD  ANOFECH-FILE.
       COPY ANO-FECHADO-REC.
      * A LINHA CRUA E AS VISOES DE CADA LAYOUT COM DADO PESSOAL.
       FD  VIVO-FILE.
       01  VV-LINHA                PIC X(440).
       COPY DEPENDENTE-REC.
       COPY PENSAO-REC.
       COPY CONTRACHEQUE-HIST-REC.
       COPY BENEFICIO-REC.
       COPY SAIDA-ALUNO-REC.
       COPY COBRANCA-REC.
       COPY REMAT-PENDENTE-REC.
       COPY RESP-FINANCEIRO-REC.
       FD  TRAB-FILE.
       01  TB-LINHA                PIC X(440).
       FD  LOG-FILE.
       COPY LGPD-LOG-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-MASTER     PIC X(40)
           VALUE "data/ALUNOS_MASTER.DAT".
       01 WS-FS-MASTER                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-PARAM      PIC X(40)
           VALUE "data/LGPD_PARAM.DAT".
       01 WS-FS-PARAM                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-ANOFECH    PIC X(40)
           VALUE "data/ANOS_FECHADOS.DAT".
       01 WS-FS-ANOFECH                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-VIVO       PIC X(40) VALUE SPACES.
       01 WS-FS-VIVO                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-TRAB       PIC X(40)
           VALUE "data/ANONIMIZACAO_TRAB.DAT".
       01 WS-FS-TRAB                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-LOG        PIC X(40)
           VALUE "data/LGPD_ANONIMIZACOES.DAT".
       01 WS-FS-LOG                              PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/ANONIMIZACAO.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
      * ANOS DE RETENCAO - PARAMETRO DO JURIDICO, COM PADRAO DE 5
      * ANOS QUANDO O ARQUIVO FALTA - E AS DATAS LIMITE QUE SAEM DELES.
       01 WS-ANOS-FUNC      PIC 9(02) VALUE 05.
       01 WS-ANOS-ALUNO     PIC 9(02) VALUE 05.
       01 WS-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       01 WS-LIMITE-FUNC    PIC 9(08) VALUE ZEROS.
       01 WS-LIMITE-ALUNO   PIC 9(08) VALUE ZEROS.
      * MASCARA GRAVADA NO LUGAR DOS NOMES.
       01 WS-NOME-ANONIMO   PIC X(30) VALUE "ANONIMIZADO".
       01 WS-CPF-ANONIMO.
           05 FILLER                PIC X(05) VALUE "00000".
           05 WS-CPF-ANONIMO-MATR   PIC 9(06) VALUE ZEROS.
      * ARQUIVOS MASCARADOS: CODIGO, NOME EM data/, TIPO DE TITULAR E
      * SE O ARQUIVO TEM VOLUMES DE ARQUIVO ANUAL. A POSICAO 15 DOS
      * CONTADORES POR TITULAR E O CADASTRO MESTRE.
       01 WS-MQ-TAB-INIT.
           05 FILLER PIC X(36) VALUE
              "DEPEDEPENDENTES.DAT               FN".
           05 FILLER PIC X(36) VALUE
              "PENSPENSAO_JUDICIAL.DAT           FN".
           05 FILLER PIC X(36) VALUE
              "CHISCONTRACHEQUE_HIST.DAT         FN".
           05 FILLER PIC X(36) VALUE
              "BENEBENEFICIOS.DAT                FN".
           05 FILLER PIC X(36) VALUE
              "AUDIFUNC_AUDITORIA.TXT            FS".
           05 FILLER PIC X(36) VALUE
              "SAIDALUNOS_SAIDAS.DAT             AN".
           05 FILLER PIC X(36) VALUE
              "ALUNALUNOS.DAT                    AN".
           05 FILLER PIC X(36) VALUE
              "BRUTALUNOS_BRUTO.DAT              AN".
           05 FILLER PIC X(36) VALUE
              "RSLTRESULTADOS.DAT                AN".
           05 FILLER PIC X(36) VALUE
              "HAVLHISTORICO_AVALIACOES.TXT      AS".
           05 FILLER PIC X(36) VALUE
              "COBRCOBRANCAS.DAT                 AS".
           05 FILLER PIC X(36) VALUE
              "REMPREMATRICULA_PENDENTE.DAT      AN".
           05 FILLER PIC X(36) VALUE
              "RESPRESPONSAVEIS.DAT              AN".
           05 FILLER PIC X(36) VALUE
              "AALUALUNO_AUDITORIA.TXT           AN".
       01 WS-TABELA-MASCARA REDEFINES WS-MQ-TAB-INIT.
           05 WS-MQ-ENTRADA OCCURS 14 TIMES.
               10 WS-MQ-CODIGO          PIC X(04).
               10 WS-MQ-NOME            PIC X(30).
               10 WS-MQ-TIPO            PIC X(01).
               10 WS-MQ-ARQUIVADO       PIC X(01).
       01 WS-QTD-MASCARA    PIC 9(02) VALUE 14.
       01 WS-IDX-MQ         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-CADASTRO   PIC 9(02) VALUE 15.
      * FUNCIONARIOS E ALUNOS COM A RETENCAO VENCIDA NESTA EXECUCAO,
      * COM A QUANTIDADE DE REGISTROS MASCARADOS POR ARQUIVO.
       01 WS-FN-TABELA.
           05 WS-FN-ENTRADA OCCURS 300 TIMES.
               10 WS-FN-MATRICULA       PIC 9(06).
               10 WS-FN-DATA-REF        PIC 9(08).
               10 WS-FN-QTD             PIC 9(05) OCCURS 15 TIMES.
       01 WS-QTD-FN         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-FN         PIC 9(03) VALUE ZEROS.
       01 WS-AL-TABELA.
           05 WS-AL-ENTRADA OCCURS 300 TIMES.
               10 WS-AL-MATRICULA       PIC 9(06).
               10 WS-AL-COD-RESP        PIC 9(06).
               10 WS-AL-DATA-REF        PIC 9(08).
               10 WS-AL-QTD             PIC 9(05) OCCURS 15 TIMES.
       01 WS-QTD-AL         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-AL         PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-CHEIA                        PIC X(01) VALUE "N".
           88 TABELA-CHEIA                       VALUE "S".
      * FAMILIAS DOS ALUNOS ANONIMIZADOS E SE AINDA HA ALUNO NAO
      * ANONIMIZADO NELAS.
       01 WS-FA-TABELA.
           05 WS-FA-ENTRADA OCCURS 300 TIMES.
               10 WS-FA-COD-RESP        PIC 9(06).
               10 WS-FA-EM-USO          PIC X(01).
       01 WS-QTD-FA         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-FA         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-FA-ACH     PIC 9(03) VALUE ZEROS.
      * ANOS JA ARQUIVADOS PELO ARQUIVAMENTO ANUAL.
       01 WS-ANO-TABELA.
           05 WS-AN-ANO OCCURS 50 TIMES PIC 9(04).
       01 WS-QTD-ANOS       PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AN         PIC 9(02) VALUE ZEROS.
       01 WS-ANO-JA-LIDO                         PIC X(01) VALUE "N".
           88 ANO-JA-LIDO                        VALUE "S".
      * PROCURA DO TITULAR DO REGISTRO LIDO.
       01 WS-MATR-PROC      PIC X(06) VALUE SPACES.
       01 WS-IDX-ACH        PIC 9(03) VALUE ZEROS.
       01 WS-LINHA-ANTES    PIC X(440) VALUE SPACES.
       01 WS-POS-IMAGEM     PIC 9(03) VALUE ZEROS.
       01 WS-POS-NOME       PIC 9(03) VALUE ZEROS.
       01 WS-POS-BUSCA      PIC 9(03) VALUE ZEROS.
      * CONTROLE DA EXECUCAO.
       01 WS-ERRO                                PIC X(01) VALUE "N".
           88 HOUVE-ERRO                         VALUE "S".
       01 WS-ALERTA                              PIC X(01) VALUE "N".
           88 HOUVE-ALERTA                       VALUE "S".
       01 WS-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       01 WS-QTD-MASCARADOS PIC 9(07) VALUE ZEROS.
       01 WS-QTD-REGRAVADOS PIC 9(07) VALUE ZEROS.
       01 WS-QTD-TOTAL-TIT  PIC 9(07) VALUE ZEROS.
       01 WS-QTD-LOG        PIC 9(05) VALUE ZEROS.
       01 WS-IDX-QTD        PIC 9(02) VALUE ZEROS.
      * CAMPOS DE EDICAO DO RELATORIO.
       01 WS-AUX-QTD-1      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-QTD-2      PIC Z.ZZZ.ZZ9.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(120) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "ANONIMIZACAO LGPD - A050-LGPD-ANONIMIZACAO"

           MOVE "ANONIMIZACAO APOS A RETENCAO - LGPD" TO WS-CAB-TITULO
           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DA ANONIMIZACAO: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-CABECALHO-ANONIMIZACAO

           PERFORM LER-PARAMETRO-RETENCAO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-MOVIMENTO
           COMPUTE WS-LIMITE-FUNC =
               WS-DATA-MOVIMENTO - WS-ANOS-FUNC * 10000
           COMPUTE WS-LIMITE-ALUNO =
               WS-DATA-MOVIMENTO - WS-ANOS-ALUNO * 10000
           MOVE SPACES TO RL-LINHA
           STRING "RETENCAO: FUNCIONARIOS " WS-ANOS-FUNC
                  " ANOS (DESLIGADOS ATE " WS-LIMITE-FUNC
                  ") - ALUNOS " WS-ANOS-ALUNO
                  " ANOS (SAIDAS ATE " WS-LIMITE-ALUNO ")"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANONIMIZACAO
           DISPLAY FUNCTION TRIM(RL-LINHA)

           PERFORM SELECIONAR-FUNCIONARIOS
           PERFORM SELECIONAR-ALUNOS
           IF WS-QTD-AL > 0 AND WS-QTD-FA > 0
               PERFORM MARCAR-FAMILIAS-EM-USO
           END-IF

           IF WS-QTD-FN = 0 AND WS-QTD-AL = 0
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
               MOVE "NENHUM TITULAR COM A RETENCAO VENCIDA" TO RL-LINHA
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
               DISPLAY FUNCTION TRIM(RL-LINHA)
               CLOSE RELATORIO-FILE
               IF HOUVE-ALERTA
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               ELSE
                   MOVE WS-RC-NORMAL TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           PERFORM CARREGAR-ANOS-ARQUIVADOS

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ANONIMIZACAO
           MOVE SPACES TO RL-LINHA
           STRING "ARQUIVO                                        "
                  "     LIDOS  MASCARADOS"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANONIMIZACAO
           PERFORM VARYING WS-IDX-MQ FROM 1 BY 1
                   UNTIL WS-IDX-MQ > WS-QTD-MASCARA OR HOUVE-ERRO
               IF (WS-MQ-TIPO(WS-IDX-MQ) = "F" AND WS-QTD-FN > 0)
                       OR (WS-MQ-TIPO(WS-IDX-MQ) = "A"
                           AND WS-QTD-AL > 0)
                   PERFORM MASCARAR-ARQUIVO-E-VOLUMES
               END-IF
           END-PERFORM

      * O CADASTRO MESTRE E O ULTIMO: SO DEPOIS DELE A PESSOA SAI DA
      * SELECAO DAS PROXIMAS EXECUCOES.
           IF NOT HOUVE-ERRO AND WS-QTD-FN > 0
               PERFORM MASCARAR-CADASTRO-FUNCIONARIOS
           END-IF
           IF NOT HOUVE-ERRO AND WS-QTD-AL > 0
               PERFORM MASCARAR-CADASTRO-ALUNOS
           END-IF

           PERFORM GRAVAR-LOG-ANONIMIZACAO
           PERFORM IMPRIMIR-TITULARES

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ANONIMIZACAO
           MOVE SPACES TO RL-LINHA
           STRING "FUNCIONARIOS: " WS-QTD-FN "  ALUNOS: " WS-QTD-AL
                  "  LINHAS NO REGISTRO DE ANONIMIZACOES: " WS-QTD-LOG
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ANONIMIZACAO
           DISPLAY FUNCTION TRIM(RL-LINHA)
           IF HOUVE-ERRO
               MOVE "EXECUCAO INTERROMPIDA - CADASTROS NAO MASCARADOS"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
               DISPLAY FUNCTION TRIM(RL-LINHA)
           END-IF
           CLOSE RELATORIO-FILE

           EVALUATE TRUE
               WHEN HOUVE-ERRO
                   MOVE WS-RC-ABEND TO RETURN-CODE
               WHEN HOUVE-ALERTA
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RC-NORMAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LER-PARAMETRO-RETENCAO.
           OPEN INPUT PARAM-FILE
           IF WS-FS-PARAM = "00"
               READ PARAM-FILE
                   NOT AT END
                       IF LP-ANOS-FUNC IS NUMERIC AND LP-ANOS-FUNC > 0
                           MOVE LP-ANOS-FUNC TO WS-ANOS-FUNC
                       END-IF
                       IF LP-ANOS-ALUNO IS NUMERIC
                               AND LP-ANOS-ALUNO > 0
                           MOVE LP-ANOS-ALUNO TO WS-ANOS-ALUNO
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "SEM PARAMETRO DE RETENCAO (" WS-FS-PARAM
                   ") - USANDO O PADRAO DE " WS-ANOS-FUNC " ANOS"
           END-IF.

      * DESLIGADOS HA MAIS QUE A RETENCAO E AINDA NAO ANONIMIZADOS.
       SELECIONAR-FUNCIONARIOS.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "CADASTRO DE FUNCIONARIOS NAO ABERTO (STATUS "
                      WS-FS-FUNC ") - FUNCIONARIOS NAO TRATADOS"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
               DISPLAY FUNCTION TRIM(RL-LINHA)
               MOVE "S" TO WS-ALERTA
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF FUNC-DESLIGADO
                                   AND FM-DATA-DESLIGAMENTO > ZEROS
                                   AND FM-DATA-DESLIGAMENTO
                                       <= WS-LIMITE-FUNC
                                   AND FM-NOME-FUNC
                                       NOT = WS-NOME-ANONIMO
                               PERFORM GUARDAR-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      * TABELA CHEIA: O RESTO FICA PARA A PROXIMA EXECUCAO, JA QUE O
      * CADASTRO DELES NAO E MASCARADO NESTA.
       GUARDAR-FUNCIONARIO.
           IF WS-QTD-FN < 300
               ADD 1 TO WS-QTD-FN
               MOVE FM-ID-FUNC TO WS-FN-MATRICULA(WS-QTD-FN)
               MOVE FM-DATA-DESLIGAMENTO TO WS-FN-DATA-REF(WS-QTD-FN)
               PERFORM VARYING WS-IDX-QTD FROM 1 BY 1
                       UNTIL WS-IDX-QTD > 15
                   MOVE ZEROS TO WS-FN-QTD(WS-QTD-FN, WS-IDX-QTD)
               END-PERFORM
           ELSE
               IF NOT TABELA-CHEIA
                   MOVE "S" TO WS-TABELA-CHEIA
                   MOVE "S" TO WS-ALERTA
                   MOVE "MAIS DE 300 TITULARES - O RESTANTE FICA PARA"
                       TO RL-LINHA
                   PERFORM GRAVAR-LINHA-ANONIMIZACAO
                   MOVE "A PROXIMA EXECUCAO" TO RL-LINHA
                   PERFORM GRAVAR-LINHA-ANONIMIZACAO
               END-IF
           END-IF.

      * ALUNOS QUE SAIRAM HA MAIS QUE A RETENCAO E AINDA NAO
      * ANONIMIZADOS, COM AS FAMILIAS DELES.
       SELECIONAR-ALUNOS.
           OPEN INPUT ALUNO-MASTER
           IF WS-FS-MASTER NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "CADASTRO MESTRE DE ALUNOS NAO ABERTO (STATUS "
                      WS-FS-MASTER ") - ALUNOS NAO TRATADOS"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
               DISPLAY FUNCTION TRIM(RL-LINHA)
               MOVE "S" TO WS-ALERTA
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ALUNO-MASTER NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF AM-SAIU
                                   AND AM-DATA-SAIDA > ZEROS
                                   AND AM-DATA-SAIDA <= WS-LIMITE-ALUNO
                                   AND AM-NOME-ALUNO
                                       NOT = WS-NOME-ANONIMO
                               PERFORM GUARDAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-MASTER
           END-IF.

       GUARDAR-ALUNO.
           IF WS-QTD-AL < 300
               ADD 1 TO WS-QTD-AL
               MOVE AM-MATRICULA TO WS-AL-MATRICULA(WS-QTD-AL)
               MOVE AM-COD-RESP TO WS-AL-COD-RESP(WS-QTD-AL)
               MOVE AM-DATA-SAIDA TO WS-AL-DATA-REF(WS-QTD-AL)
               PERFORM VARYING WS-IDX-QTD FROM 1 BY 1
                       UNTIL WS-IDX-QTD > 15
                   MOVE ZEROS TO WS-AL-QTD(WS-QTD-AL, WS-IDX-QTD)
               END-PERFORM
               IF AM-COD-RESP > ZEROS
                   PERFORM GUARDAR-FAMILIA
               END-IF
           ELSE
               IF NOT TABELA-CHEIA
                   MOVE "S" TO WS-TABELA-CHEIA
                   MOVE "S" TO WS-ALERTA
                   MOVE "MAIS DE 300 TITULARES - O RESTANTE FICA PARA"
                       TO RL-LINHA
                   PERFORM GRAVAR-LINHA-ANONIMIZACAO
                   MOVE "A PROXIMA EXECUCAO" TO RL-LINHA
                   PERFORM GRAVAR-LINHA-ANONIMIZACAO
               END-IF
           END-IF.

       GUARDAR-FAMILIA.
           MOVE AM-COD-RESP TO WS-MATR-PROC
           PERFORM PROCURAR-FAMILIA
           IF WS-IDX-FA-ACH = 0 AND WS-QTD-FA < 300
               ADD 1 TO WS-QTD-FA
               MOVE AM-COD-RESP TO WS-FA-COD-RESP(WS-QTD-FA)
               MOVE "N" TO WS-FA-EM-USO(WS-QTD-FA)
           END-IF.

      * FAMILIA COM OUTRO ALUNO AINDA NAO ANONIMIZADO (IRMAO QUE
      * CONTINUA NA ESCOLA, OU QUE SAIU HA MENOS TEMPO) FICA COM O
      * RESPONSAVEL FINANCEIRO COMO ESTA.
       MARCAR-FAMILIAS-EM-USO.
           OPEN INPUT ALUNO-MASTER
           IF WS-FS-MASTER = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ALUNO-MASTER NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF AM-COD-RESP > ZEROS
                                   AND AM-NOME-ALUNO
                                       NOT = WS-NOME-ANONIMO
                               MOVE AM-MATRICULA TO WS-MATR-PROC
                               PERFORM PROCURAR-ALUNO
                               IF WS-IDX-ACH = 0
                                   MOVE AM-COD-RESP TO WS-MATR-PROC
                                   PERFORM PROCURAR-FAMILIA
                                   IF WS-IDX-FA-ACH > 0
                                       MOVE "S" TO
                                           WS-FA-EM-USO(WS-IDX-FA-ACH)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNO-MASTER
           END-IF.

      * ANOS COM A MARCA "A" NO CONTROLE DE ANOS FECHADOS.
       CARREGAR-ANOS-ARQUIVADOS.
           OPEN INPUT ANOFECH-FILE
           IF WS-FS-ANOFECH = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANOFECH-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF AF-ARQUIVADO
                               PERFORM GUARDAR-ANO-ARQUIVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOFECH-FILE
           END-IF.

       GUARDAR-ANO-ARQUIVADO.
           MOVE "N" TO WS-ANO-JA-LIDO
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-QTD-ANOS
               IF WS-AN-ANO(WS-IDX-AN) = AF-ANO
                   MOVE "S" TO WS-ANO-JA-LIDO
               END-IF
           END-PERFORM
           IF NOT ANO-JA-LIDO AND WS-QTD-ANOS < 50
               ADD 1 TO WS-QTD-ANOS
               MOVE AF-ANO TO WS-AN-ANO(WS-QTD-ANOS)
           END-IF.

      * O ARQUIVO VIVO E, SE ELE E ARQUIVADO, O VOLUME DE CADA ANO.
       MASCARAR-ARQUIVO-E-VOLUMES.
           MOVE SPACES TO WS-ARQ-VIVO
           STRING "data/" FUNCTION TRIM(WS-MQ-NOME(WS-IDX-MQ))
               DELIMITED BY SIZE INTO WS-ARQ-VIVO
           END-STRING
           PERFORM MASCARAR-ARQUIVO
           IF WS-MQ-ARQUIVADO(WS-IDX-MQ) = "S"
               PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                       UNTIL WS-IDX-AN > WS-QTD-ANOS OR HOUVE-ERRO
                   MOVE SPACES TO WS-ARQ-VIVO
                   STRING "data/ARQ_" WS-AN-ANO(WS-IDX-AN) "_"
                          FUNCTION TRIM(WS-MQ-NOME(WS-IDX-MQ))
                       DELIMITED BY SIZE INTO WS-ARQ-VIVO
                   END-STRING
                   PERFORM MASCARAR-ARQUIVO
               END-PERFORM
           END-IF.

      * PASSA O ARQUIVO INTEIRO PELO ARQUIVO DE TRABALHO, MASCARANDO OS
      * REGISTROS DOS TITULARES, E SO REGRAVA O ARQUIVO QUANDO ALGUM
      * REGISTRO MUDOU. ARQUIVO QUE NAO EXISTE NAO TEM O QUE MASCARAR.
       MASCARAR-ARQUIVO.
           OPEN INPUT VIVO-FILE
           IF WS-FS-VIVO NOT = "00"
               IF WS-FS-VIVO NOT = "35"
                   MOVE SPACES TO RL-LINHA
                   STRING FUNCTION TRIM(WS-ARQ-VIVO)
                          " - ERRO NA ABERTURA (STATUS " WS-FS-VIVO ")"
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ANONIMIZACAO
                   DISPLAY FUNCTION TRIM(RL-LINHA)
                   MOVE "S" TO WS-ERRO
               END-IF
           ELSE
               OPEN OUTPUT TRAB-FILE
               IF WS-FS-TRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                       WS-FS-TRAB
                   CLOSE VIVO-FILE
                   MOVE "S" TO WS-ERRO
               ELSE
                   MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-MASCARADOS
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ VIVO-FILE
                           AT END
                               SET FIM-ARQUIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-QTD-LIDOS
                               MOVE VV-LINHA TO WS-LINHA-ANTES
                               PERFORM MASCARAR-REGISTRO
                               IF VV-LINHA NOT = WS-LINHA-ANTES
                                   ADD 1 TO WS-QTD-MASCARADOS
                                   PERFORM CONTAR-REGISTRO-MASCARADO
                               END-IF
                               MOVE VV-LINHA TO TB-LINHA
                               WRITE TB-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE VIVO-FILE TRAB-FILE
                   IF WS-QTD-MASCARADOS > 0
                       PERFORM REGRAVAR-ARQUIVO
                   END-IF
                   MOVE WS-QTD-LIDOS TO WS-AUX-QTD-1
                   MOVE WS-QTD-MASCARADOS TO WS-AUX-QTD-2
                   MOVE SPACES TO RL-LINHA
                   STRING WS-ARQ-VIVO "         " WS-AUX-QTD-1
                          "   " WS-AUX-QTD-2
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ANONIMIZACAO
               END-IF
           END-IF.

      * COPIA O ARQUIVO DE TRABALHO DE VOLTA E CONFERE A QUANTIDADE.
       REGRAVAR-ARQUIVO.
           OPEN INPUT TRAB-FILE
           OPEN OUTPUT VIVO-FILE
           IF WS-FS-TRAB NOT = "00" OR WS-FS-VIVO NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING FUNCTION TRIM(WS-ARQ-VIVO)
                      " - ERRO NA REGRAVACAO (STATUS " WS-FS-VIVO
                      "/" WS-FS-TRAB ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
               DISPLAY FUNCTION TRIM(RL-LINHA)
               MOVE "S" TO WS-ERRO
           ELSE
               MOVE ZEROS TO WS-QTD-REGRAVADOS
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ TRAB-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE TB-LINHA TO VV-LINHA
                           WRITE VV-LINHA
                           ADD 1 TO WS-QTD-REGRAVADOS
                   END-READ
               END-PERFORM
               IF WS-QTD-REGRAVADOS NOT = WS-QTD-LIDOS
                   MOVE SPACES TO RL-LINHA
                   STRING FUNCTION TRIM(WS-ARQ-VIVO)
                          " - REGRAVADOS " WS-QTD-REGRAVADOS
                          " DE " WS-QTD-LIDOS " LIDOS - CONFERIR "
                          WS-ARQ-TRAB
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-ANONIMIZACAO
                   DISPLAY FUNCTION TRIM(RL-LINHA)
                   MOVE "S" TO WS-ERRO
               END-IF
           END-IF
           CLOSE TRAB-FILE VIVO-FILE.

      * MASCARA OS CAMPOS PESSOAIS DO REGISTRO LIDO QUANDO ELE E DE UM
      * TITULAR DA TABELA. WS-IDX-ACH FICA COM O TITULAR ACHADO.
       MASCARAR-REGISTRO.
           MOVE ZEROS TO WS-IDX-ACH
           EVALUATE WS-MQ-CODIGO(WS-IDX-MQ)
               WHEN "DEPE"
                   MOVE DP-MATRICULA TO WS-MATR-PROC
                   PERFORM PROCURAR-FUNCIONARIO
                   IF WS-IDX-ACH > 0
                       MOVE WS-NOME-ANONIMO TO DP-NOME
                       MOVE "0101" TO DP-DATA-NASC(5:4)
                   END-IF
               WHEN "PENS"
                   MOVE PJ-MATRICULA TO WS-MATR-PROC
                   PERFORM PROCURAR-FUNCIONARIO
                   IF WS-IDX-ACH > 0
                       MOVE WS-NOME-ANONIMO TO PJ-NOME-BENEF
                       MOVE ZEROS TO PJ-BANCO PJ-AGENCIA PJ-CONTA
                   END-IF
               WHEN "CHIS"
                   MOVE CH-MATRICULA TO WS-MATR-PROC
                   PERFORM PROCURAR-FUNCIONARIO
                   IF WS-IDX-ACH > 0
                       PERFORM MASCARAR-CONTRACHEQUE
                   END-IF
               WHEN "BENE"
                   MOVE BN-MATRICULA TO WS-MATR-PROC
                   PERFORM PROCURAR-FUNCIONARIO
                   IF WS-IDX-ACH > 0
                       MOVE SPACES TO BN-CARTAO-VT BN-CARTAO-VR
                   END-IF
               WHEN "AUDI"
                   MOVE 40 TO WS-POS-IMAGEM
                   PERFORM MASCARAR-IMAGEM-AUDITORIA
                   MOVE 183 TO WS-POS-IMAGEM
                   PERFORM MASCARAR-IMAGEM-AUDITORIA
               WHEN "AALU"
                   MOVE 40 TO WS-POS-IMAGEM
                   PERFORM MASCARAR-IMAGEM-ALUNO
                   MOVE 214 TO WS-POS-IMAGEM
                   PERFORM MASCARAR-IMAGEM-ALUNO
               WHEN "SAID"
                   MOVE SA-MATRICULA TO WS-MATR-PROC
                   PERFORM PROCURAR-ALUNO
                   IF WS-IDX-ACH > 0
                       MOVE WS-NOME-ANONIMO TO SA-NOME-ALUNO
                       MOVE SPACES TO SA-MOTIVO SA-ESCOLA-DESTINO
                   END-IF
      * ARQUIVOS DO PERIODO: MATRICULA E NOME NAS MESMAS POSICOES.
               WHEN "ALUN"
               WHEN "BRUT"
               WHEN "RSLT"
                   MOVE VV-LINHA(1:6) TO WS-MATR-PROC
                   PERFORM PROCURAR-ALUNO
                   IF WS-IDX-ACH > 0
                       MOVE WS-NOME-ANONIMO TO VV-LINHA(13:30)
                   END-IF
               WHEN "HAVL"
                   PERFORM MASCARAR-HISTORICO
               WHEN "COBR"
                   MOVE CB-MATRICULA TO WS-MATR-PROC
                   PERFORM PROCURAR-ALUNO
                   IF WS-IDX-ACH > 0
                       MOVE WS-NOME-ANONIMO TO CB-NOME-RESP
                   END-IF
               WHEN "REMP"
                   MOVE PF-MATRICULA TO WS-MATR-PROC
                   PERFORM PROCURAR-ALUNO
                   IF WS-IDX-ACH > 0
                       MOVE WS-NOME-ANONIMO TO PF-NOME-ALUNO
                                               PF-NOME-RESP
                   END-IF
               WHEN "RESP"
                   MOVE RF-COD-RESP TO WS-MATR-PROC
                   PERFORM PROCURAR-FAMILIA
                   IF WS-IDX-FA-ACH > 0
                       IF WS-FA-EM-USO(WS-IDX-FA-ACH) = "N"
                           MOVE WS-NOME-ANONIMO TO RF-NOME-RESP
                       END-IF
                   END-IF
           END-EVALUATE.

      * NO HISTORICO DE CONTRACHEQUES O NOME DO FUNCIONARIO (LINHA DE
      * CABECALHO) E O DO BENEFICIARIO DA PENSAO VAO NA DESCRICAO E NA
      * LINHA IMPRESSA - A LINHA E CORRIGIDA ONDE A DESCRICAO APARECE.
       MASCARAR-CONTRACHEQUE.
           IF (CH-VERBA = "CAB" OR CH-VERBA = "PEN")
                   AND CH-DESCRICAO NOT = SPACES
                   AND CH-DESCRICAO NOT = WS-NOME-ANONIMO
               PERFORM VARYING WS-POS-BUSCA FROM 1 BY 1
                       UNTIL WS-POS-BUSCA > 81
                   IF CH-LINHA(WS-POS-BUSCA:20) = CH-DESCRICAO
                       MOVE WS-NOME-ANONIMO TO CH-LINHA(WS-POS-BUSCA:20)
                   END-IF
               END-PERFORM
               MOVE WS-NOME-ANONIMO TO CH-DESCRICAO
           END-IF.

      * IMAGEM DO CADASTRO NA TRILHA DE AUDITORIA (LAYOUT DO
      * FUNCIONARIO-REC A PARTIR DA POSICAO DA IMAGEM): CPF, NOME,
      * TELEFONE, ENDERECO E DOMICILIO BANCARIO.
       MASCARAR-IMAGEM-AUDITORIA.
           MOVE VV-LINHA(WS-POS-IMAGEM:6) TO WS-MATR-PROC
           PERFORM PROCURAR-FUNCIONARIO
           IF WS-IDX-ACH > 0
               MOVE WS-FN-MATRICULA(WS-IDX-ACH) TO WS-CPF-ANONIMO-MATR
               MOVE WS-CPF-ANONIMO TO VV-LINHA(WS-POS-IMAGEM + 6:11)
               MOVE WS-NOME-ANONIMO TO VV-LINHA(WS-POS-IMAGEM + 17:20)
               MOVE SPACES TO VV-LINHA(WS-POS-IMAGEM + 37:9)
               MOVE SPACES TO VV-LINHA(WS-POS-IMAGEM + 46:45)
               MOVE ZEROS TO VV-LINHA(WS-POS-IMAGEM + 115:15)
           END-IF.

      * IMAGEM DO CADASTRO NA TRILHA DE AUDITORIA DOS ALUNOS (LAYOUT
      * DO ALUNO-MASTER-REC A PARTIR DA POSICAO DA IMAGEM): OS MESMOS
      * CAMPOS MASCARADOS NO CADASTRO MESTRE.
       MASCARAR-IMAGEM-ALUNO.
           MOVE VV-LINHA(WS-POS-IMAGEM:6) TO WS-MATR-PROC
           PERFORM PROCURAR-ALUNO
           IF WS-IDX-ACH > 0
               MOVE WS-NOME-ANONIMO TO VV-LINHA(WS-POS-IMAGEM + 6:30)
               MOVE "0101" TO VV-LINHA(WS-POS-IMAGEM + 40:4)
               MOVE WS-NOME-ANONIMO TO VV-LINHA(WS-POS-IMAGEM + 44:30)
               MOVE SPACES TO VV-LINHA(WS-POS-IMAGEM + 74:45)
               MOVE SPACES TO VV-LINHA(WS-POS-IMAGEM + 134:30)
           END-IF.

      * HISTORICO DE AVALIACOES: A LINHA DO BOLETIM (002) TRAZ TURMA,
      * MATRICULA E NOME; A DA RETIFICACAO (008) TRAZ MATRICULA E NOME
      * DEPOIS DE "RETIFICADO"; A DO CONSELHO (012) NAO TRAZ NOME.
       MASCARAR-HISTORICO.
           MOVE ZEROS TO WS-POS-NOME
           EVALUATE TRUE
               WHEN VV-LINHA(11:12) = " RETIFICADO "
                   MOVE VV-LINHA(23:6) TO WS-MATR-PROC
                   MOVE 30 TO WS-POS-NOME
               WHEN VV-LINHA(11:10) = " CONSELHO "
                   CONTINUE
               WHEN VV-LINHA(18:1) = " " AND VV-LINHA(25:1) = " "
                   MOVE VV-LINHA(19:6) TO WS-MATR-PROC
                   MOVE 26 TO WS-POS-NOME
           END-EVALUATE
           IF WS-POS-NOME > 0 AND WS-MATR-PROC IS NUMERIC
               PERFORM PROCURAR-ALUNO
               IF WS-IDX-ACH > 0
                   MOVE WS-NOME-ANONIMO TO VV-LINHA(WS-POS-NOME:30)
               END-IF
           END-IF.

      * SOMA O REGISTRO MASCARADO NO TITULAR. O RESPONSAVEL FINANCEIRO
      * CONTA PARA CADA ALUNO ANONIMIZADO DA FAMILIA.
       CONTAR-REGISTRO-MASCARADO.
           EVALUATE TRUE
               WHEN WS-MQ-CODIGO(WS-IDX-MQ) = "RESP"
                   PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                           UNTIL WS-IDX-AL > WS-QTD-AL
                       IF WS-AL-COD-RESP(WS-IDX-AL) = RF-COD-RESP
                           ADD 1 TO WS-AL-QTD(WS-IDX-AL, WS-IDX-MQ)
                       END-IF
                   END-PERFORM
               WHEN WS-IDX-ACH = 0
                   CONTINUE
               WHEN WS-MQ-TIPO(WS-IDX-MQ) = "F"
                   ADD 1 TO WS-FN-QTD(WS-IDX-ACH, WS-IDX-MQ)
               WHEN OTHER
                   ADD 1 TO WS-AL-QTD(WS-IDX-ACH, WS-IDX-MQ)
           END-EVALUATE.

       PROCURAR-FUNCIONARIO.
           MOVE ZEROS TO WS-IDX-ACH
           PERFORM VARYING WS-IDX-FN FROM 1 BY 1
                   UNTIL WS-IDX-FN > WS-QTD-FN OR WS-IDX-ACH > 0
               IF WS-FN-MATRICULA(WS-IDX-FN) = WS-MATR-PROC
                   MOVE WS-IDX-FN TO WS-IDX-ACH
               END-IF
           END-PERFORM.

       PROCURAR-ALUNO.
           MOVE ZEROS TO WS-IDX-ACH
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > WS-QTD-AL OR WS-IDX-ACH > 0
               IF WS-AL-MATRICULA(WS-IDX-AL) = WS-MATR-PROC
                   MOVE WS-IDX-AL TO WS-IDX-ACH
               END-IF
           END-PERFORM.

       PROCURAR-FAMILIA.
           MOVE ZEROS TO WS-IDX-FA-ACH
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-QTD-FA OR WS-IDX-FA-ACH > 0
               IF WS-FA-COD-RESP(WS-IDX-FA) = WS-MATR-PROC
                   MOVE WS-IDX-FA TO WS-IDX-FA-ACH
               END-IF
           END-PERFORM.

      * CADASTRO DE FUNCIONARIOS: SALARIO, DATAS, SITUACAO E CAUSA DO
      * DESLIGAMENTO FICAM; O CPF VIRA 00000 + MATRICULA.
       MASCARAR-CADASTRO-FUNCIONARIOS.
           OPEN I-O EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               MOVE "S" TO WS-ERRO
           ELSE
               PERFORM VARYING WS-IDX-FN FROM 1 BY 1
                       UNTIL WS-IDX-FN > WS-QTD-FN OR HOUVE-ERRO
                   MOVE WS-FN-MATRICULA(WS-IDX-FN) TO FM-ID-FUNC
                   READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
                   IF WS-FS-FUNC = "00"
                       MOVE FM-ID-FUNC TO WS-CPF-ANONIMO-MATR
                       MOVE WS-CPF-ANONIMO TO FM-CPF-FUNC
                       MOVE WS-NOME-ANONIMO TO FM-NOME-FUNC
                       MOVE SPACES TO FM-TEL-FUNC FM-ENDER-FUNC
                       MOVE ZEROS TO FM-BANCO-FUNC FM-AGENCIA-FUNC
                                     FM-CONTA-FUNC
                       REWRITE FM-FUNCIONARIO-REC
                   END-IF
                   IF WS-FS-FUNC NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR CADASTRO DA MATRICULA "
                           WS-FN-MATRICULA(WS-IDX-FN) ": " WS-FS-FUNC
                       MOVE "S" TO WS-ERRO
                   ELSE
                       MOVE 1 TO
                           WS-FN-QTD(WS-IDX-FN, WS-IDX-CADASTRO)
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      * CADASTRO MESTRE DE ALUNOS: MATRICULA, FAMILIA, SITUACAO E DATA
      * DA SAIDA FICAM; DO NASCIMENTO FICA SO O ANO.
       MASCARAR-CADASTRO-ALUNOS.
           OPEN I-O ALUNO-MASTER
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO MESTRE DE ALUNOS: "
                   WS-FS-MASTER
               MOVE "S" TO WS-ERRO
           ELSE
               PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                       UNTIL WS-IDX-AL > WS-QTD-AL OR HOUVE-ERRO
                   MOVE WS-AL-MATRICULA(WS-IDX-AL) TO AM-MATRICULA
                   READ ALUNO-MASTER KEY IS AM-MATRICULA
                   IF WS-FS-MASTER = "00"
                       MOVE WS-NOME-ANONIMO TO AM-NOME-ALUNO
                                               AM-NOME-RESP
                       MOVE "0101" TO AM-DATA-NASC(5:4)
                       MOVE SPACES TO AM-ENDER-RESP AM-MOTIVO-SAIDA
                       REWRITE AM-ALUNO-REC
                   END-IF
                   IF WS-FS-MASTER NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR CADASTRO DA MATRICULA "
                           WS-AL-MATRICULA(WS-IDX-AL) ": " WS-FS-MASTER
                       MOVE "S" TO WS-ERRO
                   ELSE
                       MOVE 1 TO
                           WS-AL-QTD(WS-IDX-AL, WS-IDX-CADASTRO)
                   END-IF
               END-PERFORM
               CLOSE ALUNO-MASTER
           END-IF.

      * UMA LINHA POR TITULAR E ARQUIVO COM REGISTRO MASCARADO - TAMBEM
      * NA EXECUCAO INTERROMPIDA, PARA O QUE JA FOI MASCARADO FICAR
      * REGISTRADO.
       GRAVAR-LOG-ANONIMIZACAO.
           OPEN EXTEND LOG-FILE
           IF WS-FS-LOG = "35"
               OPEN OUTPUT LOG-FILE
               CLOSE LOG-FILE
               OPEN EXTEND LOG-FILE
           END-IF
           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO ABRIR REGISTRO DE ANONIMIZACOES: "
                   WS-FS-LOG
               MOVE "S" TO WS-ERRO
           ELSE
               PERFORM VARYING WS-IDX-FN FROM 1 BY 1
                       UNTIL WS-IDX-FN > WS-QTD-FN
                   PERFORM VARYING WS-IDX-QTD FROM 1 BY 1
                           UNTIL WS-IDX-QTD > 15
                       IF WS-FN-QTD(WS-IDX-FN, WS-IDX-QTD) > 0
                           SET LG-FUNCIONARIO TO TRUE
                           MOVE WS-FN-MATRICULA(WS-IDX-FN)
                               TO LG-MATRICULA
                           MOVE WS-FN-DATA-REF(WS-IDX-FN)
                               TO LG-DATA-REFERENCIA
                           MOVE WS-FN-QTD(WS-IDX-FN, WS-IDX-QTD)
                               TO LG-QTD
                           IF WS-IDX-QTD = WS-IDX-CADASTRO
                               MOVE "FUNCIONARIOS.DAT" TO LG-ARQUIVO
                           ELSE
                               MOVE WS-MQ-NOME(WS-IDX-QTD)
                                   TO LG-ARQUIVO
                           END-IF
                           PERFORM GRAVAR-LINHA-LOG
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                       UNTIL WS-IDX-AL > WS-QTD-AL
                   PERFORM VARYING WS-IDX-QTD FROM 1 BY 1
                           UNTIL WS-IDX-QTD > 15
                       IF WS-AL-QTD(WS-IDX-AL, WS-IDX-QTD) > 0
                           SET LG-ALUNO TO TRUE
                           MOVE WS-AL-MATRICULA(WS-IDX-AL)
                               TO LG-MATRICULA
                           MOVE WS-AL-DATA-REF(WS-IDX-AL)
                               TO LG-DATA-REFERENCIA
                           MOVE WS-AL-QTD(WS-IDX-AL, WS-IDX-QTD)
                               TO LG-QTD
                           IF WS-IDX-QTD = WS-IDX-CADASTRO
                               MOVE "ALUNOS_MASTER.DAT" TO LG-ARQUIVO
                           ELSE
                               MOVE WS-MQ-NOME(WS-IDX-QTD)
                                   TO LG-ARQUIVO
                           END-IF
                           PERFORM GRAVAR-LINHA-LOG
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       GRAVAR-LINHA-LOG.
           MOVE WS-CAB-DATA-EXECUCAO TO LG-DATA
           WRITE LG-ANONIMIZACAO-REC
           ADD 1 TO WS-QTD-LOG.

      * UMA LINHA POR TITULAR, COM O TOTAL DE REGISTROS MASCARADOS.
       IMPRIMIR-TITULARES.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ANONIMIZACAO
           MOVE "TITULAR              RETENCAO DESDE  REGISTROS"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-ANONIMIZACAO
           PERFORM VARYING WS-IDX-FN FROM 1 BY 1
                   UNTIL WS-IDX-FN > WS-QTD-FN
               MOVE ZEROS TO WS-QTD-TOTAL-TIT
               PERFORM VARYING WS-IDX-QTD FROM 1 BY 1
                       UNTIL WS-IDX-QTD > 15
                   ADD WS-FN-QTD(WS-IDX-FN, WS-IDX-QTD)
                       TO WS-QTD-TOTAL-TIT
               END-PERFORM
               MOVE WS-QTD-TOTAL-TIT TO WS-AUX-QTD-1
               MOVE SPACES TO RL-LINHA
               STRING "FUNCIONARIO " WS-FN-MATRICULA(WS-IDX-FN)
                      "   " WS-FN-DATA-REF(WS-IDX-FN)
                      "    " WS-AUX-QTD-1
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
           END-PERFORM
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > WS-QTD-AL
               MOVE ZEROS TO WS-QTD-TOTAL-TIT
               PERFORM VARYING WS-IDX-QTD FROM 1 BY 1
                       UNTIL WS-IDX-QTD > 15
                   ADD WS-AL-QTD(WS-IDX-AL, WS-IDX-QTD)
                       TO WS-QTD-TOTAL-TIT
               END-PERFORM
               MOVE WS-QTD-TOTAL-TIT TO WS-AUX-QTD-1
               MOVE SPACES TO RL-LINHA
               STRING "ALUNO       " WS-AL-MATRICULA(WS-IDX-AL)
                      "   " WS-AL-DATA-REF(WS-IDX-AL)
                      "    " WS-AUX-QTD-1
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ANONIMIZACAO
           END-PERFORM.

       IMPRIMIR-CABECALHO-ANONIMIZACAO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-ANONIMIZACAO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-ANONIMIZACAO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A050-LGPD-ANONIMIZACAO.
