      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: ARQUIVAMENTO ANUAL DOS HISTORICOS ACUMULADOS - VARIOS
      *          ARQUIVOS SO CRESCEM (HISTORICO DE AVALIACOES, EM
      *          TEXTO E EM LAYOUT FIXO, ACUMULADO DA FOLHA,
      *          COBRANCAS, TRILHA DE AUDITORIA DO CADASTRO, ALERTAS
      *          DE FREQUENCIA, LIVRO DE REGISTRO DE CERTIFICADOS E A
      *          ESTATISTICA DO DRIVER), O 006 E O 012 CARREGAM O
      *          HISTORICO INTEIRO EM MEMORIA E O A017 E O A027 RELEEM
      *          ANOS QUE NAO USAM. O EXPURGO (A019) SO CUIDA DAS
      *          GERACOES DATADAS. ESTE PROGRAMA TIRA DOS ARQUIVOS
      *          VIVOS CADA ANO JA FECHADO - INFORME DE RENDIMENTOS
      *          EMITIDO (A027) E RESULTADO ANUAL APURADO (012), NO
      *          CONTROLE DE ANOS FECHADOS, E ANTERIOR AO ANO DA DATA
      *          DE MOVIMENTO - E O GRAVA NUM VOLUME POR ANO E ARQUIVO
      *          (data/ARQ_AAAA_<ARQUIVO>), COM A QUANTIDADE E O TOTAL
      *          DE CONTROLE NO data/ARQ_AAAA_CONTROLE.DAT. O ARQUIVO
      *          VIVO FICA SO COM OS ANOS ABERTOS, REGRAVADO PELO
      *          ARQUIVO DE TRABALHO DEPOIS DE CONFERIDO QUE LIDOS =
      *          ARQUIVADOS + MANTIDOS E QUE O VOLUME RELIDO BATE COM O
      *          QUE FOI GRAVADO. CONCLUIDO O ANO, O CONTROLE DE ANOS
      *          FECHADOS RECEBE A MARCA "A".
      *          REGRAS POR ARQUIVO:
      *          - COBRANCA SO VAI PARA O VOLUME QUITADA, CANCELADA OU
      *            RENEGOCIADA - DIVIDA EM ABERTO DE ANO FECHADO
      *            CONTINUA SENDO COBRADA NO ARQUIVO VIVO;
      *          - A DECISAO DO CONSELHO NO HISTORICO DE AVALIACOES VAI
      *            PELO ANO LETIVO DA DECISAO, NAO PELA DATA DA LINHA;
      *          - O LIVRO DE REGISTRO GANHA UM TERMO DE ENCERRAMENTO
      *            (MATRICULA ZERO, TURMA "TERMO") COM O ULTIMO NUMERO
      *            ARQUIVADO, PARA A NUMERACAO DO 016 CONTINUAR - O
      *            TERMO NUNCA VAI PARA O VOLUME E O NOVO SUBSTITUI O
      *            ANTERIOR.
      *          A ORDEM E SEMPRE VOLUME ANTES DO ARQUIVO VIVO: UMA
      *          INTERRUPCAO NO MEIO PODE DUPLICAR REGISTROS NO VOLUME
      *          NO RERUN (SAI APONTADO COMO VOLUME COMPLEMENTADO),
      *          NUNCA PERDER REGISTROS.
      *          PARAMETRO (VARIAVEL DE AMBIENTE):
      *            ARQUIVAMENTO_ANO - SO ESTE ANO (BRANCO = TODOS OS
      *                               ANOS FECHADOS AINDA NAO
      *                               ARQUIVADOS)
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A047-ARQUIVAMENTO-ANUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOFECH-FILE ASSIGN TO DYNAMIC WS-ARQ-ANOFECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOFECH.
      * O ARQUIVO VIVO DA VEZ (E, NA CONFERENCIA, O VOLUME RELIDO) -
      * O NOME DYNAMIC E MONTADO PELA TABELA DE ARQUIVOS.
           SELECT VIVO-FILE ASSIGN TO DYNAMIC WS-ARQ-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIVO.
           SELECT VOLUME-FILE ASSIGN TO DYNAMIC WS-ARQ-VOLUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VOLUME.
           SELECT TRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-TRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.
           SELECT CTLVOL-FILE ASSIGN TO DYNAMIC WS-ARQ-CTLVOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTLVOL.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ANOFECH-FILE.
       COPY ANO-FECHADO-REC.
      * A LINHA CRUA E AS VISOES DE CADA LAYOUT FIXO ARQUIVADO.
       FD  VIVO-FILE.
       01  VV-LINHA                PIC X(340).
       COPY FOLHA-ACUM-REC.
       COPY COBRANCA-REC.
      * MESMO LAYOUT DO 002-ALUNO-APROVADO.
       01  HN-HISTNOTA-REC.
           05 HN-MATRICULA         PIC 9(06).
           05 HN-TURMA             PIC X(06).
           05 HN-DATA              PIC 9(08).
           05 HN-MEDIA             PIC 9(02)V99.
      * MESMO LAYOUT DO 014-ALERTA-FREQUENCIA.
       01  AL-ALERTA-REC.
           05 AL-MATRICULA         PIC 9(06).
           05 AL-TURMA             PIC X(06).
           05 AL-DATA              PIC 9(08).
      * MESMO LAYOUT DO 016-CERTIFICADO-APROVACAO.
       01  LV-LIVRO-REC.
           05 LV-NUMERO            PIC 9(06).
           05 LV-MATRICULA         PIC 9(06).
           05 LV-TURMA             PIC X(06).
           05 LV-DATA-EMISSAO      PIC 9(08).
      * MESMO LAYOUT DO A007-DRIVER-NOTURNO.
       01  ST-STAT-REC.
           05 ST-DATA              PIC 9(08).
           05 ST-PASSO             PIC X(30).
           05 ST-SEGUNDOS          PIC 9(05).
       FD  VOLUME-FILE.
       01  VL-LINHA                PIC X(340).
       FD  TRAB-FILE.
       01  TB-LINHA                PIC X(340).
       FD  CTLVOL-FILE.
       COPY ARQUIVO-CTL-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ANOFECH    PIC X(40)
           VALUE "data/ANOS_FECHADOS.DAT".
       01 WS-FS-ANOFECH                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-VIVO       PIC X(40) VALUE SPACES.
       01 WS-FS-VIVO                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-VOLUME     PIC X(40) VALUE SPACES.
       01 WS-FS-VOLUME                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-TRAB       PIC X(40)
           VALUE "data/ARQUIVAMENTO_TRAB.DAT".
       01 WS-FS-TRAB                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-CTLVOL     PIC X(40) VALUE SPACES.
       01 WS-FS-CTLVOL                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/ARQUIVAMENTO.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
      * ARQUIVOS DE HISTORICO TRATADOS: CODIGO, NOME EM data/ E O
      * CAMPO SOMADO NO TOTAL DE CONTROLE (BRANCO = SO QUANTIDADE).
       01 WS-AQ-TAB-INIT.
           05 FILLER PIC X(04) VALUE "HAVL".
           05 FILLER PIC X(30) VALUE "HISTORICO_AVALIACOES.TXT".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "HNOT".
           05 FILLER PIC X(30) VALUE "HISTORICO_NOTAS.DAT".
           05 FILLER PIC X(10) VALUE "MEDIA".
           05 FILLER PIC X(04) VALUE "FACU".
           05 FILLER PIC X(30) VALUE "FOLHA_ACUMULADO.DAT".
           05 FILLER PIC X(10) VALUE "LIQUIDO".
           05 FILLER PIC X(04) VALUE "COBR".
           05 FILLER PIC X(30) VALUE "COBRANCAS.DAT".
           05 FILLER PIC X(10) VALUE "VALOR".
           05 FILLER PIC X(04) VALUE "AUDI".
           05 FILLER PIC X(30) VALUE "FUNC_AUDITORIA.TXT".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "ALRT".
           05 FILLER PIC X(30) VALUE "ALERTAS_FREQUENCIA.DAT".
           05 FILLER PIC X(10) VALUE "MATRICULA".
           05 FILLER PIC X(04) VALUE "LIVR".
           05 FILLER PIC X(30) VALUE "LIVRO_REGISTRO.DAT".
           05 FILLER PIC X(10) VALUE "NUMERO".
           05 FILLER PIC X(04) VALUE "STAT".
           05 FILLER PIC X(30) VALUE "RUN_STAT.DAT".
           05 FILLER PIC X(10) VALUE "SEGUNDOS".
       01 WS-TABELA-ARQUIVOS REDEFINES WS-AQ-TAB-INIT.
           05 WS-AQ-ENTRADA OCCURS 8 TIMES.
               10 WS-AQ-CODIGO          PIC X(04).
               10 WS-AQ-NOME            PIC X(30).
               10 WS-AQ-CAMPO-TOTAL     PIC X(10).
       01 WS-IDX-AQ         PIC 9(02) VALUE ZEROS.
      * ANOS DO CONTROLE DE ANOS FECHADOS, COM OS EVENTOS JA VISTOS.
       01 WS-ANO-TABELA.
           05 WS-AN-ENTRADA OCCURS 50 TIMES.
               10 WS-AN-ANO             PIC 9(04).
               10 WS-AN-INFORME         PIC X(01).
               10 WS-AN-RESULTADO       PIC X(01).
               10 WS-AN-ARQUIVADO       PIC X(01).
       01 WS-QTD-ANOS       PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AN         PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AN-ACH     PIC 9(02) VALUE ZEROS.
       01 WS-TEM-CONTROLE                        PIC X(01) VALUE "N".
           88 TEM-CONTROLE                       VALUE "S".
      * PARAMETRO DE ANO UNICO.
       01 WS-ANO-X          PIC X(04) VALUE SPACES.
       01 WS-ANO-PEDIDO     PIC 9(04) VALUE ZEROS.
       01 WS-ACHOU-PEDIDO                        PIC X(01) VALUE "N".
           88 ACHOU-PEDIDO                       VALUE "S".
      * ANO EM ARQUIVAMENTO E O MOTIVO DE UM ANO NAO SER ARQUIVADO.
       01 WS-ANO-PROC       PIC 9(04) VALUE ZEROS.
       01 WS-MOTIVO         PIC X(50) VALUE SPACES.
       01 WS-ERRO-ANO                            PIC X(01) VALUE "N".
           88 ERRO-NO-ANO                        VALUE "S".
       01 WS-QTD-ARQUIVADOS-ANOS PIC 9(02) VALUE ZEROS.
       01 WS-QTD-PENDENTES  PIC 9(02) VALUE ZEROS.
      * CLASSIFICACAO DO REGISTRO LIDO: ANO, SE PODE IR PARA O
      * VOLUME E O VALOR QUE ENTRA NO TOTAL DE CONTROLE.
       01 WS-REG-ANO-X      PIC X(04) VALUE SPACES.
       01 WS-REG-ANO REDEFINES WS-REG-ANO-X PIC 9(04).
       01 WS-REG-ARQUIVAVEL                      PIC X(01) VALUE "N".
           88 REG-ARQUIVAVEL                     VALUE "S".
       01 WS-REG-VALOR      PIC 9(09)V99 VALUE ZEROS.
      * CONTADORES E TOTAIS DO ARQUIVO DA VEZ.
       01 WS-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ARQUIVADOS PIC 9(07) VALUE ZEROS.
       01 WS-QTD-MANTIDOS   PIC 9(07) VALUE ZEROS.
       01 WS-QTD-TERMO      PIC 9(01) VALUE ZEROS.
       01 WS-QTD-TERMO-LIDO PIC 9(03) VALUE ZEROS.
       01 WS-QTD-REGRAVADOS PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-ARQUIVADO PIC 9(11)V99 VALUE ZEROS.
       01 WS-VOL-QTD-ANTES  PIC 9(07) VALUE ZEROS.
       01 WS-VOL-TOT-ANTES  PIC 9(11)V99 VALUE ZEROS.
       01 WS-VOL-QTD        PIC 9(07) VALUE ZEROS.
       01 WS-VOL-TOT        PIC 9(11)V99 VALUE ZEROS.
       01 WS-SITUACAO-ARQ   PIC X(40) VALUE SPACES.
      * TERMO DE ENCERRAMENTO DO LIVRO DE REGISTRO (LAYOUT DO LIVRO).
       01 WS-LIVRO-ULTIMO   PIC 9(06) VALUE ZEROS.
       01 WS-TERMO-REC.
           05 WS-TM-NUMERO          PIC 9(06).
           05 WS-TM-MATRICULA       PIC 9(06).
           05 WS-TM-TURMA           PIC X(06).
           05 WS-TM-DATA            PIC 9(08).
      * CAMPOS DE EDICAO DO RELATORIO.
       01 WS-AUX-QTD-1      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-QTD-2      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-QTD-3      PIC Z.ZZZ.ZZ9.
       01 WS-AUX-TOTAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(120) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "ARQUIVAMENTO ANUAL - A047-ARQUIVAMENTO-ANUAL"

           MOVE "ARQUIVAMENTO ANUAL DOS HISTORICOS" TO WS-CAB-TITULO
           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DO ARQUIVAMENTO: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-CABECALHO-ARQUIVAMENTO

           ACCEPT WS-ANO-X FROM ENVIRONMENT "ARQUIVAMENTO_ANO"
           IF WS-ANO-X IS NUMERIC AND WS-ANO-X NOT = "0000"
               MOVE WS-ANO-X TO WS-ANO-PEDIDO
               DISPLAY "ANO PEDIDO: " WS-ANO-PEDIDO
           END-IF

           PERFORM CARREGAR-ANOS-FECHADOS
           IF NOT TEM-CONTROLE
               MOVE SPACES TO RL-LINHA
               STRING "SEM CONTROLE DE ANOS FECHADOS (STATUS "
                      WS-FS-ANOFECH ") - NENHUM ANO ARQUIVADO"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ARQUIVAMENTO
               DISPLAY FUNCTION TRIM(RL-LINHA)
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-QTD-ANOS OR ERRO-NO-ANO
               IF WS-ANO-PEDIDO = ZEROS
                       OR WS-AN-ANO(WS-IDX-AN) = WS-ANO-PEDIDO
                   PERFORM AVALIAR-ANO
               END-IF
           END-PERFORM

           IF WS-ANO-PEDIDO NOT = ZEROS AND NOT ACHOU-PEDIDO
               MOVE SPACES TO RL-LINHA
               STRING "ANO " WS-ANO-PEDIDO " NAO ARQUIVADO - SEM "
                      "REGISTRO NO CONTROLE DE ANOS FECHADOS"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ARQUIVAMENTO
               DISPLAY FUNCTION TRIM(RL-LINHA)
               ADD 1 TO WS-QTD-PENDENTES
           END-IF

           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ARQUIVAMENTO
           MOVE SPACES TO RL-LINHA
           STRING "ANOS ARQUIVADOS NESTA EXECUCAO: "
                  WS-QTD-ARQUIVADOS-ANOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ARQUIVAMENTO
           CLOSE RELATORIO-FILE

           DISPLAY "ANOS ARQUIVADOS: " WS-QTD-ARQUIVADOS-ANOS
               " PENDENTES: " WS-QTD-PENDENTES

      * ERRO DE GRAVACAO OU CONFERENCIA PARA TUDO; ANO PEDIDO QUE NAO
      * PODE SER ARQUIVADO E ALERTA PARA O OPERADOR.
           EVALUATE TRUE
               WHEN ERRO-NO-ANO
                   MOVE WS-RC-ABEND TO RETURN-CODE
               WHEN WS-ANO-PEDIDO NOT = ZEROS AND WS-QTD-PENDENTES > 0
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-RC-NORMAL TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * JUNTA AS MARCAS DO CONTROLE POR ANO - A ORDEM DO ARQUIVO E A
      * ORDEM DOS FECHAMENTOS, QUE E A DE ARQUIVAMENTO.
       CARREGAR-ANOS-FECHADOS.
           OPEN INPUT ANOFECH-FILE
           IF WS-FS-ANOFECH = "00"
               MOVE "S" TO WS-TEM-CONTROLE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANOFECH-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-EVENTO-ANO
                   END-READ
               END-PERFORM
               CLOSE ANOFECH-FILE
           END-IF.

       GUARDAR-EVENTO-ANO.
           MOVE ZEROS TO WS-IDX-AN-ACH
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-QTD-ANOS OR WS-IDX-AN-ACH > 0
               IF WS-AN-ANO(WS-IDX-AN) = AF-ANO
                   MOVE WS-IDX-AN TO WS-IDX-AN-ACH
               END-IF
           END-PERFORM
           IF WS-IDX-AN-ACH = 0 AND WS-QTD-ANOS < 50
               ADD 1 TO WS-QTD-ANOS
               MOVE WS-QTD-ANOS TO WS-IDX-AN-ACH
               MOVE AF-ANO TO WS-AN-ANO(WS-IDX-AN-ACH)
               MOVE "N" TO WS-AN-INFORME(WS-IDX-AN-ACH)
               MOVE "N" TO WS-AN-RESULTADO(WS-IDX-AN-ACH)
               MOVE "N" TO WS-AN-ARQUIVADO(WS-IDX-AN-ACH)
           END-IF
           IF WS-IDX-AN-ACH > 0
               EVALUATE TRUE
                   WHEN AF-INFORME-EMITIDO
                       MOVE "S" TO WS-AN-INFORME(WS-IDX-AN-ACH)
                   WHEN AF-RESULTADO-ANUAL
                       MOVE "S" TO WS-AN-RESULTADO(WS-IDX-AN-ACH)
                   WHEN AF-ARQUIVADO
                       MOVE "S" TO WS-AN-ARQUIVADO(WS-IDX-AN-ACH)
               END-EVALUATE
           END-IF.

      * O ANO SO E ARQUIVADO FECHADO NOS DOIS LADOS E ANTERIOR AO ANO
      * DA DATA DE MOVIMENTO. JA ARQUIVADO SO APARECE NO RELATORIO
      * QUANDO FOI PEDIDO.
       AVALIAR-ANO.
           MOVE "S" TO WS-ACHOU-PEDIDO
           MOVE WS-AN-ANO(WS-IDX-AN) TO WS-ANO-PROC
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-AN-ARQUIVADO(WS-IDX-AN) = "S"
                   IF WS-ANO-PEDIDO NOT = ZEROS
                       MOVE "JA ARQUIVADO" TO WS-MOTIVO
                   END-IF
               WHEN WS-ANO-PROC NOT < WS-CAB-ANO
                   MOVE "ANO AINDA ABERTO (DATA DE MOVIMENTO)"
                       TO WS-MOTIVO
               WHEN WS-AN-INFORME(WS-IDX-AN) NOT = "S"
                   MOVE "SEM INFORME DE RENDIMENTOS EMITIDO"
                       TO WS-MOTIVO
               WHEN WS-AN-RESULTADO(WS-IDX-AN) NOT = "S"
                   MOVE "SEM RESULTADO ANUAL APURADO" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM ARQUIVAR-ANO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-ARQUIVAMENTO
               MOVE SPACES TO RL-LINHA
               STRING "ANO " WS-ANO-PROC " NAO ARQUIVADO - "
                      WS-MOTIVO
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ARQUIVAMENTO
               DISPLAY FUNCTION TRIM(RL-LINHA)
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.

      * ARQUIVA O ANO EM TODOS OS ARQUIVOS DA TABELA. QUALQUER ERRO
      * PARA O ANO SEM A MARCA "A" - O RERUN COMPLEMENTA O QUE FALTOU.
       ARQUIVAR-ANO.
           DISPLAY "ARQUIVANDO O ANO " WS-ANO-PROC
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ARQUIVAMENTO
           MOVE SPACES TO RL-LINHA
           STRING "ANO " WS-ANO-PROC
                  "  ARQUIVO                         LIDOS"
                  " ARQUIVADOS   MANTIDOS     TOTAL DE CONTROLE"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ARQUIVAMENTO

           MOVE SPACES TO WS-ARQ-CTLVOL
           STRING "data/ARQ_" WS-ANO-PROC "_CONTROLE.DAT"
               DELIMITED BY SIZE INTO WS-ARQ-CTLVOL
           END-STRING
           PERFORM VARYING WS-IDX-AQ FROM 1 BY 1
                   UNTIL WS-IDX-AQ > 8 OR ERRO-NO-ANO
               PERFORM ARQUIVAR-ARQUIVO
               PERFORM IMPRIMIR-ARQUIVO
           END-PERFORM

           IF ERRO-NO-ANO
               MOVE SPACES TO RL-LINHA
               STRING "ANO " WS-ANO-PROC " INTERROMPIDO - "
                      "ARQUIVAMENTO PARADO, VER A SITUACAO ACIMA"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ARQUIVAMENTO
               DISPLAY FUNCTION TRIM(RL-LINHA)
           ELSE
               PERFORM MARCAR-ANO-ARQUIVADO
               ADD 1 TO WS-QTD-ARQUIVADOS-ANOS
           END-IF.

      * UM ARQUIVO: VIVO -> VOLUME DO ANO + TRABALHO; CONFERE; E SO
      * ENTAO O TRABALHO REGRAVA O VIVO.
       ARQUIVAR-ARQUIVO.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ARQUIVADOS WS-QTD-MANTIDOS
               WS-QTD-TERMO WS-QTD-REGRAVADOS WS-TOTAL-ARQUIVADO
               WS-LIVRO-ULTIMO WS-QTD-TERMO-LIDO
           MOVE SPACES TO WS-SITUACAO-ARQ
           MOVE SPACES TO WS-ARQ-VOLUME
           STRING "data/ARQ_" WS-ANO-PROC "_"
                  FUNCTION TRIM(WS-AQ-NOME(WS-IDX-AQ))
               DELIMITED BY SIZE INTO WS-ARQ-VOLUME
           END-STRING

           PERFORM CONTAR-VOLUME
           MOVE WS-VOL-QTD TO WS-VOL-QTD-ANTES
           MOVE WS-VOL-TOT TO WS-VOL-TOT-ANTES

           MOVE SPACES TO WS-ARQ-VIVO
           STRING "data/" FUNCTION TRIM(WS-AQ-NOME(WS-IDX-AQ))
               DELIMITED BY SIZE INTO WS-ARQ-VIVO
           END-STRING
           OPEN INPUT VIVO-FILE
           EVALUATE TRUE
               WHEN WS-FS-VIVO = "35"
                   MOVE "ARQUIVO AUSENTE - NADA A ARQUIVAR"
                       TO WS-SITUACAO-ARQ
               WHEN WS-FS-VIVO NOT = "00"
                   STRING "ERRO AO ABRIR O ARQUIVO VIVO ("
                          WS-FS-VIVO ")"
                       DELIMITED BY SIZE INTO WS-SITUACAO-ARQ
                   END-STRING
                   MOVE "S" TO WS-ERRO-ANO
               WHEN OTHER
                   PERFORM SEPARAR-REGISTROS
           END-EVALUATE.

       SEPARAR-REGISTROS.
           OPEN EXTEND VOLUME-FILE
           IF WS-FS-VOLUME = "35"
               OPEN OUTPUT VOLUME-FILE
               CLOSE VOLUME-FILE
               OPEN EXTEND VOLUME-FILE
           END-IF
           OPEN OUTPUT TRAB-FILE
           IF WS-FS-VOLUME NOT = "00" OR WS-FS-TRAB NOT = "00"
               STRING "ERRO AO ABRIR VOLUME/TRABALHO (" WS-FS-VOLUME
                      "/" WS-FS-TRAB ")"
                   DELIMITED BY SIZE INTO WS-SITUACAO-ARQ
               END-STRING
               MOVE "S" TO WS-ERRO-ANO
               CLOSE VIVO-FILE
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ VIVO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM SEPARAR-REGISTRO
                   END-READ
               END-PERFORM
               IF WS-AQ-CODIGO(WS-IDX-AQ) = "LIVR"
                       AND (WS-QTD-ARQUIVADOS > 0
                           OR WS-QTD-TERMO-LIDO > 0)
                   PERFORM GRAVAR-TERMO-LIVRO
               END-IF
               CLOSE VIVO-FILE
               CLOSE VOLUME-FILE
               CLOSE TRAB-FILE
               PERFORM CONFERIR-E-REGRAVAR
           END-IF.

       SEPARAR-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS
           PERFORM CLASSIFICAR-REGISTRO
      * TERMO DE ENCERRAMENTO ANTERIOR: SO O NUMERO INTERESSA, O
      * TERMO NOVO O SUBSTITUI NO FIM.
           IF WS-AQ-CODIGO(WS-IDX-AQ) = "LIVR" AND LV-MATRICULA = ZEROS
               ADD 1 TO WS-QTD-MANTIDOS
               ADD 1 TO WS-QTD-TERMO-LIDO
               IF LV-NUMERO > WS-LIVRO-ULTIMO
                   MOVE LV-NUMERO TO WS-LIVRO-ULTIMO
               END-IF
           ELSE
               PERFORM SEPARAR-REGISTRO-ANO
           END-IF.

       SEPARAR-REGISTRO-ANO.
           IF REG-ARQUIVAVEL AND WS-REG-ANO-X IS NUMERIC
                   AND WS-REG-ANO = WS-ANO-PROC
               MOVE VV-LINHA TO VL-LINHA
               WRITE VL-LINHA
               ADD 1 TO WS-QTD-ARQUIVADOS
               ADD WS-REG-VALOR TO WS-TOTAL-ARQUIVADO
               IF WS-AQ-CODIGO(WS-IDX-AQ) = "LIVR"
                       AND LV-NUMERO > WS-LIVRO-ULTIMO
                   MOVE LV-NUMERO TO WS-LIVRO-ULTIMO
               END-IF
           ELSE
               MOVE VV-LINHA TO TB-LINHA
               WRITE TB-LINHA
               ADD 1 TO WS-QTD-MANTIDOS
           END-IF.

      * ANO DO REGISTRO, SE PODE IR PARA O VOLUME E O VALOR DO TOTAL
      * DE CONTROLE, CONFORME O ARQUIVO. NOS TEXTOS A LINHA COMECA
      * PELA DATA DD/MM/AAAA.
       CLASSIFICAR-REGISTRO.
           MOVE "S" TO WS-REG-ARQUIVAVEL
           MOVE ZEROS TO WS-REG-VALOR
           EVALUATE WS-AQ-CODIGO(WS-IDX-AQ)
               WHEN "HAVL"
                   IF VV-LINHA(11:10) = " CONSELHO "
                       MOVE VV-LINHA(32:4) TO WS-REG-ANO-X
                   ELSE
                       MOVE VV-LINHA(7:4) TO WS-REG-ANO-X
                   END-IF
               WHEN "HNOT"
                   MOVE HN-DATA(1:4) TO WS-REG-ANO-X
                   IF HN-MEDIA IS NUMERIC
                       MOVE HN-MEDIA TO WS-REG-VALOR
                   END-IF
               WHEN "FACU"
                   MOVE AC-COMPETENCIA(1:4) TO WS-REG-ANO-X
                   IF AC-LIQUIDO IS NUMERIC
                       MOVE AC-LIQUIDO TO WS-REG-VALOR
                   END-IF
               WHEN "COBR"
                   MOVE CB-COMPETENCIA(1:4) TO WS-REG-ANO-X
                   IF NOT (CB-PAGA OR CB-CANCELADA OR CB-RENEGOCIADA)
                       MOVE "N" TO WS-REG-ARQUIVAVEL
                   END-IF
                   IF CB-VALOR IS NUMERIC
                       MOVE CB-VALOR TO WS-REG-VALOR
                   END-IF
               WHEN "AUDI"
                   MOVE VV-LINHA(7:4) TO WS-REG-ANO-X
               WHEN "ALRT"
                   MOVE AL-DATA(1:4) TO WS-REG-ANO-X
                   IF AL-MATRICULA IS NUMERIC
                       MOVE AL-MATRICULA TO WS-REG-VALOR
                   END-IF
               WHEN "LIVR"
                   MOVE LV-DATA-EMISSAO(1:4) TO WS-REG-ANO-X
                   IF LV-NUMERO IS NUMERIC
                       MOVE LV-NUMERO TO WS-REG-VALOR
                   END-IF
               WHEN "STAT"
                   MOVE ST-DATA(1:4) TO WS-REG-ANO-X
                   IF ST-SEGUNDOS IS NUMERIC
                       MOVE ST-SEGUNDOS TO WS-REG-VALOR
                   END-IF
           END-EVALUATE.

      * O 016 NUMERA O CERTIFICADO NOVO PELO MAIOR NUMERO DO LIVRO
      * VIVO: O TERMO LEVA O ULTIMO NUMERO QUE SAIU PARA O VOLUME.
       GRAVAR-TERMO-LIVRO.
           MOVE WS-LIVRO-ULTIMO TO WS-TM-NUMERO
           MOVE ZEROS TO WS-TM-MATRICULA
           MOVE "TERMO" TO WS-TM-TURMA
           MOVE WS-CAB-DATA-EXECUCAO TO WS-TM-DATA
           MOVE WS-TERMO-REC TO TB-LINHA
           WRITE TB-LINHA
           MOVE 1 TO WS-QTD-TERMO.

      * LIDOS = ARQUIVADOS + MANTIDOS, E O VOLUME RELIDO TEM QUE TER
      * O QUE TINHA MAIS O QUE FOI GRAVADO, NA QUANTIDADE E NO TOTAL.
      * SO ENTAO O ARQUIVO VIVO E REGRAVADO - SEM NADA ARQUIVADO ELE
      * NEM E TOCADO.
       CONFERIR-E-REGRAVAR.
           PERFORM CONTAR-VOLUME
           EVALUATE TRUE
               WHEN WS-QTD-LIDOS NOT =
                       WS-QTD-ARQUIVADOS + WS-QTD-MANTIDOS
                   MOVE "ERRO - LIDOS DIFERE DE ARQUIVADOS + MANTIDOS"
                       TO WS-SITUACAO-ARQ
                   MOVE "S" TO WS-ERRO-ANO
               WHEN WS-VOL-QTD NOT =
                       WS-VOL-QTD-ANTES + WS-QTD-ARQUIVADOS
                       OR WS-VOL-TOT NOT =
                           WS-VOL-TOT-ANTES + WS-TOTAL-ARQUIVADO
                   MOVE "ERRO - VOLUME RELIDO NAO CONFERE COM O GRAVADO"
                       TO WS-SITUACAO-ARQ
                   MOVE "S" TO WS-ERRO-ANO
               WHEN WS-QTD-ARQUIVADOS = 0
                   MOVE "NENHUM REGISTRO DO ANO" TO WS-SITUACAO-ARQ
               WHEN OTHER
                   PERFORM REGRAVAR-VIVO
           END-EVALUATE.

       REGRAVAR-VIVO.
           OPEN INPUT TRAB-FILE
           OPEN OUTPUT VIVO-FILE
           IF WS-FS-TRAB NOT = "00" OR WS-FS-VIVO NOT = "00"
               STRING "ERRO AO REGRAVAR O VIVO (" WS-FS-TRAB "/"
                      WS-FS-VIVO ") - REGISTROS NO TRABALHO"
                   DELIMITED BY SIZE INTO WS-SITUACAO-ARQ
               END-STRING
               MOVE "S" TO WS-ERRO-ANO
           ELSE
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
               CLOSE TRAB-FILE
               CLOSE VIVO-FILE
               IF WS-QTD-REGRAVADOS NOT = WS-QTD-MANTIDOS
                       - WS-QTD-TERMO-LIDO + WS-QTD-TERMO
                   MOVE "ERRO - VIVO REGRAVADO NAO CONFERE"
                       TO WS-SITUACAO-ARQ
                   MOVE "S" TO WS-ERRO-ANO
               ELSE
                   IF WS-VOL-QTD-ANTES > 0
                       MOVE "OK - VOLUME COMPLEMENTADO"
                           TO WS-SITUACAO-ARQ
                   ELSE
                       MOVE "OK" TO WS-SITUACAO-ARQ
                   END-IF
                   PERFORM GRAVAR-CONTROLE-VOLUME
               END-IF
           END-IF.

      * QUANTIDADE E TOTAL DE CONTROLE DO VOLUME EM WS-ARQ-VOLUME,
      * RELIDO PELO MESMO LEITOR DO ARQUIVO VIVO. VOLUME AUSENTE TEM
      * ZERO.
       CONTAR-VOLUME.
           MOVE ZEROS TO WS-VOL-QTD WS-VOL-TOT
           MOVE WS-ARQ-VOLUME TO WS-ARQ-VIVO
           OPEN INPUT VIVO-FILE
           IF WS-FS-VIVO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ VIVO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM CLASSIFICAR-REGISTRO
                           ADD 1 TO WS-VOL-QTD
                           ADD WS-REG-VALOR TO WS-VOL-TOT
                   END-READ
               END-PERFORM
               CLOSE VIVO-FILE
           END-IF
           MOVE SPACES TO WS-ARQ-VIVO
           STRING "data/" FUNCTION TRIM(WS-AQ-NOME(WS-IDX-AQ))
               DELIMITED BY SIZE INTO WS-ARQ-VIVO
           END-STRING.

       GRAVAR-CONTROLE-VOLUME.
           OPEN EXTEND CTLVOL-FILE
           IF WS-FS-CTLVOL = "35"
               OPEN OUTPUT CTLVOL-FILE
               CLOSE CTLVOL-FILE
               OPEN EXTEND CTLVOL-FILE
           END-IF
           IF WS-FS-CTLVOL NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE DO VOLUME "
                   WS-ARQ-CTLVOL ": " WS-FS-CTLVOL
               MOVE "S" TO WS-ERRO-ANO
           ELSE
               MOVE WS-AQ-NOME(WS-IDX-AQ) TO CV-ARQUIVO
               MOVE WS-QTD-ARQUIVADOS TO CV-QTD-ARQUIVADOS
               MOVE WS-TOTAL-ARQUIVADO TO CV-TOTAL-CONTROLE
               MOVE WS-QTD-MANTIDOS TO CV-QTD-MANTIDOS
               MOVE WS-CAB-DATA-EXECUCAO TO CV-DATA
               WRITE CV-CONTROLE-VOLUME-REC
               CLOSE CTLVOL-FILE
           END-IF.

       MARCAR-ANO-ARQUIVADO.
           OPEN EXTEND ANOFECH-FILE
           IF WS-FS-ANOFECH NOT = "00"
               DISPLAY "ERRO AO MARCAR O ANO ARQUIVADO: " WS-FS-ANOFECH
               MOVE "S" TO WS-ERRO-ANO
           ELSE
               MOVE WS-ANO-PROC TO AF-ANO
               SET AF-ARQUIVADO TO TRUE
               MOVE WS-CAB-DATA-EXECUCAO TO AF-DATA
               WRITE AF-ANO-FECHADO-REC
               CLOSE ANOFECH-FILE
               MOVE SPACES TO RL-LINHA
               STRING "ANO " WS-ANO-PROC " ARQUIVADO - CONTROLE EM "
                      WS-ARQ-CTLVOL
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ARQUIVAMENTO
               DISPLAY FUNCTION TRIM(RL-LINHA)
           END-IF.

       IMPRIMIR-ARQUIVO.
           MOVE WS-QTD-LIDOS TO WS-AUX-QTD-1
           MOVE WS-QTD-ARQUIVADOS TO WS-AUX-QTD-2
           MOVE WS-QTD-MANTIDOS TO WS-AUX-QTD-3
           MOVE WS-TOTAL-ARQUIVADO TO WS-AUX-TOTAL
           MOVE SPACES TO RL-LINHA
           IF WS-AQ-CAMPO-TOTAL(WS-IDX-AQ) = SPACES
               STRING "      " WS-AQ-NOME(WS-IDX-AQ)
                      WS-AUX-QTD-1 "  " WS-AUX-QTD-2 "  " WS-AUX-QTD-3
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               STRING "      " WS-AQ-NOME(WS-IDX-AQ)
                      WS-AUX-QTD-1 "  " WS-AUX-QTD-2 "  " WS-AUX-QTD-3
                      "  " WS-AUX-TOTAL " "
                      WS-AQ-CAMPO-TOTAL(WS-IDX-AQ)
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-ARQUIVAMENTO
           MOVE SPACES TO RL-LINHA
           STRING "        " WS-SITUACAO-ARQ
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ARQUIVAMENTO.

       IMPRIMIR-CABECALHO-ARQUIVAMENTO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-ARQUIVAMENTO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-ARQUIVAMENTO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A047-ARQUIVAMENTO-ANUAL.
