      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: SAIDA DE ALUNO NO MEIO DO ANO - TRANSFERENCIA PARA
      *          OUTRA ESCOLA, DESISTENCIA OU CANCELAMENTO DA
      *          MATRICULA. ATE AQUI NADA TRATAVA A SAIDA: A COBRANCA
      *          (A020) CONTINUAVA COBRANDO A FAMILIA, O ALERTA DE
      *          FREQUENCIA (014) MANDAVA CARTA DE FALTAS PARA QUEM JA
      *          TINHA SAIDO E O BOLETIM (002) REPROVAVA O ALUNO. ESTE
      *          PROGRAMA LE AS SAIDAS DIGITADAS PELA SECRETARIA
      *          (MATRICULA, TIPO, DATA, MOTIVO E ESCOLA DE DESTINO),
      *          MARCA A SITUACAO NO CADASTRO MESTRE DE ALUNOS, TIRA O
      *          ALUNO DO ARQUIVO BRUTO DO PERIODO (MESMO ESQUEMA DE
      *          REGRAVACAO DA TRANSFERENCIA DE TURMA - 011) E GUARDA
      *          NO HISTORICO DE SAIDAS A TURMA, AS NOTAS PARCIAIS E A
      *          FREQUENCIA ATE A DATA DA SAIDA - E DALI QUE O BOLETIM
      *          E O DIARIO MOSTRAM O ALUNO COMO TRANSFERIDO OU
      *          DESISTENTE. PARA A TRANSFERENCIA SAI TAMBEM A
      *          DECLARACAO QUE A FAMILIA LEVA A ESCOLA NOVA.
      *          NA CARTEIRA DE COBRANCAS, A MENSALIDADE DO MES DA
      *          SAIDA AINDA EM ABERTO FICA PROPORCIONAL AOS DIAS ATE A
      *          SAIDA QUANDO O CONTRATO DA FAMILIA PREVE (RF-PRO-RATA
      *          NO CADASTRO DE RESPONSAVEIS), COM OS DESCONTOS NA
      *          MESMA PROPORCAO, E A COBRANCA EM ABERTO DE MES
      *          POSTERIOR A SAIDA E CANCELADA. COBRANCA JA REMETIDA AO
      *          BANCO OU PAGA NAO E MEXIDA: SAI APONTADA PARA A
      *          TESOURARIA ACERTAR. SAIDA INVALIDA (MATRICULA SEM
      *          CADASTRO, ALUNO QUE JA SAIU, TIPO OU DATA ERRADOS,
      *          ALUNO FORA DA CAPTURA DO PERIODO) E REJEITADA E
      *          APONTADA NO RELATORIO.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 022-SAIDA-ALUNO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAIDAS DIGITADAS PELA SECRETARIA.
           SELECT TRANSACAO-FILE ASSIGN TO DYNAMIC WS-ARQ-TRANSACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.
           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WS-ARQ-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MATRICULA
               FILE STATUS IS WS-FS-MASTER.
           SELECT BRUTO-FILE ASSIGN TO DYNAMIC WS-ARQ-BRUTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRUTO.
      * COPIA DE TRABALHO DO BRUTO DURANTE A REGRAVACAO - MESMO
      * ESQUEMA DA TRANSFERENCIA DE TURMA (011).
           SELECT TRABALHO-FILE ASSIGN TO DYNAMIC WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT PRESENCA-FILE ASSIGN TO DYNAMIC WS-ARQ-PRESENCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESENCA.
      * HISTORICO DE SAIDAS - ACUMULADO ENTRE EXECUCOES.
           SELECT SAIDA-FILE ASSIGN TO DYNAMIC WS-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.
      * CADASTRO DE RESPONSAVEIS - CONTRATO COM OU SEM PRO-RATA.
           SELECT RESPONSAVEL-FILE ASSIGN TO DYNAMIC WS-ARQ-RESPONSAVEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPONSAVEL.
      * CARTEIRA DE COBRANCAS E DETALHE DOS DESCONTOS, REGRAVADOS PELA
      * COPIA DE TRABALHO QUANDO ALGUMA COBRANCA E AJUSTADA.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
           SELECT COBRANCA-TRAB ASSIGN TO DYNAMIC WS-ARQ-COBRANCA-TRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA-TRAB.
           SELECT COBDESC-FILE ASSIGN TO DYNAMIC WS-ARQ-COBDESC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBDESC.
           SELECT COBDESC-TRAB ASSIGN TO DYNAMIC WS-ARQ-COBDESC-TRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBDESC-TRAB.
           SELECT DECLARACAO-FILE ASSIGN TO DYNAMIC WS-ARQ-DECLARACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLARACAO.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
      * TIPO "T" TRANSFERIDO PARA OUTRA ESCOLA, "D" DESISTENTE, "C"
      * MATRICULA CANCELADA; DATA DA SAIDA AAAAMMDD.
       FD  TRANSACAO-FILE.
       01  ST-TRANSACAO-REC.
           05 ST-MATRICULA     PIC X(06).
           05 ST-TIPO          PIC X(01).
           05 ST-DATA          PIC X(08).
           05 ST-MOTIVO        PIC X(30).
           05 ST-ESCOLA        PIC X(30).
       FD  ALUNO-MASTER.
       COPY ALUNO-MASTER-REC.
      * MESMO LAYOUT DO ARQUIVO BRUTO CRITICADO PELO 004-CRITICA-NOTAS
      * - A MATRICULA E LIDA EM X PORQUE O BRUTO PODE CARREGAR
      * DIGITACAO AINDA NAO CRITICADA.
       FD  BRUTO-FILE.
       01  BR-ALUNO-REC.
           05 BR-MATRICULA     PIC X(06).
           05 BR-TURMA         PIC X(06).
           05 BR-NOME-ALUNO    PIC X(30).
           05 BR-NOTA          PIC X(04) OCCURS 4 TIMES.
           05 BR-RESTO         PIC X(07).
       FD  TRABALHO-FILE.
       01  TR-ALUNO-REC        PIC X(65).
       FD  PRESENCA-FILE.
       01  PR-PRESENCA-REC.
           05 PR-MATRICULA     PIC 9(06).
           05 PR-DATA          PIC 9(08).
           05 PR-FLAG          PIC X(01).
               88 PR-PRESENTE          VALUE "P".
               88 PR-JUSTIFICADA       VALUE "M" "B" "E".
           05 PR-JUSTIF        PIC X(10).
       FD  SAIDA-FILE.
       COPY SAIDA-ALUNO-REC.
       FD  RESPONSAVEL-FILE.
       COPY RESP-FINANCEIRO-REC.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  COBRANCA-TRAB.
       01  CT-COBRANCA-REC     PIC X(93).
       FD  COBDESC-FILE.
       COPY COBRANCA-DESC-REC.
       FD  COBDESC-TRAB.
       01  DT-COBDESC-REC      PIC X(47).
       FD  DECLARACAO-FILE.
       01  DC-LINHA            PIC X(80).
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-TRANSACAO   PIC X(40)
                              VALUES "data/SAIDAS.DAT".
       01 WS-FS-TRANSACAO    PIC X(02) VALUES SPACES.
       01 WS-ARQ-MASTER      PIC X(40)
                              VALUES "data/ALUNOS_MASTER.DAT".
       01 WS-FS-MASTER       PIC X(02) VALUES SPACES.
       01 WS-ARQ-BRUTO       PIC X(40)
                              VALUES "data/ALUNOS_BRUTO.DAT".
       01 WS-FS-BRUTO        PIC X(02) VALUES SPACES.
       01 WS-ARQ-TRABALHO    PIC X(40)
                              VALUES "data/ALUNOS_BRUTO_TRAB.DAT".
       01 WS-FS-TRABALHO     PIC X(02) VALUES SPACES.
       01 WS-ARQ-PRESENCA    PIC X(40)
                              VALUES "data/PRESENCAS.DAT".
       01 WS-FS-PRESENCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-SAIDA       PIC X(40)
                              VALUES "data/ALUNOS_SAIDAS.DAT".
       01 WS-FS-SAIDA        PIC X(02) VALUES SPACES.
       01 WS-ARQ-RESPONSAVEL PIC X(40)
                              VALUES "data/RESPONSAVEIS.DAT".
       01 WS-FS-RESPONSAVEL  PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBRANCA    PIC X(40)
                              VALUES "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBRANCA-TRAB PIC X(40)
                              VALUES "data/COBRANCAS_TRAB.DAT".
       01 WS-FS-COBRANCA-TRAB PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBDESC     PIC X(40)
                              VALUES "data/COBRANCA_DESCONTOS.DAT".
       01 WS-FS-COBDESC      PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBDESC-TRAB PIC X(40)
                              VALUES "data/COBRANCA_DESCONTOS_TRAB.DAT".
       01 WS-FS-COBDESC-TRAB PIC X(02) VALUES SPACES.
       01 WS-ARQ-DECLARACAO  PIC X(40)
                              VALUES "data/DECLARACOES_TRANSF.TXT".
       01 WS-FS-DECLARACAO   PIC X(02) VALUES SPACES.
       01 WS-ARQ-RELATORIO   PIC X(40)
                              VALUES "data/SAIDAS_ALUNO.TXT".
       01 WS-FS-RELATORIO    PIC X(02) VALUES SPACES.
       01 WS-FIM-TRANSACAO   PIC X(01) VALUES "N".
           88 FIM-TRANSACAO          VALUE "S".
       01 WS-FIM-BRUTO       PIC X(01) VALUES "N".
           88 FIM-BRUTO              VALUE "S".
       01 WS-FIM-PRESENCA    PIC X(01) VALUES "N".
           88 FIM-PRESENCA           VALUE "S".
       01 WS-FIM-RESPONSAVEL PIC X(01) VALUES "N".
           88 FIM-RESPONSAVEL        VALUE "S".
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
           88 FIM-COBRANCA           VALUE "S".
       01 WS-FIM-COBDESC     PIC X(01) VALUES "N".
           88 FIM-COBDESC            VALUE "S".
      * SAIDAS CARREGADAS DA TRANSACAO, COM O QUE FOI LIDO DO CADASTRO
      * E DA CAPTURA PARA O HISTORICO, A DECLARACAO E A COBRANCA.
      * WS-SD-SITUACAO: "N"=VALIDA, AINDA NAO ACHADA NA CAPTURA,
      * "S"=APLICADA, "R"=REJEITADA (MOTIVO EM WS-SD-REJEICAO).
       01 WS-SAIDA-TABELA.
           05 WS-SD-ENTRADA OCCURS 100 TIMES.
               10 WS-SD-MATRICULA   PIC 9(06).
               10 WS-SD-TIPO        PIC X(01).
               10 WS-SD-DATA        PIC 9(08).
               10 WS-SD-MOTIVO      PIC X(30).
               10 WS-SD-ESCOLA      PIC X(30).
               10 WS-SD-TURMA       PIC X(06).
               10 WS-SD-NOME        PIC X(30).
               10 WS-SD-DATA-NASC   PIC 9(08).
               10 WS-SD-NOTA        PIC X(04) OCCURS 4 TIMES.
               10 WS-SD-PRESENTE    PIC 9(03).
               10 WS-SD-FALTA       PIC 9(03).
               10 WS-SD-PRO-RATA    PIC X(01).
               10 WS-SD-SITUACAO    PIC X(01).
               10 WS-SD-REJEICAO    PIC X(40).
       01 WS-QTD-SAIDAS      PIC 9(03) VALUES ZEROS.
       01 WS-IDX-SD          PIC 9(03) VALUES ZEROS.
       01 WS-IDX-SD-ACHADO   PIC 9(03) VALUES ZEROS.
       01 WS-IDX-SD-DUP      PIC 9(03) VALUES ZEROS.
       01 WS-IDX-NOTA        PIC 9(01) VALUES ZEROS.
       01 WS-MATRICULA-X     PIC X(06) VALUES SPACES.
       01 WS-MATRICULA-N REDEFINES WS-MATRICULA-X PIC 9(06).
      * FAMILIAS CUJO CONTRATO COBRA PROPORCIONAL O MES DA SAIDA.
       01 WS-PRO-RATA-TABELA.
           05 WS-PRR-COD-RESP OCCURS 999 TIMES PIC 9(06).
       01 WS-QTD-PRO-RATA    PIC 9(04) VALUES ZEROS.
       01 WS-IDX-PRR         PIC 9(04) VALUES ZEROS.
      * COBRANCAS EM ABERTO A AJUSTAR: "P"=PROPORCIONAL AOS DIAS ATE
      * A SAIDA, "C"=CANCELADA (COMPETENCIA POSTERIOR A SAIDA). O
      * DESCONTO PROPORCIONAL E A SOMA DO DETALHE JA REDUZIDO.
       01 WS-AJUSTE-TABELA.
           05 WS-AJ-ENTRADA OCCURS 200 TIMES.
               10 WS-AJ-MATRICULA   PIC 9(06).
               10 WS-AJ-COMPETENCIA PIC 9(06).
               10 WS-AJ-ORIGEM      PIC X(01).
               10 WS-AJ-ACAO        PIC X(01).
               10 WS-AJ-DIAS        PIC 9(02).
               10 WS-AJ-DESCONTO    PIC 9(05)V99.
               10 WS-AJ-COM-DETALHE PIC X(01).
       01 WS-QTD-AJUSTES     PIC 9(03) VALUES ZEROS.
       01 WS-IDX-AJ          PIC 9(03) VALUES ZEROS.
       01 WS-IDX-AJ-ACHADO   PIC 9(03) VALUES ZEROS.
       01 WS-COMP-SAIDA      PIC 9(06) VALUES ZEROS.
       01 WS-DIA-SAIDA       PIC 9(02) VALUES ZEROS.
       01 WS-DATA-AUX        PIC 9(08) VALUES ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO     PIC 9(04).
           05 WS-AUX-MES     PIC 9(02).
           05 WS-AUX-DIA     PIC 9(02).
       01 WS-DATA-MOVIMENTO  PIC 9(08) VALUES ZEROS.
       01 WS-DATA-FMT        PIC X(10) VALUES SPACES.
       01 WS-NASC-FMT        PIC X(10) VALUES SPACES.
       01 WS-VALOR-ANTES     PIC 9(05)V99 VALUES ZEROS.
       01 WS-BRUTO-NOVO      PIC 9(05)V99 VALUES ZEROS.
       01 WS-DESCONTO-NOVO   PIC 9(05)V99 VALUES ZEROS.
       01 WS-DESCONTO-ITEM   PIC 9(05)V99 VALUES ZEROS.
       01 WS-VALOR-EDIT      PIC ZZ.ZZ9,99.
       01 WS-VALOR-EDIT-2    PIC ZZ.ZZ9,99.
       01 WS-NOTA-X          PIC X(04) VALUES SPACES.
       01 WS-NOTA-N REDEFINES WS-NOTA-X PIC 9(02)V99.
       01 WS-NOTA-EDIT       PIC Z9,99.
       01 WS-NOTAS-LINHA     PIC X(40) VALUES SPACES.
       01 WS-PONTEIRO        PIC 9(03) VALUES ZEROS.
       01 WS-DIAS-LETIVOS    PIC 9(04) VALUES ZEROS.
       01 WS-PCT-FREQ        PIC 9(03)V99 VALUES ZEROS.
       01 WS-PCT-EDIT        PIC ZZ9,99.
       01 WS-DESC-TIPO       PIC X(19) VALUES SPACES.
      * TOTAIS DA EXECUCAO, MOSTRADOS NO FECHAMENTO.
       01 WS-QTD-BRUTO       PIC 9(05) VALUES ZEROS.
       01 WS-QTD-REMOVIDOS   PIC 9(05) VALUES ZEROS.
       01 WS-QTD-APLICADAS   PIC 9(03) VALUES ZEROS.
       01 WS-QTD-REJEITADAS  PIC 9(03) VALUES ZEROS.
       01 WS-QTD-DECLARACOES PIC 9(03) VALUES ZEROS.
       01 WS-QTD-PROPORCIONAIS PIC 9(03) VALUES ZEROS.
       01 WS-QTD-CANCELADAS  PIC 9(03) VALUES ZEROS.
       01 WS-QTD-MANUAIS     PIC 9(03) VALUES ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUES SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "SAIDA DE ALUNOS - 022-SAIDA-ALUNO"

           OPEN INPUT TRANSACAO-FILE
           IF WS-FS-TRANSACAO NOT = "00"
               DISPLAY "SEM SAIDAS DIGITADAS (" WS-FS-TRANSACAO
                   ") - NADA A PROCESSAR"
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-SAIDAS
           CLOSE TRANSACAO-FILE

           IF WS-QTD-SAIDAS = 0
               DISPLAY "ARQUIVO DE SAIDAS VAZIO"
               MOVE WS-RC-ALERTA TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE SAIDAS: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "SAIDAS DE ALUNOS" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-SAIDA
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-MOVIMENTO

           OPEN I-O ALUNO-MASTER
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO MESTRE DE ALUNOS: "
                   WS-FS-MASTER
               DISPLAY "SEM O CADASTRO A SAIDA NAO E REGISTRADA - "
                   "PROCESSAMENTO RECUSADO"
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-PRO-RATA
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               PERFORM VALIDAR-SAIDA
           END-PERFORM

           PERFORM REGRAVAR-BRUTO
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               EVALUATE WS-SD-SITUACAO(WS-IDX-SD)
                   WHEN "S"
                       PERFORM ATUALIZAR-CADASTRO
                   WHEN "N"
                       MOVE "R" TO WS-SD-SITUACAO(WS-IDX-SD)
                       MOVE "SEM REGISTRO NA CAPTURA DO PERIODO"
                           TO WS-SD-REJEICAO(WS-IDX-SD)
               END-EVALUATE
           END-PERFORM
           CLOSE ALUNO-MASTER

           PERFORM CONTAR-PRESENCAS
           PERFORM GRAVAR-HISTORICO-SAIDAS
           PERFORM EMITIR-DECLARACOES
           PERFORM IMPRIMIR-RESULTADO
           PERFORM AJUSTAR-COBRANCAS
           PERFORM IMPRIMIR-TOTAIS

           CLOSE RELATORIO-FILE

           DISPLAY "SAIDAS: LIDAS=" WS-QTD-SAIDAS
               " APLICADAS=" WS-QTD-APLICADAS
               " REJEITADAS=" WS-QTD-REJEITADAS
               " DECLARACOES=" WS-QTD-DECLARACOES
           DISPLAY "COBRANCAS: PROPORCIONAIS=" WS-QTD-PROPORCIONAIS
               " CANCELADAS=" WS-QTD-CANCELADAS
               " ACERTO MANUAL=" WS-QTD-MANUAIS

           IF WS-QTD-REJEITADAS > 0 OR WS-QTD-MANUAIS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

       CARREGAR-SAIDAS.
           PERFORM UNTIL FIM-TRANSACAO
               READ TRANSACAO-FILE
                   AT END
                       SET FIM-TRANSACAO TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-SAIDA
               END-READ
           END-PERFORM.

      * MATRICULA OU DATA NAO NUMERICA FICA ZERADA NA TABELA E E
      * REJEITADA NA VALIDACAO COM O MOTIVO.
       GUARDAR-SAIDA.
           IF WS-QTD-SAIDAS < 100
               ADD 1 TO WS-QTD-SAIDAS
               INITIALIZE WS-SD-ENTRADA(WS-QTD-SAIDAS)
               MOVE "N" TO WS-SD-SITUACAO(WS-QTD-SAIDAS)
               IF ST-MATRICULA IS NUMERIC
                   MOVE ST-MATRICULA TO WS-MATRICULA-X
                   MOVE WS-MATRICULA-N
                       TO WS-SD-MATRICULA(WS-QTD-SAIDAS)
               ELSE
                   MOVE "R" TO WS-SD-SITUACAO(WS-QTD-SAIDAS)
                   MOVE "MATRICULA INVALIDA"
                       TO WS-SD-REJEICAO(WS-QTD-SAIDAS)
               END-IF
               IF ST-DATA IS NUMERIC
                   MOVE ST-DATA TO WS-SD-DATA(WS-QTD-SAIDAS)
               END-IF
               MOVE ST-TIPO    TO WS-SD-TIPO(WS-QTD-SAIDAS)
               MOVE ST-MOTIVO  TO WS-SD-MOTIVO(WS-QTD-SAIDAS)
               MOVE ST-ESCOLA  TO WS-SD-ESCOLA(WS-QTD-SAIDAS)
           ELSE
               DISPLAY "TABELA DE SAIDAS CHEIA - TRANSACAO IGNORADA: "
                   ST-MATRICULA
           END-IF.

      * GUARDA AS FAMILIAS COM PRO-RATA NO CONTRATO. ARQUIVO AUSENTE:
      * NENHUMA FAMILIA COM PRO-RATA, O MES DA SAIDA E COBRADO CHEIO.
       CARREGAR-PRO-RATA.
           OPEN INPUT RESPONSAVEL-FILE
           IF WS-FS-RESPONSAVEL NOT = "00"
               DISPLAY "SEM CADASTRO DE RESPONSAVEIS ("
                   WS-FS-RESPONSAVEL ") - MES DA SAIDA COBRADO CHEIO"
           ELSE
               PERFORM UNTIL FIM-RESPONSAVEL
                   READ RESPONSAVEL-FILE
                       AT END
                           SET FIM-RESPONSAVEL TO TRUE
                       NOT AT END
                           IF RF-COBRA-PRO-RATA
                                   AND RF-COD-RESP IS NUMERIC
                                   AND WS-QTD-PRO-RATA < 999
                               ADD 1 TO WS-QTD-PRO-RATA
                               MOVE RF-COD-RESP
                                   TO WS-PRR-COD-RESP(WS-QTD-PRO-RATA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
           END-IF.

      * CONFERE TIPO, DATA (VALIDA E NAO POSTERIOR A DATA DE
      * MOVIMENTO), DUPLICIDADE NO ARQUIVO E O CADASTRO MESTRE: ALUNO
      * SEM CADASTRO OU QUE JA SAIU E REJEITADO.
       VALIDAR-SAIDA.
           IF WS-SD-SITUACAO(WS-IDX-SD) = "N"
               MOVE WS-SD-DATA(WS-IDX-SD) TO WS-DATA-AUX
               EVALUATE TRUE
                   WHEN WS-SD-TIPO(WS-IDX-SD) NOT = "T"
                           AND WS-SD-TIPO(WS-IDX-SD) NOT = "D"
                           AND WS-SD-TIPO(WS-IDX-SD) NOT = "C"
                       MOVE "TIPO DE SAIDA INVALIDO"
                           TO WS-SD-REJEICAO(WS-IDX-SD)
                   WHEN WS-AUX-MES < 1 OR WS-AUX-MES > 12
                           OR WS-AUX-DIA < 1 OR WS-AUX-DIA > 31
                       MOVE "DATA DE SAIDA INVALIDA"
                           TO WS-SD-REJEICAO(WS-IDX-SD)
                   WHEN WS-DATA-AUX > WS-DATA-MOVIMENTO
                       MOVE "DATA DE SAIDA POSTERIOR AO MOVIMENTO"
                           TO WS-SD-REJEICAO(WS-IDX-SD)
                   WHEN OTHER
                       PERFORM PROCURAR-DUPLICIDADE
                       IF WS-IDX-SD-DUP > 0
                           MOVE "SAIDA EM DUPLICIDADE NO ARQUIVO"
                               TO WS-SD-REJEICAO(WS-IDX-SD)
                       ELSE
                           PERFORM LER-CADASTRO-ALUNO
                       END-IF
               END-EVALUATE
               IF WS-SD-REJEICAO(WS-IDX-SD) NOT = SPACES
                   MOVE "R" TO WS-SD-SITUACAO(WS-IDX-SD)
               END-IF
           END-IF.

       PROCURAR-DUPLICIDADE.
           MOVE ZEROS TO WS-IDX-SD-DUP
           PERFORM VARYING WS-IDX-SD-ACHADO FROM 1 BY 1
                   UNTIL WS-IDX-SD-ACHADO >= WS-IDX-SD
                       OR WS-IDX-SD-DUP > 0
               IF WS-SD-MATRICULA(WS-IDX-SD-ACHADO)
                       = WS-SD-MATRICULA(WS-IDX-SD)
                       AND WS-SD-SITUACAO(WS-IDX-SD-ACHADO) = "N"
                   MOVE WS-IDX-SD-ACHADO TO WS-IDX-SD-DUP
               END-IF
           END-PERFORM.

      * GUARDA DO CADASTRO O QUE A DECLARACAO E A COBRANCA PRECISAM:
      * NOME OFICIAL, NASCIMENTO E O CONTRATO DA FAMILIA PAGADORA.
       LER-CADASTRO-ALUNO.
           MOVE WS-SD-MATRICULA(WS-IDX-SD) TO AM-MATRICULA
           READ ALUNO-MASTER KEY IS AM-MATRICULA
           EVALUATE TRUE
               WHEN WS-FS-MASTER NOT = "00"
                   MOVE "MATRICULA SEM CADASTRO MESTRE"
                       TO WS-SD-REJEICAO(WS-IDX-SD)
               WHEN AM-SAIU
                   MOVE "ALUNO JA TEM SAIDA REGISTRADA"
                       TO WS-SD-REJEICAO(WS-IDX-SD)
               WHEN OTHER
                   MOVE AM-NOME-ALUNO TO WS-SD-NOME(WS-IDX-SD)
                   IF AM-DATA-NASC IS NUMERIC
                       MOVE AM-DATA-NASC TO WS-SD-DATA-NASC(WS-IDX-SD)
                   END-IF
                   MOVE "N" TO WS-SD-PRO-RATA(WS-IDX-SD)
                   IF AM-COD-RESP IS NUMERIC AND AM-COD-RESP > 0
                       PERFORM VARYING WS-IDX-PRR FROM 1 BY 1
                               UNTIL WS-IDX-PRR > WS-QTD-PRO-RATA
                           IF WS-PRR-COD-RESP(WS-IDX-PRR) = AM-COD-RESP
                               MOVE "S" TO WS-SD-PRO-RATA(WS-IDX-SD)
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

      * REGRAVA O ARQUIVO BRUTO SEM OS REGISTROS DE CAPTURA DOS ALUNOS
      * QUE SAIRAM, GUARDANDO ANTES A TURMA E AS NOTAS PARCIAIS - O
      * BRUTO E COPIADO PARA O ARQUIVO DE TRABALHO E DEPOIS DE VOLTA,
      * SEM DEIXAR O BRUTO PELA METADE SE A ABERTURA FALHAR.
       REGRAVAR-BRUTO.
           OPEN INPUT BRUTO-FILE
           IF WS-FS-BRUTO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO BRUTO: " WS-FS-BRUTO
               CLOSE ALUNO-MASTER
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               CLOSE BRUTO-FILE
               CLOSE ALUNO-MASTER
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-BRUTO
               READ BRUTO-FILE
                   AT END
                       SET FIM-BRUTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-BRUTO
                       PERFORM PROCURAR-SAIDA-CAPTURA
                       IF WS-IDX-SD-ACHADO > 0
                           PERFORM GUARDAR-CAPTURA
                       ELSE
                           MOVE BR-ALUNO-REC TO TR-ALUNO-REC
                           WRITE TR-ALUNO-REC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BRUTO-FILE
           CLOSE TRABALHO-FILE

           OPEN INPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO RELER O ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               CLOSE ALUNO-MASTER
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BRUTO-FILE
           IF WS-FS-BRUTO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR O ARQUIVO BRUTO: " WS-FS-BRUTO
               CLOSE TRABALHO-FILE
               CLOSE ALUNO-MASTER
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FIM-BRUTO
           PERFORM UNTIL FIM-BRUTO
               READ TRABALHO-FILE
                   AT END
                       SET FIM-BRUTO TO TRUE
                   NOT AT END
                       MOVE TR-ALUNO-REC TO BR-ALUNO-REC
                       WRITE BR-ALUNO-REC
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE BRUTO-FILE.

      * SAIDA VALIDA (OU JA APLICADA, QUANDO A CAPTURA TEM O ALUNO EM
      * MAIS DE UM REGISTRO) DA MATRICULA DO REGISTRO DE CAPTURA.
       PROCURAR-SAIDA-CAPTURA.
           MOVE ZEROS TO WS-IDX-SD-ACHADO
           IF BR-MATRICULA IS NUMERIC
               MOVE BR-MATRICULA TO WS-MATRICULA-X
               PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                       UNTIL WS-IDX-SD > WS-QTD-SAIDAS
                           OR WS-IDX-SD-ACHADO > 0
                   IF WS-SD-MATRICULA(WS-IDX-SD) = WS-MATRICULA-N
                           AND (WS-SD-SITUACAO(WS-IDX-SD) = "N"
                               OR WS-SD-SITUACAO(WS-IDX-SD) = "S")
                       MOVE WS-IDX-SD TO WS-IDX-SD-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      * O PRIMEIRO REGISTRO DE CAPTURA DO ALUNO DA A TURMA E AS NOTAS
      * PARCIAIS QUE VAO PARA O HISTORICO E A DECLARACAO.
       GUARDAR-CAPTURA.
           ADD 1 TO WS-QTD-REMOVIDOS
           IF WS-SD-SITUACAO(WS-IDX-SD-ACHADO) = "N"
               MOVE "S" TO WS-SD-SITUACAO(WS-IDX-SD-ACHADO)
               MOVE BR-TURMA TO WS-SD-TURMA(WS-IDX-SD-ACHADO)
               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > 4
                   MOVE BR-NOTA(WS-IDX-NOTA)
                       TO WS-SD-NOTA(WS-IDX-SD-ACHADO, WS-IDX-NOTA)
               END-PERFORM
           END-IF.

      * MARCA A SITUACAO, A DATA E O MOTIVO DA SAIDA NO CADASTRO
      * MESTRE - E O QUE O BOLETIM, O ALERTA E A COBRANCA CONSULTAM.
       ATUALIZAR-CADASTRO.
           ADD 1 TO WS-QTD-APLICADAS
           MOVE WS-SD-MATRICULA(WS-IDX-SD) TO AM-MATRICULA
           READ ALUNO-MASTER KEY IS AM-MATRICULA
           IF WS-FS-MASTER = "00"
               MOVE WS-SD-TIPO(WS-IDX-SD)   TO AM-SITUACAO
               MOVE WS-SD-DATA(WS-IDX-SD)   TO AM-DATA-SAIDA
               MOVE WS-SD-MOTIVO(WS-IDX-SD) TO AM-MOTIVO-SAIDA
               REWRITE AM-ALUNO-REC
           END-IF
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CADASTRO DA MATRICULA "
                   WS-SD-MATRICULA(WS-IDX-SD) ": " WS-FS-MASTER
           END-IF.

      * PRESENCAS E FALTAS ATE A DATA DA SAIDA, NA MESMA REGRA DA
      * APURACAO (005): FALTA JUSTIFICADA NAO ENTRA NA CONTA.
       CONTAR-PRESENCAS.
           OPEN INPUT PRESENCA-FILE
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "MOVIMENTO DE PRESENCA INDISPONIVEL ("
                   WS-FS-PRESENCA ") - FREQUENCIA NAO CONTADA"
           ELSE
               PERFORM UNTIL FIM-PRESENCA
                   READ PRESENCA-FILE
                       AT END
                           SET FIM-PRESENCA TO TRUE
                       NOT AT END
                           PERFORM ACUMULAR-DIA-SAIDA
                   END-READ
               END-PERFORM
               CLOSE PRESENCA-FILE
           END-IF.

       ACUMULAR-DIA-SAIDA.
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               IF WS-SD-MATRICULA(WS-IDX-SD) = PR-MATRICULA
                       AND WS-SD-SITUACAO(WS-IDX-SD) = "S"
                       AND PR-DATA <= WS-SD-DATA(WS-IDX-SD)
                   EVALUATE TRUE
                       WHEN PR-PRESENTE
                           ADD 1 TO WS-SD-PRESENTE(WS-IDX-SD)
                       WHEN PR-JUSTIFICADA
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-SD-FALTA(WS-IDX-SD)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * APPENDA AS SAIDAS APLICADAS NO HISTORICO DE SAIDAS.
       GRAVAR-HISTORICO-SAIDAS.
           OPEN EXTEND SAIDA-FILE
           IF WS-FS-SAIDA = "35"
               OPEN OUTPUT SAIDA-FILE
               CLOSE SAIDA-FILE
               OPEN EXTEND SAIDA-FILE
           END-IF
           IF WS-FS-SAIDA NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE SAIDAS: "
                   WS-FS-SAIDA
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               IF WS-SD-SITUACAO(WS-IDX-SD) = "S"
                   MOVE WS-SD-MATRICULA(WS-IDX-SD) TO SA-MATRICULA
                   MOVE WS-SD-TURMA(WS-IDX-SD)     TO SA-TURMA
                   MOVE WS-SD-NOME(WS-IDX-SD)      TO SA-NOME-ALUNO
                   MOVE WS-SD-TIPO(WS-IDX-SD)      TO SA-TIPO
                   MOVE WS-SD-DATA(WS-IDX-SD)      TO SA-DATA-SAIDA
                   MOVE WS-SD-MOTIVO(WS-IDX-SD)    TO SA-MOTIVO
                   MOVE WS-SD-ESCOLA(WS-IDX-SD)    TO SA-ESCOLA-DESTINO
                   PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                           UNTIL WS-IDX-NOTA > 4
                       MOVE WS-SD-NOTA(WS-IDX-SD, WS-IDX-NOTA)
                           TO SA-NOTA(WS-IDX-NOTA)
                   END-PERFORM
                   MOVE WS-SD-PRESENTE(WS-IDX-SD)  TO SA-DIAS-PRESENTE
                   MOVE WS-SD-FALTA(WS-IDX-SD)     TO SA-DIAS-FALTA
                   WRITE SA-SAIDA-REC
               END-IF
           END-PERFORM
           CLOSE SAIDA-FILE.

      * UMA DECLARACAO POR TRANSFERENCIA APLICADA, COM OS DADOS DO
      * CADASTRO, A TURMA, AS NOTAS PARCIAIS E A FREQUENCIA ATE A
      * SAIDA. SEM TRANSFERENCIA NA EXECUCAO O ARQUIVO SAI VAZIO.
       EMITIR-DECLARACOES.
           OPEN OUTPUT DECLARACAO-FILE
           IF WS-FS-DECLARACAO NOT = "00"
               DISPLAY "ERRO AO ABRIR DECLARACOES DE TRANSFERENCIA: "
                   WS-FS-DECLARACAO
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               IF WS-SD-SITUACAO(WS-IDX-SD) = "S"
                       AND WS-SD-TIPO(WS-IDX-SD) = "T"
                   PERFORM GRAVAR-DECLARACAO
               END-IF
           END-PERFORM
           CLOSE DECLARACAO-FILE.

       GRAVAR-DECLARACAO.
           ADD 1 TO WS-QTD-DECLARACOES
           MOVE WS-SD-DATA-NASC(WS-IDX-SD) TO WS-DATA-AUX
           PERFORM FORMATAR-DATA-AUX
           MOVE WS-DATA-FMT TO WS-NASC-FMT
           MOVE WS-SD-DATA(WS-IDX-SD) TO WS-DATA-AUX
           PERFORM FORMATAR-DATA-AUX
           PERFORM MONTAR-NOTAS-PARCIAIS
           PERFORM CALCULAR-FREQUENCIA

           MOVE ALL "=" TO DC-LINHA
           WRITE DC-LINHA
           MOVE "DECLARACAO DE TRANSFERENCIA" TO DC-LINHA
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           STRING "DECLARAMOS QUE O(A) ALUNO(A) "
                  FUNCTION TRIM(WS-SD-NOME(WS-IDX-SD))
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           STRING "(MATRICULA " WS-SD-MATRICULA(WS-IDX-SD)
                  "), NASCIDO(A) EM " WS-NASC-FMT
                  ", ESTEVE MATRICULADO(A)"
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           STRING "NESTA ESCOLA NA TURMA " WS-SD-TURMA(WS-IDX-SD)
                  " ATE " WS-DATA-FMT
                  ", QUANDO FOI TRANSFERIDO(A)"
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           IF WS-SD-ESCOLA(WS-IDX-SD) = SPACES
               MOVE "A PEDIDO DO RESPONSAVEL." TO DC-LINHA
           ELSE
               STRING "PARA A ESCOLA "
                      FUNCTION TRIM(WS-SD-ESCOLA(WS-IDX-SD)) "."
                   DELIMITED BY SIZE INTO DC-LINHA
               END-STRING
           END-IF
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           STRING "NOTAS PARCIAIS DO PERIODO: " WS-NOTAS-LINHA
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           STRING "FREQUENCIA ATE A SAIDA: " WS-PCT-EDIT "% ("
                  WS-SD-PRESENTE(WS-IDX-SD) " PRESENCAS EM "
                  WS-DIAS-LETIVOS " DIAS LETIVOS)"
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           STRING "EMITIDA EM " WS-CAB-DATA-FMT
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           WRITE DC-LINHA
           MOVE "ASSINATURA DA SECRETARIA: ___________________________"
               TO DC-LINHA
           WRITE DC-LINHA
           MOVE SPACES TO DC-LINHA
           WRITE DC-LINHA.

      * DATA AAAAMMDD DE WS-DATA-AUX EM DD/MM/AAAA - ZERADA SAI EM
      * BRANCO.
       FORMATAR-DATA-AUX.
           MOVE SPACES TO WS-DATA-FMT
           IF WS-DATA-AUX > 0
               STRING WS-AUX-DIA "/" WS-AUX-MES "/" WS-AUX-ANO
                   DELIMITED BY SIZE INTO WS-DATA-FMT
               END-STRING
           END-IF.

      * AS QUATRO NOTAS COMO ESTAVAM NA CAPTURA; NOTA AINDA NAO
      * DIGITADA SAI COMO "--".
       MONTAR-NOTAS-PARCIAIS.
           MOVE SPACES TO WS-NOTAS-LINHA
           MOVE 1 TO WS-PONTEIRO
           PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                   UNTIL WS-IDX-NOTA > 4
               MOVE WS-SD-NOTA(WS-IDX-SD, WS-IDX-NOTA) TO WS-NOTA-X
               IF WS-NOTA-X IS NUMERIC
                   MOVE WS-NOTA-N TO WS-NOTA-EDIT
                   STRING WS-NOTA-EDIT "  "
                       DELIMITED BY SIZE INTO WS-NOTAS-LINHA
                       WITH POINTER WS-PONTEIRO
                   END-STRING
               ELSE
                   STRING "   --  "
                       DELIMITED BY SIZE INTO WS-NOTAS-LINHA
                       WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.

       CALCULAR-FREQUENCIA.
           MOVE WS-SD-PRESENTE(WS-IDX-SD) TO WS-DIAS-LETIVOS
           ADD WS-SD-FALTA(WS-IDX-SD) TO WS-DIAS-LETIVOS
           MOVE ZEROS TO WS-PCT-FREQ
           IF WS-DIAS-LETIVOS > 0
               COMPUTE WS-PCT-FREQ ROUNDED =
                   WS-SD-PRESENTE(WS-IDX-SD) * 100 / WS-DIAS-LETIVOS
           END-IF
           MOVE WS-PCT-FREQ TO WS-PCT-EDIT.

      * UMA LINHA POR SAIDA NO RELATORIO: APLICADA OU REJEITADA COM O
      * MOTIVO.
       IMPRIMIR-RESULTADO.
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
               MOVE WS-SD-DATA(WS-IDX-SD) TO WS-DATA-AUX
               PERFORM FORMATAR-DATA-AUX
               PERFORM DESCREVER-TIPO
               MOVE SPACES TO RL-LINHA
               IF WS-SD-SITUACAO(WS-IDX-SD) = "S"
                   STRING "MATRICULA " WS-SD-MATRICULA(WS-IDX-SD)
                          " TURMA " WS-SD-TURMA(WS-IDX-SD)
                          " " WS-DESC-TIPO " EM " WS-DATA-FMT
                          " - " WS-SD-MOTIVO(WS-IDX-SD)
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
               ELSE
                   ADD 1 TO WS-QTD-REJEITADAS
                   STRING "MATRICULA " WS-SD-MATRICULA(WS-IDX-SD)
                          " TIPO " WS-SD-TIPO(WS-IDX-SD)
                          " - REJEITADA: " WS-SD-REJEICAO(WS-IDX-SD)
                       DELIMITED BY SIZE INTO RL-LINHA
                   END-STRING
                   DISPLAY RL-LINHA
               END-IF
               PERFORM GRAVAR-LINHA-SAIDA
           END-PERFORM.

       DESCREVER-TIPO.
           EVALUATE WS-SD-TIPO(WS-IDX-SD)
               WHEN "T"
                   MOVE "TRANSFERIDO" TO WS-DESC-TIPO
               WHEN "D"
                   MOVE "DESISTENTE" TO WS-DESC-TIPO
               WHEN "C"
                   MOVE "MATRICULA CANCELADA" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-TIPO
           END-EVALUATE.

      ******************************************************************
      * COBRANCAS DOS ALUNOS QUE SAIRAM: A PRIMEIRA PASSADA NA
      * CARTEIRA SEPARA O QUE AJUSTAR (E APONTA O QUE JA FOI AO
      * BANCO), A SEGUNDA REDUZ OU TIRA O DETALHE DOS DESCONTOS E A
      * TERCEIRA REGRAVA AS COBRANCAS AJUSTADAS.
      ******************************************************************
       AJUSTAR-COBRANCAS.
           IF WS-QTD-APLICADAS > 0
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-SAIDA
               MOVE "COBRANCAS DOS ALUNOS QUE SAIRAM" TO RL-LINHA
               PERFORM GRAVAR-LINHA-SAIDA
               OPEN INPUT COBRANCA-FILE
               IF WS-FS-COBRANCA NOT = "00"
                   DISPLAY "SEM CARTEIRA DE COBRANCAS ("
                       WS-FS-COBRANCA ") - NADA A AJUSTAR"
               ELSE
                   PERFORM UNTIL FIM-COBRANCA
                       READ COBRANCA-FILE
                           AT END
                               SET FIM-COBRANCA TO TRUE
                           NOT AT END
                               PERFORM AVALIAR-COBRANCA
                       END-READ
                   END-PERFORM
                   CLOSE COBRANCA-FILE
                   IF WS-QTD-AJUSTES > 0
                       PERFORM REGRAVAR-COBDESC
                       PERFORM REGRAVAR-COBRANCAS
                   END-IF
               END-IF
               IF WS-QTD-AJUSTES = 0 AND WS-QTD-MANUAIS = 0
                   MOVE "NENHUMA COBRANCA A AJUSTAR" TO RL-LINHA
                   PERFORM GRAVAR-LINHA-SAIDA
               END-IF
           END-IF.

      * MENSALIDADE DO MES DA SAIDA COM PRO-RATA NO CONTRATO FICA
      * PROPORCIONAL (SAIDA NO DIA 30 OU 31 E MES CHEIO); MENSALIDADE
      * OU TAXA DE COMPETENCIA POSTERIOR E CANCELADA. SO COBRANCA EM
      * ABERTO E MEXIDA - REMETIDA, PAGA OU INADIMPLENTE SAI APONTADA.
      * PARCELA DE ACORDO E DIVIDA JA CONSTITUIDA E NAO E TOCADA.
       AVALIAR-COBRANCA.
           PERFORM PROCURAR-SAIDA-COBRANCA
           IF WS-IDX-SD-ACHADO > 0
                   AND (CB-MENSALIDADE OR CB-TAXA-MATRICULA)
               MOVE WS-SD-DATA(WS-IDX-SD-ACHADO) TO WS-DATA-AUX
               MOVE WS-DATA-AUX(1:6) TO WS-COMP-SAIDA
               MOVE WS-AUX-DIA TO WS-DIA-SAIDA
               EVALUATE TRUE
                   WHEN CB-MENSALIDADE
                           AND CB-COMPETENCIA = WS-COMP-SAIDA
                           AND WS-SD-PRO-RATA(WS-IDX-SD-ACHADO) = "S"
                           AND WS-DIA-SAIDA < 30
                       IF CB-ABERTA
                           PERFORM GUARDAR-AJUSTE
                           MOVE "P" TO WS-AJ-ACAO(WS-QTD-AJUSTES)
                       ELSE
                           PERFORM APONTAR-ACERTO-MANUAL
                       END-IF
                   WHEN CB-COMPETENCIA > WS-COMP-SAIDA
                       IF CB-ABERTA
                           PERFORM GUARDAR-AJUSTE
                           MOVE "C" TO WS-AJ-ACAO(WS-QTD-AJUSTES)
                       ELSE
                           IF CB-REMETIDA OR CB-PAGA OR CB-INADIMPLENTE
                               PERFORM APONTAR-ACERTO-MANUAL
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       PROCURAR-SAIDA-COBRANCA.
           MOVE ZEROS TO WS-IDX-SD-ACHADO
           PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                   UNTIL WS-IDX-SD > WS-QTD-SAIDAS
                       OR WS-IDX-SD-ACHADO > 0
               IF WS-SD-MATRICULA(WS-IDX-SD) = CB-MATRICULA
                       AND WS-SD-SITUACAO(WS-IDX-SD) = "S"
                   MOVE WS-IDX-SD TO WS-IDX-SD-ACHADO
               END-IF
           END-PERFORM.

       GUARDAR-AJUSTE.
           IF WS-QTD-AJUSTES < 200
               ADD 1 TO WS-QTD-AJUSTES
               MOVE CB-MATRICULA    TO WS-AJ-MATRICULA(WS-QTD-AJUSTES)
               MOVE CB-COMPETENCIA
                   TO WS-AJ-COMPETENCIA(WS-QTD-AJUSTES)
               MOVE CB-ORIGEM       TO WS-AJ-ORIGEM(WS-QTD-AJUSTES)
               MOVE WS-DIA-SAIDA    TO WS-AJ-DIAS(WS-QTD-AJUSTES)
               MOVE ZEROS           TO WS-AJ-DESCONTO(WS-QTD-AJUSTES)
               MOVE "N"             TO WS-AJ-COM-DETALHE(WS-QTD-AJUSTES)
           ELSE
               DISPLAY "TABELA DE AJUSTES CHEIA - COBRANCA NAO "
                   "AJUSTADA: " CB-MATRICULA " " CB-COMPETENCIA
               PERFORM APONTAR-ACERTO-MANUAL
           END-IF.

       APONTAR-ACERTO-MANUAL.
           ADD 1 TO WS-QTD-MANUAIS
           MOVE CB-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO RL-LINHA
           STRING "MATRICULA " CB-MATRICULA
                  " COBRANCA " CB-COMPETENCIA
                  " SITUACAO " CB-SITUACAO
                  " VALOR " WS-VALOR-EDIT
                  " - JA NO BANCO: ACERTO MANUAL DA TESOURARIA"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           DISPLAY RL-LINHA
           PERFORM GRAVAR-LINHA-SAIDA.

      * AJUSTE DA COBRANCA DO REGISTRO CORRENTE (MATRICULA,
      * COMPETENCIA E ORIGEM).
       PROCURAR-AJUSTE-COBRANCA.
           MOVE ZEROS TO WS-IDX-AJ-ACHADO
           PERFORM VARYING WS-IDX-AJ FROM 1 BY 1
                   UNTIL WS-IDX-AJ > WS-QTD-AJUSTES
                       OR WS-IDX-AJ-ACHADO > 0
               IF WS-AJ-MATRICULA(WS-IDX-AJ) = CB-MATRICULA
                       AND WS-AJ-COMPETENCIA(WS-IDX-AJ)
                           = CB-COMPETENCIA
                       AND WS-AJ-ORIGEM(WS-IDX-AJ) = CB-ORIGEM
                   MOVE WS-IDX-AJ TO WS-IDX-AJ-ACHADO
               END-IF
           END-PERFORM.

      * O DETALHE DE DESCONTO DA MENSALIDADE PROPORCIONAL E REDUZIDO
      * NA MESMA PROPORCAO; O DA COBRANCA CANCELADA SAI DO DETALHE -
      * O RELATORIO DE DESCONTOS (A041) SO MOSTRA O QUE FOI ABATIDO.
       REGRAVAR-COBDESC.
           OPEN INPUT COBDESC-FILE
           IF WS-FS-COBDESC = "00"
               OPEN OUTPUT COBDESC-TRAB
               IF WS-FS-COBDESC-TRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DOS DESCONTOS: "
                       WS-FS-COBDESC-TRAB
                   CLOSE COBDESC-FILE
                   CLOSE RELATORIO-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-COBDESC
                   READ COBDESC-FILE
                       AT END
                           SET FIM-COBDESC TO TRUE
                       NOT AT END
                           PERFORM AJUSTAR-DETALHE-DESCONTO
                   END-READ
               END-PERFORM
               CLOSE COBDESC-FILE
               CLOSE COBDESC-TRAB
               OPEN INPUT COBDESC-TRAB
               OPEN OUTPUT COBDESC-FILE
               IF WS-FS-COBDESC-TRAB NOT = "00"
                       OR WS-FS-COBDESC NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR DESCONTOS DAS COBRANCAS: "
                       WS-FS-COBDESC " " WS-FS-COBDESC-TRAB
                   CLOSE RELATORIO-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-FIM-COBDESC
               PERFORM UNTIL FIM-COBDESC
                   READ COBDESC-TRAB
                       AT END
                           SET FIM-COBDESC TO TRUE
                       NOT AT END
                           MOVE DT-COBDESC-REC TO CD-COBRANCA-DESC-REC
                           WRITE CD-COBRANCA-DESC-REC
                   END-READ
               END-PERFORM
               CLOSE COBDESC-TRAB
               CLOSE COBDESC-FILE
           END-IF.

       AJUSTAR-DETALHE-DESCONTO.
           MOVE ZEROS TO WS-IDX-AJ-ACHADO
           PERFORM VARYING WS-IDX-AJ FROM 1 BY 1
                   UNTIL WS-IDX-AJ > WS-QTD-AJUSTES
                       OR WS-IDX-AJ-ACHADO > 0
               IF WS-AJ-MATRICULA(WS-IDX-AJ) = CD-MATRICULA
                       AND WS-AJ-COMPETENCIA(WS-IDX-AJ)
                           = CD-COMPETENCIA
                       AND WS-AJ-ORIGEM(WS-IDX-AJ) NOT = "T"
                   MOVE WS-IDX-AJ TO WS-IDX-AJ-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IDX-AJ-ACHADO = 0
                   MOVE CD-COBRANCA-DESC-REC TO DT-COBDESC-REC
                   WRITE DT-COBDESC-REC
               WHEN WS-AJ-ACAO(WS-IDX-AJ-ACHADO) = "P"
                   MOVE "S" TO WS-AJ-COM-DETALHE(WS-IDX-AJ-ACHADO)
                   COMPUTE WS-DESCONTO-ITEM ROUNDED =
                       CD-VALOR-DESCONTO * WS-AJ-DIAS(WS-IDX-AJ-ACHADO)
                       / 30
                   IF WS-DESCONTO-ITEM > 0
                       ADD WS-DESCONTO-ITEM
                           TO WS-AJ-DESCONTO(WS-IDX-AJ-ACHADO)
                       MOVE WS-DESCONTO-ITEM TO CD-VALOR-DESCONTO
                       MOVE CD-COBRANCA-DESC-REC TO DT-COBDESC-REC
                       WRITE DT-COBDESC-REC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGRAVAR-COBRANCAS.
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO REABRIR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT COBRANCA-TRAB
           IF WS-FS-COBRANCA-TRAB NOT = "00"
               DISPLAY "ERRO AO ABRIR TRABALHO DAS COBRANCAS: "
                   WS-FS-COBRANCA-TRAB
               CLOSE COBRANCA-FILE
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FIM-COBRANCA
           PERFORM UNTIL FIM-COBRANCA
               READ COBRANCA-FILE
                   AT END
                       SET FIM-COBRANCA TO TRUE
                   NOT AT END
                       PERFORM PROCURAR-AJUSTE-COBRANCA
                       IF WS-IDX-AJ-ACHADO > 0
                           PERFORM APLICAR-AJUSTE-COBRANCA
                       END-IF
                       MOVE CB-COBRANCA-REC TO CT-COBRANCA-REC
                       WRITE CT-COBRANCA-REC
               END-READ
           END-PERFORM
           CLOSE COBRANCA-FILE
           CLOSE COBRANCA-TRAB

           OPEN INPUT COBRANCA-TRAB
           OPEN OUTPUT COBRANCA-FILE
           IF WS-FS-COBRANCA-TRAB NOT = "00"
                   OR WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CARTEIRA DE COBRANCAS: "
                   WS-FS-COBRANCA " " WS-FS-COBRANCA-TRAB
               CLOSE RELATORIO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FIM-COBRANCA
           PERFORM UNTIL FIM-COBRANCA
               READ COBRANCA-TRAB
                   AT END
                       SET FIM-COBRANCA TO TRUE
                   NOT AT END
                       MOVE CT-COBRANCA-REC TO CB-COBRANCA-REC
                       WRITE CB-COBRANCA-REC
               END-READ
           END-PERFORM
           CLOSE COBRANCA-TRAB
           CLOSE COBRANCA-FILE.

      * PROPORCIONAL: VALOR CHEIO REDUZIDO AOS DIAS ATE A SAIDA SOBRE
      * O MES COMERCIAL DE 30, DESCONTO PELA SOMA DO DETALHE REDUZIDO
      * (OU NA MESMA PROPORCAO, PARA COBRANCA SEM DETALHE) E O VALOR
      * COBRADO RECALCULADO. CANCELADA: SO A SITUACAO MUDA, O VALOR
      * FICA PARA CONSULTA.
       APLICAR-AJUSTE-COBRANCA.
           MOVE CB-VALOR TO WS-VALOR-ANTES
           MOVE SPACES TO RL-LINHA
           IF WS-AJ-ACAO(WS-IDX-AJ-ACHADO) = "C"
               ADD 1 TO WS-QTD-CANCELADAS
               MOVE "C" TO CB-SITUACAO
               MOVE WS-VALOR-ANTES TO WS-VALOR-EDIT
               STRING "MATRICULA " CB-MATRICULA
                      " COBRANCA " CB-COMPETENCIA
                      " ORIGEM " CB-ORIGEM
                      " VALOR " WS-VALOR-EDIT
                      " - CANCELADA (POSTERIOR A SAIDA)"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           ELSE
               ADD 1 TO WS-QTD-PROPORCIONAIS
               IF CB-VALOR-BRUTO IS NOT NUMERIC
                       OR CB-VALOR-DESCONTO IS NOT NUMERIC
                   MOVE CB-VALOR TO CB-VALOR-BRUTO
                   MOVE ZEROS    TO CB-VALOR-DESCONTO
               END-IF
               COMPUTE WS-BRUTO-NOVO ROUNDED =
                   CB-VALOR-BRUTO * WS-AJ-DIAS(WS-IDX-AJ-ACHADO) / 30
               IF WS-AJ-COM-DETALHE(WS-IDX-AJ-ACHADO) = "S"
                   MOVE WS-AJ-DESCONTO(WS-IDX-AJ-ACHADO)
                       TO WS-DESCONTO-NOVO
               ELSE
                   COMPUTE WS-DESCONTO-NOVO ROUNDED =
                       CB-VALOR-DESCONTO
                       * WS-AJ-DIAS(WS-IDX-AJ-ACHADO) / 30
               END-IF
               IF WS-DESCONTO-NOVO > WS-BRUTO-NOVO
                   MOVE WS-BRUTO-NOVO TO WS-DESCONTO-NOVO
               END-IF
               MOVE WS-BRUTO-NOVO    TO CB-VALOR-BRUTO
               MOVE WS-DESCONTO-NOVO TO CB-VALOR-DESCONTO
               SUBTRACT WS-DESCONTO-NOVO FROM WS-BRUTO-NOVO
                   GIVING CB-VALOR
               MOVE WS-VALOR-ANTES TO WS-VALOR-EDIT
               MOVE CB-VALOR       TO WS-VALOR-EDIT-2
               STRING "MATRICULA " CB-MATRICULA
                      " COBRANCA " CB-COMPETENCIA
                      " PROPORCIONAL " WS-AJ-DIAS(WS-IDX-AJ-ACHADO)
                      "/30 DIAS: DE " WS-VALOR-EDIT
                      " PARA " WS-VALOR-EDIT-2
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-SAIDA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-SAIDA
           MOVE SPACES TO RL-LINHA
           STRING "SAIDAS LIDAS: " WS-QTD-SAIDAS
                  "  APLICADAS: " WS-QTD-APLICADAS
                  "  REJEITADAS: " WS-QTD-REJEITADAS
                  "  DECLARACOES: " WS-QTD-DECLARACOES
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-SAIDA
           MOVE SPACES TO RL-LINHA
           STRING "REGISTROS DO BRUTO LIDOS: " WS-QTD-BRUTO
                  "  RETIRADOS: " WS-QTD-REMOVIDOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-SAIDA
           MOVE SPACES TO RL-LINHA
           STRING "COBRANCAS PROPORCIONAIS: " WS-QTD-PROPORCIONAIS
                  "  CANCELADAS: " WS-QTD-CANCELADAS
                  "  ACERTO MANUAL: " WS-QTD-MANUAIS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-SAIDA.

       IMPRIMIR-CABECALHO-SAIDA.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-SAIDA.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-SAIDA
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM 022-SAIDA-ALUNO.
