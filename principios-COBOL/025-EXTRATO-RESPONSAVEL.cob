      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: EXTRATO MENSAL CONSOLIDADO DO RESPONSAVEL - A FAMILIA
      *          COM MAIS DE UM FILHO NA ESCOLA RECEBIA UM PAPEL POR
      *          ASSUNTO (BOLETIM, CARTA DE ALERTA, BOLETO) E POR
      *          FILHO. ESTE PROGRAMA JUNTA OS FILHOS DO MESMO
      *          RESPONSAVEL PELO CADASTRO MESTRE (FAMILIA PAGADORA
      *          AM-COD-RESP; SEM FAMILIA CADASTRADA, O NOME DO
      *          RESPONSAVEL) E EMITE UM EXTRATO POR RESPONSAVEL NA
      *          COMPETENCIA DA DATA DE MOVIMENTO, COM CADA FILHO: AS
      *          NOTAS E A MEDIA DO PERIODO ATUAL (RESULTADO DO 002),
      *          A FREQUENCIA APURADA PELO 005, AS FALTAS DO MES COM
      *          AS JUSTIFICADAS MARCADAS E OS ALERTAS DE FREQUENCIA
      *          EMITIDOS NO MES (014); E A POSICAO DAS MENSALIDADES
      *          DA FAMILIA NA CARTEIRA DE COBRANCAS - PAGAS, EM
      *          ABERTO E VENCIDAS, COM OS TOTAIS.
      *          SAI EM DUAS FORMAS: A CARTA PARA IMPRIMIR, COM O
      *          BLOCO DE ETIQUETA DO A005-UNSTRING (MESMA MONTAGEM DO
      *          007), E UM ARQUIVO EM LAYOUT FIXO PARA O PORTAL DOS
      *          PAIS IMPORTAR - REGISTROS TIPADOS PELO PRIMEIRO BYTE,
      *          NO MOLDE DA REMESSA DE COBRANCA (A021).
      *          ALUNO QUE JA SAIU DA ESCOLA NAO TEM BLOCO NO EXTRATO,
      *          MAS FICA NA TABELA DE FILHOS COM A CHAVE DA FAMILIA,
      *          MARCADO, PARA AS COBRANCAS DELE CONTINUAREM NA POSICAO
      *          DA FAMILIA. FAMILIA SO COM ALUNOS QUE SAIRAM NAO
      *          RECEBE EXTRATO.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 025-EXTRATO-RESPONSAVEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-FILE ASSIGN TO DYNAMIC WS-ARQ-ALUNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALUNOS.
           SELECT ALUNO-MASTER ASSIGN TO DYNAMIC WS-ARQ-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MATRICULA
               FILE STATUS IS WS-FS-MASTER.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-ARQ-RESULT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.
      * ARQUIVO INDEXADO POR MATRICULA GRAVADO PELO 005-FREQUENCIA,
      * LIDO DIRETO PELA CHAVE A CADA ALUNO.
           SELECT APURADA-FILE ASSIGN TO DYNAMIC WS-ARQ-APURADA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-MATRICULA
               FILE STATUS IS WS-FS-APURADA.
           SELECT PRESENCA-FILE ASSIGN TO DYNAMIC WS-ARQ-PRESENCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESENCA.
           SELECT ALERTA-FILE ASSIGN TO DYNAMIC WS-ARQ-ALERTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA.
           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
           SELECT CARTA-FILE ASSIGN TO DYNAMIC WS-ARQ-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.
           SELECT PORTAL-FILE ASSIGN TO DYNAMIC WS-ARQ-PORTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PORTAL.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT DO ARQUIVO DE NOTAS CRITICADO - AQUI SO
      * MATRICULA, TURMA E NOME INTERESSAM.
       FD  ALUNO-FILE.
       01  FD-ALUNO-REC.
           05 FD-MATRICULA     PIC 9(06).
           05 FD-TURMA         PIC X(06).
           05 FD-NOME-ALUNO    PIC X(30).
           05 FD-RESTO         PIC X(23).
       FD  ALUNO-MASTER.
       COPY ALUNO-MASTER-REC.
      * MESMO LAYOUT GRAVADO PELO 002-ALUNO-APROVADO (RESULT-FILE).
       FD  RESULT-FILE.
       01  RS-RESULTADO-REC.
           05 RS-MATRICULA     PIC 9(06).
           05 RS-TURMA         PIC X(06).
           05 RS-NOME-ALUNO    PIC X(30).
           05 RS-NOTA          PIC 9(02)V99 OCCURS 4 TIMES.
           05 RS-MEDIA-FINAL   PIC 9(02)V99.
           05 RS-FREQUENCIA    PIC 9(03).
           05 RS-FEZ-RECUP     PIC X(01).
           05 RS-NOTA-RECUP    PIC 9(02)V99.
           05 RS-CONCEITO      PIC X(01).
           05 RS-STATUS        PIC X(10).
           05 RS-UNIDADE       PIC X(03).
       FD  APURADA-FILE.
       01  AP-APURADA-REC.
           05 AP-MATRICULA     PIC 9(06).
           05 AP-PERCENTUAL    PIC 9(03).
      * MOVIMENTO DIARIO DE PRESENCA DO 005: "F" (E "A" DOS
      * MOVIMENTOS ANTIGOS) E FALTA; "M", "B" E "E" SAO FALTAS
      * JUSTIFICADAS, COM A REFERENCIA DA JUSTIFICATIVA.
       FD  PRESENCA-FILE.
       01  PR-PRESENCA-REC.
           05 PR-MATRICULA     PIC 9(06).
           05 PR-DATA          PIC 9(08).
           05 PR-FLAG          PIC X(01).
               88 PR-PRESENTE          VALUE "P".
               88 PR-FALTA             VALUE "F" "A".
               88 PR-JUSTIFICADA       VALUE "M" "B" "E".
           05 PR-JUSTIF        PIC X(10).
      * LOG DOS ALERTAS DE FREQUENCIA EMITIDOS PELO 014.
       FD  ALERTA-FILE.
       01  AL-ALERTA-REC.
           05 AL-MATRICULA     PIC 9(06).
           05 AL-TURMA         PIC X(06).
           05 AL-DATA          PIC 9(08).
           05 AL-PERCENTUAL    PIC 9(03).
           05 AL-FREQ-MINIMA   PIC 9(03).
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  CARTA-FILE.
       01  CA-LINHA            PIC X(100).
      * ARQUIVO DO PORTAL DOS PAIS - O PRIMEIRO BYTE DIZ O TIPO DO
      * REGISTRO: "H" HEADER COM A COMPETENCIA; POR RESPONSAVEL, O
      * "R" E, EM SEGUIDA, UM "A" POR FILHO SEGUIDO DAS FALTAS ("F")
      * E ALERTAS ("L") DELE, AS COBRANCAS DA FAMILIA ("C") E OS
      * TOTAIS ("S"); NO FIM, O TRAILER "T" COM AS QUANTIDADES.
      * RESPONSAVEL SEM FAMILIA CADASTRADA VEM COM CODIGO ZERO - O
      * QUE O IDENTIFICA E A ORDEM DOS REGISTROS.
       FD  PORTAL-FILE.
       01  PT-HEADER-REC.
           05 PT-H-TIPO        PIC X(01).
           05 PT-H-COMPETENCIA PIC 9(06).
           05 PT-H-DATA        PIC 9(08).
       01  PT-RESP-REC.
           05 PT-R-TIPO        PIC X(01).
           05 PT-R-COD-RESP    PIC 9(06).
           05 PT-R-NOME-RESP   PIC X(30).
           05 PT-R-ENDER-RESP  PIC X(45).
           05 PT-R-QTD-ALUNOS  PIC 9(02).
       01  PT-ALUNO-REC.
           05 PT-A-TIPO        PIC X(01).
           05 PT-A-MATRICULA   PIC 9(06).
           05 PT-A-NOME-ALUNO  PIC X(30).
           05 PT-A-TURMA       PIC X(06).
           05 PT-A-AVALIADO    PIC X(01).
           05 PT-A-NOTA        PIC 9(02)V99 OCCURS 4 TIMES.
           05 PT-A-MEDIA       PIC 9(02)V99.
           05 PT-A-STATUS      PIC X(10).
           05 PT-A-APURADA     PIC X(01).
           05 PT-A-FREQUENCIA  PIC 9(03).
           05 PT-A-QTD-FALTAS  PIC 9(03).
           05 PT-A-QTD-JUSTIF  PIC 9(03).
           05 PT-A-QTD-ALERTAS PIC 9(02).
       01  PT-FALTA-REC.
           05 PT-F-TIPO        PIC X(01).
           05 PT-F-MATRICULA   PIC 9(06).
           05 PT-F-DATA        PIC 9(08).
           05 PT-F-JUSTIFICADA PIC X(01).
           05 PT-F-FLAG        PIC X(01).
           05 PT-F-REFERENCIA  PIC X(10).
       01  PT-ALERTA-REC.
           05 PT-L-TIPO        PIC X(01).
           05 PT-L-MATRICULA   PIC 9(06).
           05 PT-L-DATA        PIC 9(08).
           05 PT-L-PERCENTUAL  PIC 9(03).
           05 PT-L-FREQ-MINIMA PIC 9(03).
       01  PT-COBRANCA-REC.
           05 PT-C-TIPO        PIC X(01).
           05 PT-C-MATRICULA   PIC 9(06).
           05 PT-C-COMPETENCIA PIC 9(06).
           05 PT-C-ORIGEM      PIC X(01).
           05 PT-C-ACORDO      PIC 9(06).
           05 PT-C-PARCELA     PIC 9(02).
           05 PT-C-VALOR       PIC 9(05)V99.
           05 PT-C-PAGO        PIC 9(05)V99.
           05 PT-C-SALDO       PIC 9(05)V99.
           05 PT-C-POSICAO     PIC X(01).
       01  PT-TOTAL-REC.
           05 PT-S-TIPO        PIC X(01).
           05 PT-S-COD-RESP    PIC 9(06).
           05 PT-S-TOT-PAGO    PIC 9(07)V99.
           05 PT-S-TOT-ABERTO  PIC 9(07)V99.
           05 PT-S-TOT-VENCIDO PIC 9(07)V99.
       01  PT-TRAILER-REC.
           05 PT-T-TIPO        PIC X(01).
           05 PT-T-QTD-RESP    PIC 9(06).
           05 PT-T-QTD-REG     PIC 9(08).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ALUNOS      PIC X(40) VALUES "data/ALUNOS.DAT".
       01 WS-FS-ALUNOS       PIC X(02) VALUES SPACES.
       01 WS-ARQ-MASTER      PIC X(40)
                              VALUES "data/ALUNOS_MASTER.DAT".
       01 WS-FS-MASTER       PIC X(02) VALUES SPACES.
       01 WS-ARQ-RESULT      PIC X(40)
                              VALUES "data/RESULTADOS.DAT".
       01 WS-FS-RESULT       PIC X(02) VALUES SPACES.
       01 WS-ARQ-APURADA     PIC X(40)
                              VALUES "data/FREQUENCIA_APURADA.DAT".
       01 WS-FS-APURADA      PIC X(02) VALUES SPACES.
       01 WS-ARQ-PRESENCA    PIC X(40)
                              VALUES "data/PRESENCAS.DAT".
       01 WS-FS-PRESENCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-ALERTA      PIC X(40)
                              VALUES "data/ALERTAS_FREQUENCIA.DAT".
       01 WS-FS-ALERTA       PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBRANCA    PIC X(40)
                              VALUES "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-CARTA       PIC X(40)
                              VALUES "data/EXTRATO_RESPONSAVEL.TXT".
       01 WS-FS-CARTA        PIC X(02) VALUES SPACES.
       01 WS-ARQ-PORTAL      PIC X(40)
                              VALUES "data/EXTRATO_PORTAL.DAT".
       01 WS-FS-PORTAL       PIC X(02) VALUES SPACES.
       01 WS-FIM-ALUNOS      PIC X(01) VALUES "N".
           88 FIM-ALUNOS             VALUE "S".
       01 WS-FIM-RESULT      PIC X(01) VALUES "N".
           88 FIM-RESULT             VALUE "S".
       01 WS-FIM-PRESENCA    PIC X(01) VALUES "N".
           88 FIM-PRESENCA           VALUE "S".
       01 WS-FIM-ALERTA      PIC X(01) VALUES "N".
           88 FIM-ALERTA             VALUE "S".
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
           88 FIM-COBRANCA           VALUE "S".
       01 WS-APURADA-ABERTA  PIC X(01) VALUES "N".
           88 APURADA-ABERTA         VALUE "S".
      * COMPETENCIA DO EXTRATO (AAAAMM DA DATA DE MOVIMENTO).
       01 WS-COMPETENCIA     PIC 9(06) VALUES ZEROS.
       01 FILLER REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO        PIC 9(04).
           05 WS-COMP-MES        PIC 9(02).
      * FILHOS, CLASSIFICADOS PELA CHAVE DA FAMILIA (CODIGO DO
      * RESPONSAVEL; SEM CODIGO, O NOME DO RESPONSAVEL) E PELA
      * MATRICULA - A QUEBRA DA CHAVE ABRE UM EXTRATO NOVO. O ALUNO
      * QUE SAIU FICA MARCADO EM WS-FL-SAIU: SEM BLOCO NO EXTRATO, MAS
      * COM A MATRICULA NA FAMILIA PARA A POSICAO FINANCEIRA.
       01 WS-FILHO-TABELA.
           05 WS-FL-ENTRADA OCCURS 999 TIMES.
               10 WS-FL-CHAVE.
                   15 WS-FL-COD-RESP     PIC 9(06).
                   15 WS-FL-CHAVE-NOME   PIC X(30).
               10 WS-FL-MATRICULA    PIC 9(06).
               10 WS-FL-NOME-ALUNO   PIC X(30).
               10 WS-FL-TURMA        PIC X(06).
               10 WS-FL-NOME-RESP    PIC X(30).
               10 WS-FL-ENDER-RESP   PIC X(45).
               10 WS-FL-SAIU         PIC X(01).
                   88 FILHO-SAIU             VALUE "S".
       01 WS-FL-TROCA.
           05 FILLER            PIC 9(06).
           05 FILLER            PIC X(30).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC X(30).
           05 FILLER            PIC X(06).
           05 FILLER            PIC X(30).
           05 FILLER            PIC X(45).
           05 FILLER            PIC X(01).
       01 WS-QTD-FILHOS      PIC 9(04) VALUES ZEROS.
      * RESULTADO DO PERIODO ATUAL POR MATRICULA (002).
       01 WS-NOTA-TABELA.
           05 WS-NT-ENTRADA OCCURS 999 TIMES.
               10 WS-NT-MATRICULA    PIC 9(06).
               10 WS-NT-NOTA         PIC 9(02)V99 OCCURS 4 TIMES.
               10 WS-NT-MEDIA        PIC 9(02)V99.
               10 WS-NT-STATUS       PIC X(10).
       01 WS-QTD-NOTAS       PIC 9(04) VALUES ZEROS.
      * FALTAS DA COMPETENCIA, NA ORDEM DO MOVIMENTO DE PRESENCA.
       01 WS-FALTA-TABELA.
           05 WS-FT-ENTRADA OCCURS 3000 TIMES.
               10 WS-FT-MATRICULA    PIC 9(06).
               10 WS-FT-DATA         PIC 9(08).
               10 WS-FT-FLAG         PIC X(01).
               10 WS-FT-JUSTIF       PIC X(10).
       01 WS-QTD-FALTAS-MES  PIC 9(04) VALUES ZEROS.
      * ALERTAS DE FREQUENCIA EMITIDOS NA COMPETENCIA.
       01 WS-ALERTA-TABELA.
           05 WS-AL-ENTRADA OCCURS 500 TIMES.
               10 WS-AL-MATRICULA    PIC 9(06).
               10 WS-AL-DATA         PIC 9(08).
               10 WS-AL-PERCENTUAL   PIC 9(03).
               10 WS-AL-FREQ-MINIMA  PIC 9(03).
       01 WS-QTD-ALERTAS-MES PIC 9(04) VALUES ZEROS.
      * COBRANCAS QUE ENTRAM NA POSICAO DAS FAMILIAS, CLASSIFICADAS
      * POR COMPETENCIA E MATRICULA. WS-CB-POSICAO: "P" PAGA, "A" EM
      * ABERTO (COMPETENCIA CORRENTE), "V" VENCIDA.
       01 WS-COBRANCA-TABELA.
           05 WS-CB-ENTRADA OCCURS 999 TIMES.
               10 WS-CB-COMPETENCIA  PIC 9(06).
               10 WS-CB-MATRICULA    PIC 9(06).
               10 WS-CB-COD-RESP     PIC 9(06).
               10 WS-CB-VALOR        PIC 9(05)V99.
               10 WS-CB-PAGO         PIC 9(05)V99.
               10 WS-CB-SALDO        PIC 9(05)V99.
               10 WS-CB-POSICAO      PIC X(01).
               10 WS-CB-ORIGEM       PIC X(01).
               10 WS-CB-ACORDO       PIC 9(06).
               10 WS-CB-PARCELA      PIC 9(02).
       01 WS-CB-TROCA.
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(05)V99.
           05 FILLER            PIC 9(05)V99.
           05 FILLER            PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 FILLER            PIC X(01).
           05 FILLER            PIC 9(06).
           05 FILLER            PIC 9(02).
       01 WS-QTD-COBRANCAS   PIC 9(04) VALUES ZEROS.
       01 WS-IDX-I           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-J           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-K           PIC 9(04) VALUES ZEROS.
       01 WS-IDX-ACH         PIC 9(04) VALUES ZEROS.
       01 WS-IDX-NOTA        PIC 9(01) VALUES ZERO.
      * FAIXA DA FAMILIA CORRENTE NA TABELA DE FILHOS.
       01 WS-FAM-INICIO      PIC 9(04) VALUES ZEROS.
       01 WS-FAM-FIM         PIC 9(04) VALUES ZEROS.
      * PRIMEIRA LINHA DE FILHO ATIVO DA FAMILIA E QUANTOS SAO.
       01 WS-FAM-ATIVO       PIC 9(04) VALUES ZEROS.
       01 WS-FAM-QTD-ATIVOS  PIC 9(04) VALUES ZEROS.
       01 WS-FAM-COBRANCA    PIC X(01) VALUES "N".
           88 COBRANCA-DA-FAMILIA    VALUE "S".
      * TOTAIS DA FAMILIA CORRENTE.
       01 WS-TOT-PAGO        PIC 9(07)V99 VALUES ZEROS.
       01 WS-TOT-ABERTO      PIC 9(07)V99 VALUES ZEROS.
       01 WS-TOT-VENCIDO     PIC 9(07)V99 VALUES ZEROS.
       01 WS-QTD-COB-FAMILIA PIC 9(03) VALUES ZEROS.
      * CONTADORES DO FILHO CORRENTE.
       01 WS-QTD-FALTAS-ALU  PIC 9(03) VALUES ZEROS.
       01 WS-QTD-JUSTIF-ALU  PIC 9(03) VALUES ZEROS.
       01 WS-QTD-ALERTAS-ALU PIC 9(02) VALUES ZEROS.
       01 WS-PERCENTUAL      PIC 9(03) VALUES ZEROS.
       01 WS-TEM-APURADA     PIC X(01) VALUES "N".
           88 TEM-APURADA            VALUE "S".
      * DATA AAAAMMDD QUEBRADA PARA A IMPRESSAO DD/MM/AAAA.
       01 WS-DATA-AUX        PIC 9(08) VALUES ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
           05 WS-DATA-ANO        PIC 9(04).
           05 WS-DATA-MES        PIC 9(02).
           05 WS-DATA-DIA        PIC 9(02).
       01 WS-COMP-AUX        PIC 9(06) VALUES ZEROS.
       01 FILLER REDEFINES WS-COMP-AUX.
           05 WS-COMP-AUX-ANO    PIC 9(04).
           05 WS-COMP-AUX-MES    PIC 9(02).
       01 WS-DESC-JUSTIF     PIC X(18) VALUES SPACES.
       01 WS-DESC-POSICAO    PIC X(10) VALUES SPACES.
       01 WS-DESC-ORIGEM     PIC X(24) VALUES SPACES.
       01 WS-VALOR-EDIT      PIC ZZ.ZZ9,99.
       01 WS-VALOR-EDIT-2    PIC ZZ.ZZ9,99.
       01 WS-TOTAL-EDIT      PIC Z.ZZZ.ZZ9,99.
       01 WS-NOTA-EDIT       PIC Z9,99.
      * NOMES DAS AVALIACOES, NA MESMA SEQUENCIA FIXA DO BOLETIM.
       01 WS-DISC-TAB-INIT.
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 1".
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 2".
           05 FILLER PIC X(15)    VALUE "PROVA MENSAL 3".
           05 FILLER PIC X(15)    VALUE "PROVA FINAL".
       01 WS-TABELA-DISCIPLINAS REDEFINES WS-DISC-TAB-INIT.
           05 WS-NOME-DISCIPLINA  PIC X(15) OCCURS 4 TIMES.
      * ETIQUETA DO RESPONSAVEL, MESMA MONTAGEM DO 007-CARTA-REPROVADO.
       01 WS-ENDER-RESP      PIC X(45) VALUES SPACES.
       01 FILLER REDEFINES WS-ENDER-RESP.
           05 WS-RUA-RESP        PIC X(20).
           05 WS-NUMERO-RESP     PIC 9(05).
           05 WS-PTO-REF-RESP    PIC X(20).
       01 WS-NOME-RESP       PIC X(30) VALUES SPACES.
       01 WS-ETIQUETA-LINHA-1 PIC X(45) VALUES SPACES.
       01 WS-ETIQUETA-LINHA-2 PIC X(60) VALUES SPACES.
      * TOTAIS DA EXECUCAO.
       01 WS-QTD-ALUNOS      PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SAIRAM      PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SEM-CADASTRO PIC 9(05) VALUES ZEROS.
       01 WS-QTD-EXTRATOS    PIC 9(05) VALUES ZEROS.
       01 WS-QTD-REG-PORTAL  PIC 9(08) VALUES ZEROS.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "EXTRATO DO RESPONSAVEL - 025-EXTRATO-RESPONSAVEL"

           OPEN INPUT ALUNO-FILE
           IF WS-FS-ALUNOS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE ALUNOS: " WS-FS-ALUNOS
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ALUNO-MASTER
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO MESTRE DE ALUNOS: "
                   WS-FS-MASTER
               DISPLAY "SEM O CADASTRO NAO HA RESPONSAVEL NEM "
                   "ENDERECO - EXTRATOS NAO EMITIDOS"
               CLOSE ALUNO-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CARTA-FILE
           IF WS-FS-CARTA NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE EXTRATOS: "
                   WS-FS-CARTA
               CLOSE ALUNO-FILE
               CLOSE ALUNO-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PORTAL-FILE
           IF WS-FS-PORTAL NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DO PORTAL: "
                   WS-FS-PORTAL
               CLOSE ALUNO-FILE
               CLOSE ALUNO-MASTER
               CLOSE CARTA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "EXTRATO MENSAL DO RESPONSAVEL" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA

           PERFORM CARREGAR-FILHOS
           CLOSE ALUNO-FILE
           CLOSE ALUNO-MASTER

      * A FREQUENCIA APURADA E LIDA PELA CHAVE A CADA FILHO; SEM O
      * ARQUIVO, O EXTRATO SAI SEM O PERCENTUAL.
           OPEN INPUT APURADA-FILE
           IF WS-FS-APURADA = "00"
               SET APURADA-ABERTA TO TRUE
           ELSE
               DISPLAY "FREQUENCIA APURADA INDISPONIVEL ("
                   WS-FS-APURADA ") - EXTRATO SEM PERCENTUAL"
           END-IF

           PERFORM CARREGAR-NOTAS
           PERFORM CARREGAR-FALTAS
           PERFORM CARREGAR-ALERTAS
           PERFORM CARREGAR-COBRANCAS

           PERFORM CLASSIFICAR-FILHOS
           PERFORM CLASSIFICAR-COBRANCAS

           MOVE "H"                  TO PT-H-TIPO
           MOVE WS-COMPETENCIA       TO PT-H-COMPETENCIA
           MOVE WS-CAB-DATA-EXECUCAO TO PT-H-DATA
           WRITE PT-HEADER-REC
           ADD 1 TO WS-QTD-REG-PORTAL

           MOVE 1 TO WS-FAM-INICIO
           PERFORM UNTIL WS-FAM-INICIO > WS-QTD-FILHOS
               PERFORM DELIMITAR-FAMILIA
               IF WS-FAM-QTD-ATIVOS > 0
                   PERFORM EMITIR-EXTRATO
               END-IF
               COMPUTE WS-FAM-INICIO = WS-FAM-FIM + 1
           END-PERFORM

           ADD 1 TO WS-QTD-REG-PORTAL
           MOVE "T"                  TO PT-T-TIPO
           MOVE WS-QTD-EXTRATOS      TO PT-T-QTD-RESP
           MOVE WS-QTD-REG-PORTAL    TO PT-T-QTD-REG
           WRITE PT-TRAILER-REC

           IF APURADA-ABERTA
               CLOSE APURADA-FILE
           END-IF
           CLOSE CARTA-FILE
           CLOSE PORTAL-FILE

           DISPLAY "EXTRATO " WS-COMP-MES "/" WS-COMP-ANO
               ": ALUNOS=" WS-QTD-ALUNOS
               " RESPONSAVEIS=" WS-QTD-EXTRATOS
               " SAIRAM=" WS-QTD-SAIRAM
               " SEM CADASTRO=" WS-QTD-SEM-CADASTRO
           DISPLAY "REGISTROS NO ARQUIVO DO PORTAL: "
               WS-QTD-REG-PORTAL

           IF WS-QTD-SEM-CADASTRO > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * MONTA A TABELA DE FILHOS A PARTIR DO ARQUIVO DE ALUNOS, COM
      * RESPONSAVEL, FAMILIA E ENDERECO DO CADASTRO MESTRE. SEM
      * CADASTRO NAO HA A QUEM ENDERECAR - A MATRICULA E APONTADA.
       CARREGAR-FILHOS.
           PERFORM UNTIL FIM-ALUNOS
               READ ALUNO-FILE
                   AT END
                       SET FIM-ALUNOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-ALUNOS
                       PERFORM GUARDAR-FILHO
               END-READ
           END-PERFORM.

       GUARDAR-FILHO.
           MOVE FD-MATRICULA TO AM-MATRICULA
           READ ALUNO-MASTER KEY IS AM-MATRICULA
           IF WS-FS-MASTER NOT = "00"
               ADD 1 TO WS-QTD-SEM-CADASTRO
               DISPLAY "MATRICULA " FD-MATRICULA " SEM CADASTRO "
                   "MESTRE - FORA DO EXTRATO"
           ELSE
               IF AM-SAIU
                   ADD 1 TO WS-QTD-SAIRAM
               END-IF
               IF WS-QTD-FILHOS < 999
                   ADD 1 TO WS-QTD-FILHOS
                   IF AM-COD-RESP IS NUMERIC AND AM-COD-RESP > 0
                       MOVE AM-COD-RESP
                           TO WS-FL-COD-RESP(WS-QTD-FILHOS)
                       MOVE SPACES
                           TO WS-FL-CHAVE-NOME(WS-QTD-FILHOS)
                   ELSE
                       MOVE ZEROS
                           TO WS-FL-COD-RESP(WS-QTD-FILHOS)
                       MOVE AM-NOME-RESP
                           TO WS-FL-CHAVE-NOME(WS-QTD-FILHOS)
                   END-IF
                   MOVE FD-MATRICULA
                       TO WS-FL-MATRICULA(WS-QTD-FILHOS)
                   MOVE AM-NOME-ALUNO
                       TO WS-FL-NOME-ALUNO(WS-QTD-FILHOS)
                   MOVE FD-TURMA TO WS-FL-TURMA(WS-QTD-FILHOS)
                   MOVE AM-NOME-RESP
                       TO WS-FL-NOME-RESP(WS-QTD-FILHOS)
                   MOVE AM-ENDER-RESP
                       TO WS-FL-ENDER-RESP(WS-QTD-FILHOS)
                   MOVE "N" TO WS-FL-SAIU(WS-QTD-FILHOS)
                   IF AM-SAIU
                       SET FILHO-SAIU(WS-QTD-FILHOS) TO TRUE
                   END-IF
               ELSE
                   DISPLAY "TABELA DE ALUNOS CHEIA - MATRICULA "
                       FD-MATRICULA " FORA DO EXTRATO"
               END-IF
           END-IF.

      * NOTAS E MEDIA DO PERIODO ATUAL, DO RESULTADO DO 002.
       CARREGAR-NOTAS.
           OPEN INPUT RESULT-FILE
           IF WS-FS-RESULT NOT = "00"
               DISPLAY "RESULTADO DO PERIODO INDISPONIVEL ("
                   WS-FS-RESULT ") - EXTRATO SEM NOTAS"
           ELSE
               PERFORM UNTIL FIM-RESULT
                   READ RESULT-FILE
                       AT END
                           SET FIM-RESULT TO TRUE
                       NOT AT END
                           IF WS-QTD-NOTAS < 999
                               ADD 1 TO WS-QTD-NOTAS
                               MOVE RS-MATRICULA
                                   TO WS-NT-MATRICULA(WS-QTD-NOTAS)
                               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                                       UNTIL WS-IDX-NOTA > 4
                                   MOVE RS-NOTA(WS-IDX-NOTA)
                                       TO WS-NT-NOTA(WS-QTD-NOTAS,
                                                     WS-IDX-NOTA)
                               END-PERFORM
                               MOVE RS-MEDIA-FINAL
                                   TO WS-NT-MEDIA(WS-QTD-NOTAS)
                               MOVE RS-STATUS
                                   TO WS-NT-STATUS(WS-QTD-NOTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

      * SO AS FALTAS (JUSTIFICADAS OU NAO) DA COMPETENCIA DO EXTRATO.
       CARREGAR-FALTAS.
           OPEN INPUT PRESENCA-FILE
           IF WS-FS-PRESENCA NOT = "00"
               DISPLAY "MOVIMENTO DE PRESENCA INDISPONIVEL ("
                   WS-FS-PRESENCA ") - EXTRATO SEM FALTAS DO MES"
           ELSE
               PERFORM UNTIL FIM-PRESENCA
                   READ PRESENCA-FILE
                       AT END
                           SET FIM-PRESENCA TO TRUE
                       NOT AT END
                           IF PR-DATA(1:6) = WS-COMPETENCIA
                                   AND (PR-FALTA OR PR-JUSTIFICADA)
                               PERFORM GUARDAR-FALTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESENCA-FILE
           END-IF.

       GUARDAR-FALTA.
           IF WS-QTD-FALTAS-MES < 3000
               ADD 1 TO WS-QTD-FALTAS-MES
               MOVE PR-MATRICULA TO WS-FT-MATRICULA(WS-QTD-FALTAS-MES)
               MOVE PR-DATA      TO WS-FT-DATA(WS-QTD-FALTAS-MES)
               MOVE PR-FLAG      TO WS-FT-FLAG(WS-QTD-FALTAS-MES)
               MOVE PR-JUSTIF    TO WS-FT-JUSTIF(WS-QTD-FALTAS-MES)
           ELSE
               DISPLAY "TABELA DE FALTAS CHEIA - FALTA DE "
                   PR-MATRICULA " FORA DO EXTRATO"
           END-IF.

      * ALERTAS DE FREQUENCIA (014) EMITIDOS NA COMPETENCIA.
       CARREGAR-ALERTAS.
           OPEN INPUT ALERTA-FILE
           IF WS-FS-ALERTA NOT = "00"
               DISPLAY "LOG DE ALERTAS INDISPONIVEL (" WS-FS-ALERTA
                   ") - EXTRATO SEM ALERTAS"
           ELSE
               PERFORM UNTIL FIM-ALERTA
                   READ ALERTA-FILE
                       AT END
                           SET FIM-ALERTA TO TRUE
                       NOT AT END
                           IF AL-DATA(1:6) = WS-COMPETENCIA
                                   AND WS-QTD-ALERTAS-MES < 500
                               ADD 1 TO WS-QTD-ALERTAS-MES
                               MOVE AL-MATRICULA TO WS-AL-MATRICULA
                                   (WS-QTD-ALERTAS-MES)
                               MOVE AL-DATA TO WS-AL-DATA
                                   (WS-QTD-ALERTAS-MES)
                               MOVE AL-PERCENTUAL TO WS-AL-PERCENTUAL
                                   (WS-QTD-ALERTAS-MES)
                               MOVE AL-FREQ-MINIMA TO WS-AL-FREQ-MINIMA
                                   (WS-QTD-ALERTAS-MES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTA-FILE
           END-IF.

      * POSICAO DAS MENSALIDADES: PAGAS NO ANO DA COMPETENCIA (PELO
      * VALOR BAIXADO), EM ABERTO NA COMPETENCIA CORRENTE E VENCIDAS
      * DE QUALQUER ANO PELO SALDO - MESMA REGRA DE DIVIDA DO A023
      * (INADIMPLENTE, ACORDO ROMPIDO OU ABERTA/REMETIDA DE MES
      * ANTERIOR). RENEGOCIADA E CANCELADA NAO SAO MAIS COBRADAS E
      * COBRANCA DE COMPETENCIA FUTURA AINDA NAO ENTRA.
       CARREGAR-COBRANCAS.
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "CARTEIRA DE COBRANCAS INDISPONIVEL ("
                   WS-FS-COBRANCA ") - EXTRATO SEM MENSALIDADES"
           ELSE
               PERFORM UNTIL FIM-COBRANCA
                   READ COBRANCA-FILE
                       AT END
                           SET FIM-COBRANCA TO TRUE
                       NOT AT END
                           PERFORM SELECIONAR-COBRANCA
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-FILE
           END-IF.

       SELECIONAR-COBRANCA.
           MOVE SPACES TO WS-DESC-POSICAO
           EVALUATE TRUE
               WHEN CB-PAGA
                   IF CB-COMPETENCIA(1:4) = WS-COMP-ANO
                           AND CB-COMPETENCIA NOT > WS-COMPETENCIA
                       MOVE "P" TO WS-DESC-POSICAO
                   END-IF
               WHEN CB-INADIMPLENTE OR CB-ACORDO-ROMPIDO
                   MOVE "V" TO WS-DESC-POSICAO
               WHEN CB-ABERTA OR CB-REMETIDA
                   IF CB-COMPETENCIA < WS-COMPETENCIA
                       MOVE "V" TO WS-DESC-POSICAO
                   END-IF
                   IF CB-COMPETENCIA = WS-COMPETENCIA
                       MOVE "A" TO WS-DESC-POSICAO
                   END-IF
           END-EVALUATE
           IF WS-DESC-POSICAO NOT = SPACES
               IF WS-QTD-COBRANCAS < 999
                   ADD 1 TO WS-QTD-COBRANCAS
                   MOVE CB-COMPETENCIA
                       TO WS-CB-COMPETENCIA(WS-QTD-COBRANCAS)
                   MOVE CB-MATRICULA
                       TO WS-CB-MATRICULA(WS-QTD-COBRANCAS)
                   IF CB-COD-RESP IS NUMERIC
                       MOVE CB-COD-RESP
                           TO WS-CB-COD-RESP(WS-QTD-COBRANCAS)
                   ELSE
                       MOVE ZEROS TO WS-CB-COD-RESP(WS-QTD-COBRANCAS)
                   END-IF
                   IF CB-VALOR-PAGO IS NUMERIC
                       MOVE CB-VALOR-PAGO
                           TO WS-CB-PAGO(WS-QTD-COBRANCAS)
                   ELSE
                       MOVE ZEROS TO WS-CB-PAGO(WS-QTD-COBRANCAS)
                   END-IF
                   MOVE CB-VALOR TO WS-CB-VALOR(WS-QTD-COBRANCAS)
                   IF WS-DESC-POSICAO = "P"
                       MOVE ZEROS TO WS-CB-SALDO(WS-QTD-COBRANCAS)
                   ELSE
                       COMPUTE WS-CB-SALDO(WS-QTD-COBRANCAS) =
                           CB-VALOR - WS-CB-PAGO(WS-QTD-COBRANCAS)
                   END-IF
                   MOVE WS-DESC-POSICAO(1:1)
                       TO WS-CB-POSICAO(WS-QTD-COBRANCAS)
                   MOVE CB-ORIGEM TO WS-CB-ORIGEM(WS-QTD-COBRANCAS)
                   IF CB-PARCELA-ACORDO
                       MOVE CB-NUM-ACORDO
                           TO WS-CB-ACORDO(WS-QTD-COBRANCAS)
                       MOVE CB-NUM-PARCELA
                           TO WS-CB-PARCELA(WS-QTD-COBRANCAS)
                   ELSE
                       MOVE ZEROS TO WS-CB-ACORDO(WS-QTD-COBRANCAS)
                                     WS-CB-PARCELA(WS-QTD-COBRANCAS)
                   END-IF
               ELSE
                   DISPLAY "TABELA DE COBRANCAS CHEIA - COBRANCA "
                       "FORA DO EXTRATO: " CB-MATRICULA
                       " " CB-COMPETENCIA
               END-IF
           END-IF.

      * CLASSIFICACAO POR TROCA DE VIZINHOS PELA CHAVE DA FAMILIA E
      * PELA MATRICULA, COMO NAS DEMAIS EDICOES ORDENADAS DA SUITE.
       CLASSIFICAR-FILHOS.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I >= WS-QTD-FILHOS
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                       UNTIL WS-IDX-J > WS-QTD-FILHOS - WS-IDX-I
                   IF WS-FL-CHAVE(WS-IDX-J) >
                           WS-FL-CHAVE(WS-IDX-J + 1)
                       OR (WS-FL-CHAVE(WS-IDX-J) =
                               WS-FL-CHAVE(WS-IDX-J + 1)
                           AND WS-FL-MATRICULA(WS-IDX-J) >
                               WS-FL-MATRICULA(WS-IDX-J + 1))
                       MOVE WS-FL-ENTRADA(WS-IDX-J)  TO WS-FL-TROCA
                       MOVE WS-FL-ENTRADA(WS-IDX-J + 1)
                           TO WS-FL-ENTRADA(WS-IDX-J)
                       MOVE WS-FL-TROCA
                           TO WS-FL-ENTRADA(WS-IDX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CLASSIFICAR-COBRANCAS.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I >= WS-QTD-COBRANCAS
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                       UNTIL WS-IDX-J > WS-QTD-COBRANCAS - WS-IDX-I
                   IF WS-CB-COMPETENCIA(WS-IDX-J) >
                           WS-CB-COMPETENCIA(WS-IDX-J + 1)
                       OR (WS-CB-COMPETENCIA(WS-IDX-J) =
                               WS-CB-COMPETENCIA(WS-IDX-J + 1)
                           AND WS-CB-MATRICULA(WS-IDX-J) >
                               WS-CB-MATRICULA(WS-IDX-J + 1))
                       MOVE WS-CB-ENTRADA(WS-IDX-J)  TO WS-CB-TROCA
                       MOVE WS-CB-ENTRADA(WS-IDX-J + 1)
                           TO WS-CB-ENTRADA(WS-IDX-J)
                       MOVE WS-CB-TROCA
                           TO WS-CB-ENTRADA(WS-IDX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A FAMILIA VAI DE WS-FAM-INICIO ATE A ULTIMA LINHA COM A MESMA
      * CHAVE; CONTA OS FILHOS ATIVOS E GUARDA O PRIMEIRO, QUE DA O
      * NOME E O ENDERECO DO RESPONSAVEL.
       DELIMITAR-FAMILIA.
           MOVE WS-FAM-INICIO TO WS-FAM-FIM
           PERFORM UNTIL WS-FAM-FIM >= WS-QTD-FILHOS
                   OR WS-FL-CHAVE(WS-FAM-FIM + 1) NOT =
                      WS-FL-CHAVE(WS-FAM-INICIO)
               ADD 1 TO WS-FAM-FIM
           END-PERFORM
           MOVE ZEROS TO WS-FAM-ATIVO WS-FAM-QTD-ATIVOS
           PERFORM VARYING WS-IDX-J FROM WS-FAM-INICIO BY 1
                   UNTIL WS-IDX-J > WS-FAM-FIM
               IF NOT FILHO-SAIU(WS-IDX-J)
                   ADD 1 TO WS-FAM-QTD-ATIVOS
                   IF WS-FAM-ATIVO = 0
                       MOVE WS-IDX-J TO WS-FAM-ATIVO
                   END-IF
               END-IF
           END-PERFORM.

      * UM EXTRATO POR RESPONSAVEL: ETIQUETA, UM BLOCO POR FILHO E A
      * POSICAO FINANCEIRA DA FAMILIA - NA CARTA E NO PORTAL.
       EMITIR-EXTRATO.
           ADD 1 TO WS-QTD-EXTRATOS
           MOVE WS-FL-NOME-RESP(WS-FAM-ATIVO)  TO WS-NOME-RESP
           MOVE WS-FL-ENDER-RESP(WS-FAM-ATIVO) TO WS-ENDER-RESP
           PERFORM MONTAR-ETIQUETA-RESPONSAVEL

           ADD 1 TO WS-QTD-REG-PORTAL
           MOVE "R"                            TO PT-R-TIPO
           MOVE WS-FL-COD-RESP(WS-FAM-INICIO)  TO PT-R-COD-RESP
           MOVE WS-NOME-RESP                   TO PT-R-NOME-RESP
           MOVE WS-ENDER-RESP                  TO PT-R-ENDER-RESP
           MOVE WS-FAM-QTD-ATIVOS              TO PT-R-QTD-ALUNOS
           WRITE PT-RESP-REC

           PERFORM GRAVAR-INICIO-EXTRATO
           PERFORM VARYING WS-IDX-I FROM WS-FAM-INICIO BY 1
                   UNTIL WS-IDX-I > WS-FAM-FIM
               IF NOT FILHO-SAIU(WS-IDX-I)
                   PERFORM EMITIR-FILHO
               END-IF
           END-PERFORM
           PERFORM EMITIR-POSICAO-FINANCEIRA
           PERFORM GRAVAR-FIM-EXTRATO.

      * MONTA AS DUAS LINHAS DA ETIQUETA DE ENDERECO DO RESPONSAVEL -
      * MESMA MONTAGEM DE MONTAR-ETIQUETA-ENDERECO DO A005-UNSTRING,
      * SOBRE O LAYOUT RUA/NUMERO/PONTO DE REFERENCIA DO CADASTRO.
       MONTAR-ETIQUETA-RESPONSAVEL.
           MOVE SPACES TO WS-ETIQUETA-LINHA-1
           MOVE FUNCTION TRIM(WS-NOME-RESP) TO WS-ETIQUETA-LINHA-1

           MOVE SPACES TO WS-ETIQUETA-LINHA-2
           STRING FUNCTION TRIM(WS-RUA-RESP)     DELIMITED BY SIZE
                  ", "                            DELIMITED BY SIZE
                  WS-NUMERO-RESP                  DELIMITED BY SIZE
                  " - "                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTO-REF-RESP)  DELIMITED BY SIZE
               INTO WS-ETIQUETA-LINHA-2
           END-STRING.

       GRAVAR-INICIO-EXTRATO.
           MOVE ALL "=" TO CA-LINHA
           WRITE CA-LINHA
           MOVE WS-ETIQUETA-LINHA-1 TO CA-LINHA
           WRITE CA-LINHA
           MOVE WS-ETIQUETA-LINHA-2 TO CA-LINHA
           WRITE CA-LINHA
           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA

           MOVE SPACES TO CA-LINHA
           STRING "EXTRATO MENSAL DO RESPONSAVEL - COMPETENCIA "
                  WS-COMP-MES "/" WS-COMP-ANO
               DELIMITED BY SIZE
               INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA
           MOVE SPACES TO CA-LINHA
           STRING "DATA: " WS-CAB-DATA-FMT DELIMITED BY SIZE
               INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA
           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA

           MOVE "PREZADO(A) RESPONSAVEL," TO CA-LINHA
           WRITE CA-LINHA
           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA
           MOVE "SEGUE A SITUACAO ESCOLAR DOS ALUNOS SOB SUA"
               TO CA-LINHA
           WRITE CA-LINHA
           MOVE "RESPONSABILIDADE E A POSICAO DAS MENSALIDADES."
               TO CA-LINHA
           WRITE CA-LINHA.

      * BLOCO DO FILHO: NOTAS E MEDIA DO PERIODO, FREQUENCIA, FALTAS
      * DO MES (JUSTIFICADAS MARCADAS) E ALERTAS EMITIDOS.
       EMITIR-FILHO.
           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA
           MOVE SPACES TO CA-LINHA
           STRING "ALUNO(A): "
                  FUNCTION TRIM(WS-FL-NOME-ALUNO(WS-IDX-I))
                  " (MATRICULA " WS-FL-MATRICULA(WS-IDX-I)
                  ", TURMA " WS-FL-TURMA(WS-IDX-I) ")"
               DELIMITED BY SIZE
               INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA

           MOVE "A"                       TO PT-A-TIPO
           MOVE WS-FL-MATRICULA(WS-IDX-I) TO PT-A-MATRICULA
           MOVE WS-FL-NOME-ALUNO(WS-IDX-I) TO PT-A-NOME-ALUNO
           MOVE WS-FL-TURMA(WS-IDX-I)     TO PT-A-TURMA

           PERFORM IMPRIMIR-NOTAS-FILHO
           PERFORM IMPRIMIR-FREQUENCIA-FILHO

           MOVE WS-QTD-FALTAS-ALU  TO PT-A-QTD-FALTAS
           MOVE WS-QTD-JUSTIF-ALU  TO PT-A-QTD-JUSTIF
           MOVE WS-QTD-ALERTAS-ALU TO PT-A-QTD-ALERTAS
           ADD 1 TO WS-QTD-REG-PORTAL
           WRITE PT-ALUNO-REC

      * AS FALTAS E OS ALERTAS DO FILHO VAO PARA O PORTAL LOGO
      * DEPOIS DO REGISTRO "A" DELE.
           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-FALTAS-MES
               IF WS-FT-MATRICULA(WS-IDX-K) =
                       WS-FL-MATRICULA(WS-IDX-I)
                   PERFORM GRAVAR-FALTA-PORTAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-ALERTAS-MES
               IF WS-AL-MATRICULA(WS-IDX-K) =
                       WS-FL-MATRICULA(WS-IDX-I)
                   ADD 1 TO WS-QTD-REG-PORTAL
                   MOVE "L"                         TO PT-L-TIPO
                   MOVE WS-AL-MATRICULA(WS-IDX-K)   TO PT-L-MATRICULA
                   MOVE WS-AL-DATA(WS-IDX-K)        TO PT-L-DATA
                   MOVE WS-AL-PERCENTUAL(WS-IDX-K)  TO PT-L-PERCENTUAL
                   MOVE WS-AL-FREQ-MINIMA(WS-IDX-K)
                       TO PT-L-FREQ-MINIMA
                   WRITE PT-ALERTA-REC
               END-IF
           END-PERFORM.

       IMPRIMIR-NOTAS-FILHO.
           MOVE ZEROS TO WS-IDX-ACH
           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-NOTAS OR WS-IDX-ACH > 0
               IF WS-NT-MATRICULA(WS-IDX-K) =
                       WS-FL-MATRICULA(WS-IDX-I)
                   MOVE WS-IDX-K TO WS-IDX-ACH
               END-IF
           END-PERFORM
           IF WS-IDX-ACH = 0
               MOVE "  SEM NOTAS LANCADAS NO PERIODO ATUAL" TO CA-LINHA
               WRITE CA-LINHA
               MOVE "N"    TO PT-A-AVALIADO
               MOVE ZEROS  TO PT-A-NOTA(1) PT-A-NOTA(2)
                              PT-A-NOTA(3) PT-A-NOTA(4)
                              PT-A-MEDIA
               MOVE SPACES TO PT-A-STATUS
           ELSE
               MOVE "S" TO PT-A-AVALIADO
               MOVE "  NOTAS DO PERIODO ATUAL:" TO CA-LINHA
               WRITE CA-LINHA
               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > 4
                   MOVE WS-NT-NOTA(WS-IDX-ACH, WS-IDX-NOTA)
                       TO WS-NOTA-EDIT
                       PT-A-NOTA(WS-IDX-NOTA)
                   MOVE SPACES TO CA-LINHA
                   STRING "    " WS-NOME-DISCIPLINA(WS-IDX-NOTA)
                          " = " WS-NOTA-EDIT
                       DELIMITED BY SIZE
                       INTO CA-LINHA
                   END-STRING
                   WRITE CA-LINHA
               END-PERFORM
               MOVE WS-NT-MEDIA(WS-IDX-ACH)  TO WS-NOTA-EDIT
                                                PT-A-MEDIA
               MOVE WS-NT-STATUS(WS-IDX-ACH) TO PT-A-STATUS
               MOVE SPACES TO CA-LINHA
               STRING "    MEDIA = " WS-NOTA-EDIT
                      "   SITUACAO NO PERIODO: "
                      FUNCTION TRIM(WS-NT-STATUS(WS-IDX-ACH))
                   DELIMITED BY SIZE
                   INTO CA-LINHA
               END-STRING
               WRITE CA-LINHA
           END-IF.

       IMPRIMIR-FREQUENCIA-FILHO.
           MOVE "N"   TO WS-TEM-APURADA
           MOVE ZEROS TO WS-PERCENTUAL
           IF APURADA-ABERTA
               MOVE WS-FL-MATRICULA(WS-IDX-I) TO AP-MATRICULA
               READ APURADA-FILE KEY IS AP-MATRICULA
               IF WS-FS-APURADA = "00"
                   SET TEM-APURADA TO TRUE
                   MOVE AP-PERCENTUAL TO WS-PERCENTUAL
               END-IF
           END-IF
           MOVE WS-TEM-APURADA TO PT-A-APURADA
           MOVE WS-PERCENTUAL  TO PT-A-FREQUENCIA

           MOVE ZEROS TO WS-QTD-FALTAS-ALU WS-QTD-JUSTIF-ALU
                         WS-QTD-ALERTAS-ALU
           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-FALTAS-MES
               IF WS-FT-MATRICULA(WS-IDX-K) =
                       WS-FL-MATRICULA(WS-IDX-I)
                   ADD 1 TO WS-QTD-FALTAS-ALU
                   IF WS-FT-FLAG(WS-IDX-K) NOT = "F"
                           AND WS-FT-FLAG(WS-IDX-K) NOT = "A"
                       ADD 1 TO WS-QTD-JUSTIF-ALU
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO CA-LINHA
           IF TEM-APURADA
               STRING "  FREQUENCIA APURADA: " WS-PERCENTUAL "%"
                      "   FALTAS NO MES: " WS-QTD-FALTAS-ALU
                      " (JUSTIFICADAS: " WS-QTD-JUSTIF-ALU ")"
                   DELIMITED BY SIZE
                   INTO CA-LINHA
               END-STRING
           ELSE
               STRING "  FREQUENCIA AINDA NAO APURADA"
                      "   FALTAS NO MES: " WS-QTD-FALTAS-ALU
                      " (JUSTIFICADAS: " WS-QTD-JUSTIF-ALU ")"
                   DELIMITED BY SIZE
                   INTO CA-LINHA
               END-STRING
           END-IF
           WRITE CA-LINHA

           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-FALTAS-MES
               IF WS-FT-MATRICULA(WS-IDX-K) =
                       WS-FL-MATRICULA(WS-IDX-I)
                   PERFORM IMPRIMIR-FALTA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-ALERTAS-MES
               IF WS-AL-MATRICULA(WS-IDX-K) =
                       WS-FL-MATRICULA(WS-IDX-I)
                   ADD 1 TO WS-QTD-ALERTAS-ALU
                   MOVE WS-AL-DATA(WS-IDX-K) TO WS-DATA-AUX
                   MOVE SPACES TO CA-LINHA
                   STRING "  ALERTA DE FREQUENCIA ENVIADO EM "
                          WS-DATA-DIA "/" WS-DATA-MES "/" WS-DATA-ANO
                          ": FREQUENCIA " WS-AL-PERCENTUAL(WS-IDX-K)
                          "% (MINIMO " WS-AL-FREQ-MINIMA(WS-IDX-K)
                          "%)"
                       DELIMITED BY SIZE
                       INTO CA-LINHA
                   END-STRING
                   WRITE CA-LINHA
               END-IF
           END-PERFORM.

      * FALTA JUSTIFICADA SAI MARCADA COM O TIPO POR EXTENSO E A
      * REFERENCIA, COMO NO RELATORIO DE JUSTIFICADAS DO 005.
       IMPRIMIR-FALTA.
           MOVE WS-FT-DATA(WS-IDX-K) TO WS-DATA-AUX
           MOVE SPACES TO CA-LINHA
           EVALUATE WS-FT-FLAG(WS-IDX-K)
               WHEN "M"
                   MOVE "ATESTADO MEDICO"   TO WS-DESC-JUSTIF
               WHEN "B"
                   MOVE "ABONO"             TO WS-DESC-JUSTIF
               WHEN "E"
                   MOVE "ATIVIDADE ESCOLAR" TO WS-DESC-JUSTIF
               WHEN OTHER
                   MOVE SPACES              TO WS-DESC-JUSTIF
           END-EVALUATE
           IF WS-DESC-JUSTIF = SPACES
               STRING "    " WS-DATA-DIA "/" WS-DATA-MES "/"
                      WS-DATA-ANO " FALTA"
                   DELIMITED BY SIZE
                   INTO CA-LINHA
               END-STRING
           ELSE
               STRING "    " WS-DATA-DIA "/" WS-DATA-MES "/"
                      WS-DATA-ANO " FALTA JUSTIFICADA - "
                      FUNCTION TRIM(WS-DESC-JUSTIF)
                      " REF=" WS-FT-JUSTIF(WS-IDX-K)
                   DELIMITED BY SIZE
                   INTO CA-LINHA
               END-STRING
           END-IF
           WRITE CA-LINHA.

       GRAVAR-FALTA-PORTAL.
           ADD 1 TO WS-QTD-REG-PORTAL
           MOVE "F"                       TO PT-F-TIPO
           MOVE WS-FT-MATRICULA(WS-IDX-K) TO PT-F-MATRICULA
           MOVE WS-FT-DATA(WS-IDX-K)      TO PT-F-DATA
           MOVE WS-FT-FLAG(WS-IDX-K)      TO PT-F-FLAG
           IF WS-FT-FLAG(WS-IDX-K) = "F" OR WS-FT-FLAG(WS-IDX-K) = "A"
               MOVE "N"    TO PT-F-JUSTIFICADA
               MOVE SPACES TO PT-F-REFERENCIA
           ELSE
               MOVE "S"    TO PT-F-JUSTIFICADA
               MOVE WS-FT-JUSTIF(WS-IDX-K) TO PT-F-REFERENCIA
           END-IF
           WRITE PT-FALTA-REC.

      * COBRANCA E DA FAMILIA PELO CODIGO DA FAMILIA PAGADORA; SEM
      * CODIGO (NA COBRANCA OU NA FAMILIA), PELA MATRICULA DE UM DOS
      * FILHOS DA FAMILIA - INCLUSIVE OS QUE JA SAIRAM DA ESCOLA.
       EMITIR-POSICAO-FINANCEIRA.
           MOVE ZEROS TO WS-TOT-PAGO WS-TOT-ABERTO WS-TOT-VENCIDO
                         WS-QTD-COB-FAMILIA
           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA
           MOVE "POSICAO DAS MENSALIDADES:" TO CA-LINHA
           WRITE CA-LINHA
           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-COBRANCAS
               MOVE "N" TO WS-FAM-COBRANCA
               IF WS-CB-COD-RESP(WS-IDX-K) > 0
                       AND WS-FL-COD-RESP(WS-FAM-INICIO) > 0
                   IF WS-CB-COD-RESP(WS-IDX-K) =
                           WS-FL-COD-RESP(WS-FAM-INICIO)
                       SET COBRANCA-DA-FAMILIA TO TRUE
                   END-IF
               ELSE
                   PERFORM VARYING WS-IDX-J FROM WS-FAM-INICIO BY 1
                           UNTIL WS-IDX-J > WS-FAM-FIM
                       IF WS-CB-MATRICULA(WS-IDX-K) =
                               WS-FL-MATRICULA(WS-IDX-J)
                           SET COBRANCA-DA-FAMILIA TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF COBRANCA-DA-FAMILIA
                   PERFORM IMPRIMIR-COBRANCA
               END-IF
           END-PERFORM
           IF WS-QTD-COB-FAMILIA = 0
               MOVE "  NENHUMA MENSALIDADE PAGA OU PENDENTE NO PERIODO"
                   TO CA-LINHA
               WRITE CA-LINHA
           END-IF

           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA
           MOVE WS-TOT-PAGO TO WS-TOTAL-EDIT
           MOVE SPACES TO CA-LINHA
           STRING "  TOTAL PAGO NO ANO ........: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA
           MOVE WS-TOT-ABERTO TO WS-TOTAL-EDIT
           MOVE SPACES TO CA-LINHA
           STRING "  TOTAL EM ABERTO ..........: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA
           MOVE WS-TOT-VENCIDO TO WS-TOTAL-EDIT
           MOVE SPACES TO CA-LINHA
           STRING "  TOTAL VENCIDO ............: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CA-LINHA
           END-STRING
           WRITE CA-LINHA

           ADD 1 TO WS-QTD-REG-PORTAL
           MOVE "S"                           TO PT-S-TIPO
           MOVE WS-FL-COD-RESP(WS-FAM-INICIO) TO PT-S-COD-RESP
           MOVE WS-TOT-PAGO                   TO PT-S-TOT-PAGO
           MOVE WS-TOT-ABERTO                 TO PT-S-TOT-ABERTO
           MOVE WS-TOT-VENCIDO                TO PT-S-TOT-VENCIDO
           WRITE PT-TOTAL-REC.

       IMPRIMIR-COBRANCA.
           ADD 1 TO WS-QTD-COB-FAMILIA
           EVALUATE WS-CB-POSICAO(WS-IDX-K)
               WHEN "P"
                   MOVE "PAGA"      TO WS-DESC-POSICAO
                   ADD WS-CB-PAGO(WS-IDX-K)  TO WS-TOT-PAGO
               WHEN "A"
                   MOVE "EM ABERTO" TO WS-DESC-POSICAO
                   ADD WS-CB-PAGO(WS-IDX-K)  TO WS-TOT-PAGO
                   ADD WS-CB-SALDO(WS-IDX-K) TO WS-TOT-ABERTO
               WHEN OTHER
                   MOVE "VENCIDA"   TO WS-DESC-POSICAO
                   ADD WS-CB-PAGO(WS-IDX-K)  TO WS-TOT-PAGO
                   ADD WS-CB-SALDO(WS-IDX-K) TO WS-TOT-VENCIDO
           END-EVALUATE
           MOVE SPACES TO WS-DESC-ORIGEM
           EVALUATE WS-CB-ORIGEM(WS-IDX-K)
               WHEN "A"
                   STRING "ACORDO " WS-CB-ACORDO(WS-IDX-K)
                          " PARCELA " WS-CB-PARCELA(WS-IDX-K)
                       DELIMITED BY SIZE INTO WS-DESC-ORIGEM
                   END-STRING
               WHEN "T"
                   MOVE "TAXA DE MATRICULA" TO WS-DESC-ORIGEM
               WHEN OTHER
                   MOVE "MENSALIDADE"       TO WS-DESC-ORIGEM
           END-EVALUATE
           MOVE WS-CB-COMPETENCIA(WS-IDX-K) TO WS-COMP-AUX
           MOVE WS-CB-VALOR(WS-IDX-K) TO WS-VALOR-EDIT
           IF WS-CB-POSICAO(WS-IDX-K) = "P"
               MOVE WS-CB-PAGO(WS-IDX-K)  TO WS-VALOR-EDIT-2
           ELSE
               MOVE WS-CB-SALDO(WS-IDX-K) TO WS-VALOR-EDIT-2
           END-IF
           MOVE SPACES TO CA-LINHA
           IF WS-CB-POSICAO(WS-IDX-K) = "P"
               STRING "  " WS-COMP-AUX-MES "/" WS-COMP-AUX-ANO
                      " MATRICULA " WS-CB-MATRICULA(WS-IDX-K)
                      " " WS-DESC-ORIGEM
                      " VALOR " WS-VALOR-EDIT
                      " PAGO " WS-VALOR-EDIT-2
                      " PAGA"
                   DELIMITED BY SIZE INTO CA-LINHA
               END-STRING
           ELSE
               STRING "  " WS-COMP-AUX-MES "/" WS-COMP-AUX-ANO
                      " MATRICULA " WS-CB-MATRICULA(WS-IDX-K)
                      " " WS-DESC-ORIGEM
                      " VALOR " WS-VALOR-EDIT
                      " SALDO " WS-VALOR-EDIT-2
                      " " FUNCTION TRIM(WS-DESC-POSICAO)
                   DELIMITED BY SIZE INTO CA-LINHA
               END-STRING
           END-IF
           WRITE CA-LINHA

           ADD 1 TO WS-QTD-REG-PORTAL
           MOVE "C"                          TO PT-C-TIPO
           MOVE WS-CB-MATRICULA(WS-IDX-K)    TO PT-C-MATRICULA
           MOVE WS-CB-COMPETENCIA(WS-IDX-K)  TO PT-C-COMPETENCIA
           MOVE WS-CB-ORIGEM(WS-IDX-K)       TO PT-C-ORIGEM
           MOVE WS-CB-ACORDO(WS-IDX-K)       TO PT-C-ACORDO
           MOVE WS-CB-PARCELA(WS-IDX-K)      TO PT-C-PARCELA
           MOVE WS-CB-VALOR(WS-IDX-K)        TO PT-C-VALOR
           MOVE WS-CB-PAGO(WS-IDX-K)         TO PT-C-PAGO
           MOVE WS-CB-SALDO(WS-IDX-K)        TO PT-C-SALDO
           MOVE WS-CB-POSICAO(WS-IDX-K)      TO PT-C-POSICAO
           WRITE PT-COBRANCA-REC.

       GRAVAR-FIM-EXTRATO.
           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA
           IF WS-TOT-VENCIDO > 0
               MOVE "CONSTAM MENSALIDADES VENCIDAS - PROCURE A"
                   TO CA-LINHA
               WRITE CA-LINHA
               MOVE "SECRETARIA PARA REGULARIZAR." TO CA-LINHA
               WRITE CA-LINHA
               MOVE SPACES TO CA-LINHA
               WRITE CA-LINHA
           END-IF
           MOVE "A SECRETARIA ESTA A DISPOSICAO PARA ESCLARECIMENTOS."
               TO CA-LINHA
           WRITE CA-LINHA
           MOVE SPACES TO CA-LINHA
           WRITE CA-LINHA
           MOVE "ATENCIOSAMENTE, DIRECAO DA ESCOLA" TO CA-LINHA
           WRITE CA-LINHA.

       COPY CABECALHO-PROC.

       END PROGRAM 025-EXTRATO-RESPONSAVEL.
