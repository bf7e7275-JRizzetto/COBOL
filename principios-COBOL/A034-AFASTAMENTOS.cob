      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: CONTROLE DE AFASTAMENTOS - ATE AQUI SO AS FERIAS
      *          (A024) MARCAVAM O FUNCIONARIO AFASTADO ("F"); LICENCA
      *          MEDICA, MATERNIDADE E ACIDENTE DE TRABALHO FICAVAM
      *          FORA DO SISTEMA E O CADASTRO CONTINUAVA ATIVO. ESTE
      *          PROGRAMA LE OS AFASTAMENTOS DO RH (AFASTAMENTO-REC) E,
      *          NA DATA DE MOVIMENTO:
      *            - AFASTAMENTO "P" CUJO INICIO CHEGOU: VALIDA O
      *              FUNCIONARIO (CADASTRADO E ATIVO), O TIPO E AS
      *              DATAS, MARCA O CADASTRO AFASTADO ("F") E PASSA
      *              PARA "A" (EM ANDAMENTO);
      *            - AFASTAMENTO "A" COM RETORNO EFETIVO INFORMADO E
      *              ALCANCADO: DEVOLVE O FUNCIONARIO A ATIVO ("A") E
      *              ENCERRA ("E").
      *          O PAGAMENTO PROPORCIONAL DO MES FICA COM A FOLHA
      *          (A008), QUE LE O MESMO ARQUIVO. NO FIM SAI O RELATORIO
      *          DE QUEM ESTA AFASTADO, DESDE QUANDO E QUANDO VOLTA,
      *          APONTANDO RETORNO PREVISTO JA VENCIDO E A DATA EM QUE
      *          O INSS ASSUME A DOENCA OU O ACIDENTE.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A034-AFASTAMENTOS.
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
      * AFASTAMENTOS DO RH: SITUACAO "P"=REGISTRADO, "A"=EM
      * ANDAMENTO, "E"=ENCERRADO, "R"=REJEITADO.
           SELECT AFASTAMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-AFAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFAST.
           SELECT TRABALHO-FILE ASSIGN TO DYNAMIC WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
      * RELATORIO DE AFASTADOS PARA O RH.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  AFASTAMENTO-FILE.
       COPY AFASTAMENTO-REC.
       FD  TRABALHO-FILE.
       01  TR-AFASTAMENTO-REC  PIC X(32).
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-AFAST      PIC X(40)
           VALUE "data/AFASTAMENTOS.DAT".
       01 WS-FS-AFAST                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-TRABALHO   PIC X(40)
           VALUE "data/AFASTAMENTOS_TRAB.DAT".
       01 WS-FS-TRABALHO                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/AFASTADOS.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-AFAST                           PIC X(01) VALUE "N".
           88 FIM-AFAST                          VALUE "S".
      * DIAS CORRIDOS DO AFASTAMENTO ATE A DATA DE MOVIMENTO E DATA EM
      * QUE O INSS ASSUME (INICIO + 15 DIAS) NA DOENCA E NO ACIDENTE.
       01 WS-DIA-INICIO      PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 WS-DIA-HOJE        PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-AFASTADO   PIC 9(05) VALUE ZEROS.
       01 WS-DATA-INSS       PIC 9(08) VALUE ZEROS.
       01 WS-DESC-TIPO       PIC X(12) VALUE SPACES.
       01 WS-OBSERVACAO      PIC X(30) VALUE SPACES.
       01 WS-NOME-RELATORIO  PIC X(20) VALUE SPACES.
      * TOTAIS DA EXECUCAO.
       01 WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       01 WS-QTD-INICIADOS   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-RETORNOS    PIC 9(05) VALUE ZEROS.
       01 WS-QTD-REJEITADOS  PIC 9(05) VALUE ZEROS.
       01 WS-QTD-AFASTADOS   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-VENCIDOS    PIC 9(05) VALUE ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "CONTROLE DE AFASTAMENTOS - A034-AFASTAMENTOS"

           OPEN INPUT AFASTAMENTO-FILE
           IF WS-FS-AFAST NOT = "00"
               DISPLAY "SEM AFASTAMENTOS REGISTRADOS (" WS-FS-AFAST
                   ") - NADA A PROCESSAR"
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               CLOSE AFASTAMENTO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               CLOSE AFASTAMENTO-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE AFASTADOS: "
                   WS-FS-RELATORIO
               CLOSE AFASTAMENTO-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE TRABALHO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "FUNCIONARIOS AFASTADOS" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO-AF
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-HOJE
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM UNTIL FIM-AFAST
               READ AFASTAMENTO-FILE
                   AT END
                       SET FIM-AFAST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM PROCESSAR-AFASTAMENTO
                       MOVE AF-AFASTAMENTO-REC TO TR-AFASTAMENTO-REC
                       WRITE TR-AFASTAMENTO-REC
               END-READ
           END-PERFORM

           PERFORM IMPRIMIR-TOTAIS-RELATORIO

           CLOSE AFASTAMENTO-FILE
           CLOSE TRABALHO-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE RELATORIO-FILE

           PERFORM REGRAVAR-AFASTAMENTOS

           DISPLAY "AFASTAMENTOS: LIDOS=" WS-QTD-LIDOS
               " INICIADOS=" WS-QTD-INICIADOS
               " RETORNOS=" WS-QTD-RETORNOS
               " REJEITADOS=" WS-QTD-REJEITADOS
               " AFASTADOS=" WS-QTD-AFASTADOS

           IF WS-QTD-REJEITADOS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * DESPACHA O AFASTAMENTO PELA SITUACAO: "P" COM INICIO CHEGADO
      * AFASTA O FUNCIONARIO; "A" COM RETORNO EFETIVO ALCANCADO O
      * DEVOLVE A ATIVO. UM AFASTAMENTO LANCADO ATRASADO, JA COM O
      * RETORNO NO PASSADO, ABRE E FECHA NA MESMA EXECUCAO. O QUE
      * CONTINUA EM ANDAMENTO SAI NO RELATORIO.
       PROCESSAR-AFASTAMENTO.
           IF AF-REGISTRADO
                   AND AF-DATA-INICIO <= WS-CAB-DATA-EXECUCAO
               PERFORM INICIAR-AFASTAMENTO
           END-IF
           IF AF-EM-ANDAMENTO
                   AND AF-DATA-RETORNO NOT = ZEROS
                   AND AF-DATA-RETORNO <= WS-CAB-DATA-EXECUCAO
               PERFORM ENCERRAR-AFASTAMENTO
           END-IF
           IF AF-EM-ANDAMENTO
               PERFORM IMPRIMIR-AFASTADO
           END-IF.

      * VALIDA O AFASTAMENTO QUE COMECA: FUNCIONARIO CADASTRADO E
      * ATIVO (QUEM ESTA EM FERIAS OU JA AFASTADO E REJEITADO - O RH
      * REAPRESENTA NA VOLTA), TIPO CONHECIDO E DATAS DE RETORNO NAO
      * ANTERIORES AO INICIO. REJEICAO MARCA "R" E APONTA.
       INICIAR-AFASTAMENTO.
           MOVE AF-MATRICULA TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           EVALUATE TRUE
               WHEN WS-FS-FUNC NOT = "00"
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE "R" TO AF-SITUACAO
                   DISPLAY "MATRICULA NAO ENCONTRADA: " AF-MATRICULA
               WHEN NOT FUNC-ATIVO
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE "R" TO AF-SITUACAO
                   DISPLAY "FUNCIONARIO NAO ATIVO - AFASTAMENTO "
                       "REJEITADO: " AF-MATRICULA
               WHEN NOT AF-TIPO-VALIDO
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE "R" TO AF-SITUACAO
                   DISPLAY "TIPO DE AFASTAMENTO INVALIDO (" AF-TIPO
                       ") - REJEITADO: " AF-MATRICULA
               WHEN (AF-DATA-PREVISTA NOT = ZEROS
                       AND AF-DATA-PREVISTA < AF-DATA-INICIO)
                   OR (AF-DATA-RETORNO NOT = ZEROS
                       AND AF-DATA-RETORNO < AF-DATA-INICIO)
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE "R" TO AF-SITUACAO
                   DISPLAY "RETORNO ANTERIOR AO INICIO - AFASTAMENTO "
                       "REJEITADO: " AF-MATRICULA
               WHEN OTHER
                   MOVE "F" TO FM-STATUS-FUNC
                   REWRITE FM-FUNCIONARIO-REC
                   IF WS-FS-FUNC NOT = "00"
                       ADD 1 TO WS-QTD-REJEITADOS
                       MOVE "R" TO AF-SITUACAO
                       DISPLAY "ERRO AO AFASTAR " AF-MATRICULA ": "
                           WS-FS-FUNC
                   ELSE
                       MOVE "A" TO AF-SITUACAO
                       ADD 1 TO WS-QTD-INICIADOS
                       DISPLAY "INICIO DE AFASTAMENTO: MATRICULA "
                           AF-MATRICULA " TIPO " AF-TIPO
                   END-IF
           END-EVALUATE.

      * RETORNO EFETIVO: O FUNCIONARIO VOLTA A ATIVO E O AFASTAMENTO
      * E ENCERRADO. SO DESFAZ O "F" - DESLIGADO NO MEIO DO
      * AFASTAMENTO CONTINUA DESLIGADO.
       ENCERRAR-AFASTAMENTO.
           MOVE AF-MATRICULA TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC = "00" AND FUNC-AFASTADO
               MOVE "A" TO FM-STATUS-FUNC
               REWRITE FM-FUNCIONARIO-REC
               IF WS-FS-FUNC NOT = "00"
                   DISPLAY "ERRO AO REATIVAR " AF-MATRICULA ": "
                       WS-FS-FUNC
               END-IF
           END-IF
           MOVE "E" TO AF-SITUACAO
           ADD 1 TO WS-QTD-RETORNOS
           DISPLAY "RETORNO DE AFASTAMENTO: MATRICULA " AF-MATRICULA.

      * UMA LINHA POR FUNCIONARIO AFASTADO: TIPO, INICIO, RETORNO
      * PREVISTO E DIAS CORRIDOS ATE HOJE. RETORNO PREVISTO JA
      * PASSADO SEM RETORNO EFETIVO SAI APONTADO (O RH PRECISA
      * COBRAR ATESTADO NOVO OU O RETORNO); DOENCA E ACIDENTE COM
      * MAIS DE 15 DIAS MOSTRAM A DATA EM QUE O INSS ASSUMIU.
       IMPRIMIR-AFASTADO.
           ADD 1 TO WS-QTD-AFASTADOS
           MOVE AF-MATRICULA TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC = "00"
               MOVE FM-NOME-FUNC TO WS-NOME-RELATORIO
           ELSE
               MOVE "*** NAO CADASTRADO" TO WS-NOME-RELATORIO
           END-IF
           EVALUATE TRUE
               WHEN AF-DOENCA
                   MOVE "DOENCA"       TO WS-DESC-TIPO
               WHEN AF-ACIDENTE
                   MOVE "ACIDENTE"     TO WS-DESC-TIPO
               WHEN AF-MATERNIDADE
                   MOVE "MATERNIDADE"  TO WS-DESC-TIPO
           END-EVALUATE
           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)
           COMPUTE WS-DIAS-AFASTADO = WS-DIA-HOJE - WS-DIA-INICIO + 1
           MOVE SPACES TO WS-OBSERVACAO
           IF AF-DATA-PREVISTA NOT = ZEROS
                   AND AF-DATA-PREVISTA < WS-CAB-DATA-EXECUCAO
               ADD 1 TO WS-QTD-VENCIDOS
               MOVE "RETORNO PREVISTO VENCIDO" TO WS-OBSERVACAO
           ELSE
               IF NOT AF-MATERNIDADE AND WS-DIAS-AFASTADO > 15
                   COMPUTE WS-DATA-INSS = FUNCTION DATE-OF-INTEGER
                       (WS-DIA-INICIO + 15)
                   STRING "INSS DESDE " WS-DATA-INSS
                       DELIMITED BY SIZE INTO WS-OBSERVACAO
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO RL-LINHA
           STRING AF-MATRICULA      " "
                  WS-NOME-RELATORIO " "
                  WS-DESC-TIPO      " "
                  AF-DATA-INICIO    "  "
                  AF-DATA-PREVISTA  "  "
                  WS-DIAS-AFASTADO  "  "
                  WS-OBSERVACAO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       IMPRIMIR-TOTAIS-RELATORIO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO RL-LINHA
           STRING "FUNCIONARIOS AFASTADOS....: " WS-QTD-AFASTADOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO RL-LINHA
           STRING "RETORNOS PREVISTOS VENCIDOS: " WS-QTD-VENCIDOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE SPACES TO RL-LINHA
           STRING "RETORNOS NESTA EXECUCAO...: " WS-QTD-RETORNOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

      * DEVOLVE OS AFASTAMENTOS ATUALIZADOS DO TRABALHO PARA O ARQUIVO
      * OFICIAL - MESMO ESQUEMA DE REGRAVACAO DO A024-FERIAS-GOZO.
       REGRAVAR-AFASTAMENTOS.
           MOVE "N" TO WS-FIM-AFAST
           OPEN INPUT TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO RELER O ARQUIVO DE TRABALHO: "
                   WS-FS-TRABALHO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AFASTAMENTO-FILE
           IF WS-FS-AFAST NOT = "00"
               DISPLAY "ERRO AO REGRAVAR OS AFASTAMENTOS: "
                   WS-FS-AFAST
               CLOSE TRABALHO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FIM-AFAST
               READ TRABALHO-FILE
                   AT END
                       SET FIM-AFAST TO TRUE
                   NOT AT END
                       MOVE TR-AFASTAMENTO-REC TO AF-AFASTAMENTO-REC
                       WRITE AF-AFASTAMENTO-REC
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE AFASTAMENTO-FILE.

      * CABECALHO DA PAGINA MAIS A LINHA DE COLUNAS DO RELATORIO.
       IMPRIMIR-CABECALHO-RELATORIO-AF.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE SPACES TO RL-LINHA
           STRING "MATRIC NOME                 TIPO         "
                  "INICIO    PREVISTO   DIAS   OBSERVACAO"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           WRITE RL-LINHA
           MOVE 3 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-RELATORIO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-RELATORIO-AF
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A034-AFASTAMENTOS.
