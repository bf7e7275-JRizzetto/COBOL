      *          (FORCAR O ACUMULADO OU CORRIGIR O TRAILER) E POSTA OS
      *          CORRIGIDOS NOS TOTAIS COM LINHA DE AUDITORIA; O QUE
      *          CONTINUAR FORA DE BALANCO PERMANECE SUSPENSO.
      *          OS TOTAIS POR CONTA DO DIA SAEM TAMBEM EM ARQUIVO
      *          (LOTE_CONTAS.DAT), PARA A POSICAO DE CAIXA (A044)
      *          AMARRAR O REALIZADO.
      * Tectonics: PGEX001-LOTE
      ******************************************************************

           SELECT CORRECAO-FILE ASSIGN TO DYNAMIC WS-ARQ-CORRECAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORRECAO.
      * TOTAIS POR CONTA DO DIA EM ARQUIVO, ALEM DO IMPRESSO - E O QUE
      * A POSICAO DE CAIXA (A044) AMARRA CONTRA O REALIZADO.
           SELECT CONTA-FILE ASSIGN TO DYNAMIC WS-ARQ-CONTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTAS.
       DATA DIVISION.
       FILE SECTION.
      * O LOTE SEGUE O PROTOCOLO DOS ARQUIVOS DE BANCO: UM HEADER COM
           05 CR-ACAO          PIC X(01).
           05 CR-QUANTIDADE    PIC 9(05).
           05 CR-SOMA          PIC S9(008)V99 SIGN IS LEADING SEPARATE.
       FD  CONTA-FILE.
       COPY LOTE-CONTA-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-LOTE          PIC X(40) VALUE "data/PGEX_LOTE.DAT".
       01 WS-FS-LOTE           PIC X(02) VALUES SPACES.
       01 WS-ARQ-CORRECAO      PIC X(40)
                                VALUE "data/LOTES_CORRECAO.DAT".
       01 WS-FS-CORRECAO       PIC X(02) VALUES SPACES.
       01 WS-ARQ-CONTAS        PIC X(40)
                                VALUE "data/LOTE_CONTAS.DAT".
       01 WS-FS-CONTAS         PIC X(02) VALUES SPACES.
       01 WS-FIM-LOTE          PIC X(01) VALUES "N".
           88 FIM-LOTE                 VALUE "S".
       01 WS-FIM-CORRECAO      PIC X(01) VALUES "N".
               GOBACK
           END-IF

      * NO MODO NORMAL OS TOTAIS POR CONTA DO DIA SAO REGRAVADOS; NO
      * REPROCESSAMENTO OS LOTES CORRIGIDOS SOMAM AOS JA POSTADOS.
           IF MODO-REPROCESSO
               OPEN EXTEND CONTA-FILE
               IF WS-FS-CONTAS = "35"
                   OPEN OUTPUT CONTA-FILE
                   CLOSE CONTA-FILE
                   OPEN EXTEND CONTA-FILE
               END-IF
           ELSE
               OPEN OUTPUT CONTA-FILE
           END-IF
           IF WS-FS-CONTAS NOT = "00"
               DISPLAY "ERRO AO ABRIR TOTAIS POR CONTA: "
                   WS-FS-CONTAS
               CLOSE LOTE-FILE
               CLOSE RELATORIO-FILE
               CLOSE SUSPENSO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "TOTALIZADOR DO LOTE POR CONTA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-TOTAIS

           IF NOT PRIMEIRA-CONTA
               PERFORM IMPRIMIR-SUBTOTAL-CONTA
           END-IF
           CLOSE CONTA-FILE

           PERFORM IMPRIMIR-TOTAL-CONTROLE

                   CLOSE LOTE-FILE
                   CLOSE SUSPENSO-FILE
                   CLOSE RELATORIO-FILE
                   CLOSE CONTA-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
           END-ADD.

      * SUBTOTAL DA CONTA QUE FECHOU: CONTAGEM, DEBITOS, CREDITOS E
      * LIQUIDO, NO RELATORIO IMPRESSO, NO CONSOLE E NO ARQUIVO DE
      * TOTAIS POR CONTA DA DATA DE MOVIMENTO.
       IMPRIMIR-SUBTOTAL-CONTA.
           MOVE SPACES TO RL-LINHA
           STRING "CONTA " WS-CONTA-ATUAL
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-TOTAIS
           DISPLAY RL-LINHA
           MOVE WS-CAB-DATA-EXECUCAO TO LC-DATA-MOVIMENTO
           MOVE WS-CONTA-ATUAL       TO LC-CONTA
           MOVE WS-CT-QTD            TO LC-QTD-LANCAMENTOS
           MOVE WS-CT-DEBITOS        TO LC-DEBITOS
           MOVE WS-CT-CREDITOS       TO LC-CREDITOS
           MOVE WS-CT-LIQUIDO        TO LC-LIQUIDO
           WRITE LC-CONTA-REC.

       IMPRIMIR-TOTAL-CONTROLE.
           MOVE SPACES TO RL-LINHA
