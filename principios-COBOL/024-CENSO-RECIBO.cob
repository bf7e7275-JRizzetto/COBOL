      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: ENTRADA DOS RECIBOS DO CENSO ESCOLAR - O SISTEMA DO
      *          INEP DEVOLVE CADA ALUNO IMPORTADO COM UM PROTOCOLO E O
      *          RESULTADO (ACEITO OU REJEITADO). ESTE PROGRAMA LE O
      *          ARQUIVO DE RECIBOS DIGITADO PELA SECRETARIA (ANO DO
      *          CENSO, MATRICULA, PROTOCOLO, RESULTADO) E GRAVA
      *          PROTOCOLO E SITUACAO NO CONTROLE DO EXTRATO (023):
      *          ALUNO ACEITO NAO VIAJA DE NOVO; ALUNO REJEITADO FICA
      *          MARCADO E O PROXIMO EXTRATO REENVIA - SO ELE, DEPOIS
      *          DE CORRIGIDO. RECIBO SEM ENVIO CORRESPONDENTE SAI
      *          APONTADO, COMO NOS RECIBOS DO ESOCIAL (A026).
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 024-CENSO-RECIBO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBO-FILE ASSIGN TO DYNAMIC WS-ARQ-RECIBO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBO.
           SELECT CONTROLE-FILE ASSIGN TO DYNAMIC WS-ARQ-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
       DATA DIVISION.
       FILE SECTION.
      * RECIBO DO INEP: RESULTADO "A"=ACEITO, "R"=REJEITADO.
       FD  RECIBO-FILE.
       01  RB-RECIBO-REC.
           05 RB-ANO-CENSO     PIC 9(04).
           05 RB-MATRICULA     PIC 9(06).
           05 RB-PROTOCOLO     PIC X(10).
           05 RB-RESULTADO     PIC X(01).
       FD  CONTROLE-FILE.
       COPY CENSO-CTRL-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-RECIBO      PIC X(40)
                              VALUES "data/CENSO_RECIBOS.DAT".
       01 WS-FS-RECIBO       PIC X(02) VALUES SPACES.
       01 WS-ARQ-CONTROLE    PIC X(40)
                              VALUES "data/CENSO_CONTROLE.DAT".
       01 WS-FS-CONTROLE     PIC X(02) VALUES SPACES.
       01 WS-FIM-RECIBO      PIC X(01) VALUES "N".
           88 FIM-RECIBO             VALUE "S".
       01 WS-FIM-CONTROLE    PIC X(01) VALUES "N".
           88 FIM-CONTROLE           VALUE "S".
      * MESMA TABELA DE CONTROLE DO EXTRATO (023).
       01 WS-CTRL-TABELA.
           05 WS-CTRL-ENTRADA OCCURS 3000 TIMES.
               10 WS-CTRL-ANO        PIC 9(04).
               10 WS-CTRL-MATRICULA  PIC 9(06).
               10 WS-CTRL-CONTEUDO   PIC X(51).
               10 WS-CTRL-DATA       PIC 9(08).
               10 WS-CTRL-PROTOCOLO  PIC X(10).
               10 WS-CTRL-SITUACAO   PIC X(01).
       01 WS-QTD-CONTROLES   PIC 9(04) VALUES ZEROS.
       01 WS-IDX-CTRL        PIC 9(04) VALUES ZEROS.
       01 WS-IDX-CTRL-ACH    PIC 9(04) VALUES ZEROS.
      * TOTAIS DA ENTRADA DE RECIBOS.
       01 WS-QTD-RECIBOS     PIC 9(05) VALUES ZEROS.
       01 WS-QTD-ACEITOS     PIC 9(05) VALUES ZEROS.
       01 WS-QTD-REJEITADOS  PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SEM-ENVIO   PIC 9(05) VALUES ZEROS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "RECIBOS DO CENSO ESCOLAR - 024-CENSO-RECIBO"

           OPEN INPUT RECIBO-FILE
           IF WS-FS-RECIBO NOT = "00"
               DISPLAY "SEM ARQUIVO DE RECIBOS (" WS-FS-RECIBO
                   ") - NADA A PROCESSAR"
               MOVE WS-RC-NORMAL TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-CONTROLE
           IF WS-QTD-CONTROLES = 0
               DISPLAY "CONTROLE DO CENSO VAZIO OU AUSENTE - "
                   "RECIBOS SEM ONDE CASAR"
               CLOSE RECIBO-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-RECIBO
               READ RECIBO-FILE
                   AT END
                       SET FIM-RECIBO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-RECIBOS
                       PERFORM APLICAR-RECIBO
               END-READ
           END-PERFORM
           CLOSE RECIBO-FILE

           PERFORM REGRAVAR-CONTROLE

           DISPLAY "RECIBOS: LIDOS=" WS-QTD-RECIBOS
               " ACEITOS=" WS-QTD-ACEITOS
               " REJEITADOS=" WS-QTD-REJEITADOS
               " SEM ENVIO=" WS-QTD-SEM-ENVIO

           IF WS-QTD-SEM-ENVIO > 0 OR WS-QTD-REJEITADOS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * GRAVA PROTOCOLO E RESULTADO NA ENTRADA DO CONTROLE QUE ESTA
      * AGUARDANDO RECIBO; ACEITO FICA "A" (NAO REENVIA), REJEITADO
      * FICA "R" (O PROXIMO EXTRATO REENVIA).
       APLICAR-RECIBO.
           MOVE ZEROS TO WS-IDX-CTRL-ACH
           PERFORM VARYING WS-IDX-CTRL FROM 1 BY 1
                   UNTIL WS-IDX-CTRL > WS-QTD-CONTROLES
                       OR WS-IDX-CTRL-ACH > 0
               IF WS-CTRL-ANO(WS-IDX-CTRL) = RB-ANO-CENSO
                       AND WS-CTRL-MATRICULA(WS-IDX-CTRL) =
                           RB-MATRICULA
                       AND WS-CTRL-SITUACAO(WS-IDX-CTRL) = "E"
                   MOVE WS-IDX-CTRL TO WS-IDX-CTRL-ACH
               END-IF
           END-PERFORM
           IF WS-IDX-CTRL-ACH = 0
               ADD 1 TO WS-QTD-SEM-ENVIO
               DISPLAY "RECIBO SEM ENVIO AGUARDANDO - CENSO "
                   RB-ANO-CENSO " MATRICULA " RB-MATRICULA
                   " PROTOCOLO " RB-PROTOCOLO
           ELSE
               MOVE RB-PROTOCOLO
                   TO WS-CTRL-PROTOCOLO(WS-IDX-CTRL-ACH)
               IF RB-RESULTADO = "A"
                   ADD 1 TO WS-QTD-ACEITOS
                   MOVE "A" TO WS-CTRL-SITUACAO(WS-IDX-CTRL-ACH)
               ELSE
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE "R" TO WS-CTRL-SITUACAO(WS-IDX-CTRL-ACH)
                   DISPLAY "ALUNO REJEITADO PELO INEP - CENSO "
                       RB-ANO-CENSO " MATRICULA " RB-MATRICULA
                       " SERA REENVIADO NO PROXIMO EXTRATO"
               END-IF
           END-IF.

       CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-FILE
           IF WS-FS-CONTROLE NOT = "00"
               DISPLAY "CONTROLE DO CENSO INDISPONIVEL ("
                   WS-FS-CONTROLE ")"
           ELSE
               PERFORM UNTIL FIM-CONTROLE
                   READ CONTROLE-FILE
                       AT END
                           SET FIM-CONTROLE TO TRUE
                       NOT AT END
                           IF WS-QTD-CONTROLES < 3000
                               ADD 1 TO WS-QTD-CONTROLES
                               MOVE CC-ANO-CENSO TO WS-CTRL-ANO
                                   (WS-QTD-CONTROLES)
                               MOVE CC-MATRICULA TO WS-CTRL-MATRICULA
                                   (WS-QTD-CONTROLES)
                               MOVE CC-CONTEUDO TO WS-CTRL-CONTEUDO
                                   (WS-QTD-CONTROLES)
                               MOVE CC-DATA-ENVIO TO WS-CTRL-DATA
                                   (WS-QTD-CONTROLES)
                               MOVE CC-PROTOCOLO TO WS-CTRL-PROTOCOLO
                                   (WS-QTD-CONTROLES)
                               MOVE CC-SITUACAO TO WS-CTRL-SITUACAO
                                   (WS-QTD-CONTROLES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-FILE
               DISPLAY "CONTROLE DO CENSO CARREGADO: "
                   WS-QTD-CONTROLES
           END-IF.

       REGRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE
           IF WS-FS-CONTROLE NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CONTROLE DO CENSO: "
                   WS-FS-CONTROLE
           ELSE
               PERFORM VARYING WS-IDX-CTRL FROM 1 BY 1
                       UNTIL WS-IDX-CTRL > WS-QTD-CONTROLES
                   MOVE WS-CTRL-ANO(WS-IDX-CTRL)       TO CC-ANO-CENSO
                   MOVE WS-CTRL-MATRICULA(WS-IDX-CTRL)
                       TO CC-MATRICULA
                   MOVE WS-CTRL-CONTEUDO(WS-IDX-CTRL)  TO CC-CONTEUDO
                   MOVE WS-CTRL-DATA(WS-IDX-CTRL)      TO CC-DATA-ENVIO
                   MOVE WS-CTRL-PROTOCOLO(WS-IDX-CTRL)
                       TO CC-PROTOCOLO
                   MOVE WS-CTRL-SITUACAO(WS-IDX-CTRL)  TO CC-SITUACAO
                   WRITE CC-CONTROLE-REC
               END-PERFORM
               CLOSE CONTROLE-FILE
           END-IF.

       END PROGRAM 024-CENSO-RECIBO.
