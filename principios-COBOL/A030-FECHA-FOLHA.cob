      *          FOLHA COMPLEMENTAR (AUDITAVEL) MEXE NO MES. A
      *          COMPETENCIA VEM DE COMPETENCIA_FECHAR (AAAAMM), OU DA
      *          DATA DE MOVIMENTO QUANDO A VARIAVEL NAO E INFORMADA.
      *          DISPARADO PELA AGENDA DA CADEIA NOTURNA
      *          (MODO_EXECUCAO=BATCH), FECHA O MES ANTERIOR AO DA
      *          DATA DE MOVIMENTO E SO COM A FOLHA JA REMETIDA E A
      *          REVISAO RECONHECIDA - SENAO RECUSA EM ERRO DE DADOS E
      *          A AGENDA TENTA DE NOVO NAS NOITES SEGUINTES. RODADO A
      *          MAO, O RH PODE FECHAR ASSIM MESMO (SO AVISA).
      *          MESMO MOLDE DE UTILITARIO DO 009-FECHA-PERIODO.
      * Tectonics: cobc
      ******************************************************************
               10 WS-COMP-COMPETENCIA PIC 9(06).
               10 WS-COMP-SITUACAO    PIC X(01).
               10 WS-COMP-REMETIDA    PIC X(01).
               10 WS-COMP-ADIANTAMENTO PIC X(01).
               10 WS-COMP-REVISAO     PIC X(01).
       01 WS-QTD-COMPETENCIAS                    PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP                            PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP-ATU                        PIC 9(02) VALUE ZEROS.
      * MES DA DATA DE MOVIMENTO.
       01 WS-COMP-FECHAR-X  PIC X(06) VALUE SPACES.
       01 WS-COMP-FECHAR    PIC 9(06) VALUE ZEROS.
       01 WS-COMP-FECHAR-R REDEFINES WS-COMP-FECHAR.
           05 WS-COMP-FECHAR-ANO                 PIC 9(04).
           05 WS-COMP-FECHAR-MES                 PIC 9(02).
      * NA CADEIA NOTURNA NAO HA NINGUEM DO RH PARA ASSUMIR O
      * FECHAMENTO DE UMA FOLHA NAO REMETIDA OU NAO REVISADA.
       01 WS-MODO-EXECUCAO                       PIC X(10) VALUE SPACES.
           88 MODO-BATCH                         VALUE "BATCH".
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.
           MOVE "FECHAMENTO DE COMPETENCIA DA FOLHA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT "MODO_EXECUCAO"
           ACCEPT WS-COMP-FECHAR-X
               FROM ENVIRONMENT "COMPETENCIA_FECHAR"
           IF WS-COMP-FECHAR-X IS NUMERIC
               MOVE WS-COMP-FECHAR-X TO WS-COMP-FECHAR
           ELSE
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMP-FECHAR
      * A AGENDA DISPARA O FECHAMENTO NO INICIO DO MES SEGUINTE,
      * DEPOIS DA REMESSA E DA REVISAO DA FOLHA DO MES QUE ACABOU.
               IF MODO-BATCH
                   IF WS-COMP-FECHAR-MES = 01
                       MOVE 12 TO WS-COMP-FECHAR-MES
                       SUBTRACT 1 FROM WS-COMP-FECHAR-ANO
                   ELSE
                       SUBTRACT 1 FROM WS-COMP-FECHAR-MES
                   END-IF
               END-IF
           END-IF
           DISPLAY "COMPETENCIA A FECHAR: " WS-COMP-FECHAR

                           MOVE FC-REMETIDA
                               TO WS-COMP-REMETIDA
                                   (WS-QTD-COMPETENCIAS)
                           MOVE FC-ADIANTAMENTO
                               TO WS-COMP-ADIANTAMENTO
                                   (WS-QTD-COMPETENCIAS)
                           MOVE FC-REVISAO
                               TO WS-COMP-REVISAO
                                   (WS-QTD-COMPETENCIAS)
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
      * SEM REMESSA OU COM A REVISAO PENDENTE/DIVERGENTE, A CADEIA
      * RECUSA FECHAR (A FOLHA AINDA PODE SER RECALCULADA E REVISADA);
      * RODADO A MAO, O RH DECIDE E O PROGRAMA SO AVISA.
           IF MODO-BATCH
               IF WS-COMP-REMETIDA(WS-IDX-COMP-ATU) NOT = "S"
                   DISPLAY "COMPETENCIA " WS-COMP-FECHAR
                       " AINDA SEM REMESSA GERADA - FECHAMENTO "
                       "RECUSADO NA CADEIA"
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-COMP-REVISAO(WS-IDX-COMP-ATU) = "P"
                       OR WS-COMP-REVISAO(WS-IDX-COMP-ATU) = "D"
                   DISPLAY "COMPETENCIA " WS-COMP-FECHAR
                       " COM REVISAO DA FOLHA NAO RECONHECIDA - "
                       "FECHAMENTO RECUSADO NA CADEIA"
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-COMP-REMETIDA(WS-IDX-COMP-ATU) NOT = "S"
               DISPLAY "AVISO: COMPETENCIA " WS-COMP-FECHAR
                   " AINDA SEM REMESSA GERADA - FECHANDO ASSIM "
                   "MESMO A PEDIDO DO RH"
           END-IF
           IF WS-COMP-REVISAO(WS-IDX-COMP-ATU) = "P"
                   OR WS-COMP-REVISAO(WS-IDX-COMP-ATU) = "D"
               DISPLAY "AVISO: COMPETENCIA " WS-COMP-FECHAR
                   " COM REVISAO DA FOLHA NAO RECONHECIDA - FECHANDO "
                   "ASSIM MESMO A PEDIDO DO RH"
           END-IF
      * ADIANTAMENTO QUINZENAL CALCULADO E NAO REMETIDO CONTINUA NA
      * INTERFACE DE CREDITOS - O FECHAMENTO NAO O CANCELA, SO AVISA.
           IF WS-COMP-ADIANTAMENTO(WS-IDX-COMP-ATU) = "C"
               DISPLAY "AVISO: ADIANTAMENTO QUINZENAL DE "
                   WS-COMP-FECHAR " AINDA AGUARDA REMESSA"
           END-IF

           MOVE "F" TO WS-COMP-SITUACAO(WS-IDX-COMP-ATU)
           OPEN OUTPUT COMPETENCIA-FILE
                   TO FC-COMPETENCIA
               MOVE WS-COMP-SITUACAO(WS-IDX-COMP) TO FC-SITUACAO
               MOVE WS-COMP-REMETIDA(WS-IDX-COMP) TO FC-REMETIDA
               MOVE WS-COMP-ADIANTAMENTO(WS-IDX-COMP)
                   TO FC-ADIANTAMENTO
               MOVE WS-COMP-REVISAO(WS-IDX-COMP)
                   TO FC-REVISAO
               WRITE FC-COMPETENCIA-REC
           END-PERFORM
           CLOSE COMPETENCIA-FILE
