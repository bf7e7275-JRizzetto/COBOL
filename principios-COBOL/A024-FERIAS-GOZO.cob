      *              NAO SERVE PORQUE A FOLHA O RECRIA TODA NOITE E
      *              APAGARIA O CREDITO), MARCA O FUNCIONARIO
      *              AFASTADO ("F") E GRAVA A BAIXA QUE O A012 ABATE
      *              DA PROVISAO, MAIS A LINHA DO HISTORICO DE
      *              FERIAS PAGAS (VERBAS, RETENCOES E LIQUIDO);
      *            - FERIAS "G" (EM GOZO) CUJO FIM PASSOU: DEVOLVE O
      *              FUNCIONARIO A ATIVO ("A") E ENCERRA ("E").
      *          CADA PAGAMENTO SAI NUM DEMONSTRATIVO IMPRESSO.
           SELECT BAIXA-FILE ASSIGN TO DYNAMIC WS-ARQ-BAIXA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAIXA.
      * HISTORICO DE FERIAS PAGAS, EM EXTEND: O INSS E O IRRF RETIDOS
      * ENTRAM NAS GUIAS DO MES (A032) E O PAGAMENTO NO LANCAMENTO
      * CONTABIL (A033).
           SELECT HISTORICO-FILE ASSIGN TO DYNAMIC WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT DEPENDENTE-FILE ASSIGN TO DYNAMIC WS-ARQ-DEPENDENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTE.
           05 BX-MATRICULA     PIC 9(06).
           05 BX-DATA          PIC 9(08).
           05 BX-VALOR         PIC 9(06)V99.
       FD  HISTORICO-FILE.
       COPY FERIAS-HIST-REC.
       FD  DEPENDENTE-FILE.
       COPY DEPENDENTE-REC.
       FD  DEMONSTRATIVO-FILE.
       01 WS-ARQ-BAIXA      PIC X(40)
           VALUE "data/FERIAS_BAIXAS.DAT".
       01 WS-FS-BAIXA                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-HISTORICO  PIC X(40)
           VALUE "data/FERIAS_HIST.DAT".
       01 WS-FS-HISTORICO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-DEPENDENTE PIC X(40)
           VALUE "data/DEPENDENTES.DAT".
       01 WS-FS-DEPENDENTE                       PIC X(02) VALUE SPACES.
               GOBACK
           END-IF

           OPEN EXTEND HISTORICO-FILE
           IF WS-FS-HISTORICO = "35"
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN EXTEND HISTORICO-FILE
           END-IF
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE FERIAS: "
                   WS-FS-HISTORICO
               CLOSE FERIAS-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE TRABALHO-FILE
               CLOSE CREDITO-FILE
               CLOSE BAIXA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DEMONSTRATIVO-FILE
           IF WS-FS-DEMO NOT = "00"
               DISPLAY "ERRO AO ABRIR DEMONSTRATIVO: " WS-FS-DEMO
               CLOSE TRABALHO-FILE
               CLOSE CREDITO-FILE
               CLOSE BAIXA-FILE
               CLOSE HISTORICO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE CREDITO-FILE
           CLOSE BAIXA-FILE
           CLOSE HISTORICO-FILE
           CLOSE DEMONSTRATIVO-FILE

           PERFORM REGRAVAR-PROGRAMACAO
               MOVE WS-BRUTO-FERIAS      TO BX-VALOR
               WRITE BX-BAIXA-REC

               MOVE FM-ID-FUNC                TO FH-MATRICULA
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO FH-COMPETENCIA
               MOVE WS-CAB-DATA-EXECUCAO      TO FH-DATA-PAGAMENTO
               MOVE FP-DIAS                   TO FH-DIAS
               MOVE WS-VALOR-FERIAS           TO FH-VALOR-FERIAS
               MOVE WS-TERCO-FERIAS           TO FH-TERCO-FERIAS
               MOVE WS-INSS                   TO FH-INSS
               MOVE WS-IRRF                   TO FH-IRRF
               MOVE WS-LIQUIDO-FERIAS         TO FH-LIQUIDO
               WRITE FH-FERIAS-HIST-REC

               MOVE "F" TO FM-STATUS-FUNC
               REWRITE FM-FUNCIONARIO-REC
               IF WS-FS-FUNC NOT = "00"
