      *          CONSTITUCIONAL, APLICANDO O INSS DEVIDO SOBRE O 13O
      *          PELO IMPOSTO-CALC COMPARTILHADO, E FECHA COM OS
      *          TOTAIS DA EMPRESA PARA O FECHAMENTO CONTABIL DO MES.
      *          OS TOTAIS TAMBEM FICAM GRAVADOS POR COMPETENCIA EM
      *          PROVISAO_SALDOS.DAT, DE ONDE O LANCAMENTO CONTABIL
      *          (A033) TIRA A CONSTITUICAO DO MES, E O SALDO DE CADA
      *          FUNCIONARIO EM PROVISAO_FUNC.DAT, DE ONDE O RATEIO
      *          POR CENTRO DE CUSTO (A040) TIRA A PARTE DE CADA
      *          DEPARTAMENTO.
      * Tectonics: cobc
      ******************************************************************

           SELECT BAIXA-FILE ASSIGN TO DYNAMIC WS-ARQ-BAIXA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAIXA.
      * SALDOS DE PROVISAO DA EMPRESA POR COMPETENCIA (UMA LINHA POR
      * MES, SUBSTITUIDA NO RERUN VIA ARQUIVO DE TRABALHO).
           SELECT SALDO-FILE ASSIGN TO DYNAMIC WS-ARQ-SALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALDO.
           SELECT SALDOTRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-SALDOTRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALDOTRAB.
      * SALDOS POR FUNCIONARIO DA COMPETENCIA, COM A COPIA DE
      * TRABALHO DO RERUN (MESMO ESQUEMA DOS SALDOS DA EMPRESA).
           SELECT PROVFUNC-FILE ASSIGN TO DYNAMIC WS-ARQ-PROVFUNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROVFUNC.
           SELECT PFTRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-PFTRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PFTRAB.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           05 B13-MATRICULA    PIC 9(06).
           05 B13-ANO          PIC 9(04).
           05 B13-VALOR        PIC 9(06)V99.
       FD  SALDO-FILE.
       COPY PROVISAO-SALDO-REC.
       FD  SALDOTRAB-FILE.
       01  ST-SALDO-REC        PIC X(63).
       FD  PROVFUNC-FILE.
       COPY PROVISAO-FUNC-REC.
       FD  PFTRAB-FILE.
       01  PT-PROVISAO-FUNC-REC PIC X(48).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-TOT-INSS-13      PIC 9(09)V99 VALUE ZEROS.
       01 WS-AUX-VALOR        PIC ZZ.ZZ9,99.
       01 WS-AUX-TOTAL        PIC ZZZ.ZZZ.ZZ9,99.
      * SALDOS DA COMPETENCIA E A COPIA DE TRABALHO DO RERUN.
       01 WS-ARQ-SALDO      PIC X(40)
           VALUE "data/PROVISAO_SALDOS.DAT".
       01 WS-FS-SALDO                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-SALDOTRAB  PIC X(40)
           VALUE "data/PROVISAO_SALDOS_TRAB.DAT".
       01 WS-FS-SALDOTRAB                        PIC X(02) VALUE SPACES.
       01 WS-FIM-SALDO                           PIC X(01) VALUE "N".
           88 FIM-SALDO                          VALUE "S".
       01 WS-QTD-SALDOS-SUBST PIC 9(05)    VALUE ZEROS.
       01 WS-ARQ-PROVFUNC   PIC X(40)
           VALUE "data/PROVISAO_FUNC.DAT".
       01 WS-FS-PROVFUNC                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-PFTRAB     PIC X(40)
           VALUE "data/PROVISAO_FUNC_TRAB.DAT".
       01 WS-FS-PFTRAB                           PIC X(02) VALUE SPACES.
       01 WS-FIM-PROVFUNC                        PIC X(01) VALUE "N".
           88 FIM-PROVFUNC                       VALUE "S".
       01 WS-QTD-PROVFUNC-SUBST PIC 9(05)  VALUE ZEROS.
       01 WS-COMPETENCIA-PROV PIC 9(06)    VALUE ZEROS.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA.
       01 WS-LINHA-GUARDADA   PIC X(120) VALUE SPACES.
       COPY CABECALHO-WS.
           MOVE "PROVISAO DE 13O SALARIO E FERIAS" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-PROVISAO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-PROC
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA-PROV

      * OS SALDOS POR FUNCIONARIO DE UMA EXECUCAO ANTERIOR NA MESMA
      * COMPETENCIA SAEM ANTES DE A VARREDURA GRAVAR OS NOVOS.
           PERFORM LIMPAR-PROVISAO-FUNC-COMPETENCIA
           OPEN EXTEND PROVFUNC-FILE
           IF WS-FS-PROVFUNC = "35"
               OPEN OUTPUT PROVFUNC-FILE
               CLOSE PROVFUNC-FILE
               OPEN EXTEND PROVFUNC-FILE
           END-IF
           IF WS-FS-PROVFUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR SALDOS POR FUNCIONARIO: "
                   WS-FS-PROVFUNC
               CLOSE EMPLOYEE-MASTER
               CLOSE PROVISAO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGAR-DEPENDENTES
           PERFORM CARREGAR-BAIXAS-FERIAS

           CLOSE EMPLOYEE-MASTER
           CLOSE PROVISAO-FILE
           CLOSE PROVFUNC-FILE
           IF WS-QTD-PROVFUNC-SUBST > 0
               DISPLAY "RERUN DA COMPETENCIA " WS-COMPETENCIA-PROV
                   " - " WS-QTD-PROVFUNC-SUBST
                   " SALDO(S) POR FUNCIONARIO SUBSTITUIDO(S)"
           END-IF

           PERFORM GRAVAR-SALDOS-PROVISAO

           MOVE WS-RC-NORMAL TO RETURN-CODE
           GOBACK.
               ADD 1 TO WS-QTD-FUNCIONARIOS
               PERFORM CALCULAR-PROVISOES
               PERFORM IMPRIMIR-LINHA-FUNCIONARIO
               PERFORM GRAVAR-PROVISAO-FUNCIONARIO
           END-IF.

       GRAVAR-PROVISAO-FUNCIONARIO.
           MOVE WS-COMPETENCIA-PROV TO PF-COMPETENCIA
           MOVE FM-ID-FUNC          TO PF-MATRICULA
           MOVE WS-PROV-13          TO PF-SALDO-13
           MOVE WS-INSS-13          TO PF-INSS-13
           MOVE WS-PROV-FERIAS      TO PF-SALDO-FERIAS
           MOVE WS-TERCO-FERIAS     TO PF-SALDO-TERCO
           WRITE PF-PROVISAO-FUNC-REC.

      * TIRA DO ARQUIVO DE SALDOS POR FUNCIONARIO AS LINHAS DA
      * COMPETENCIA CORRENTE, PELO ARQUIVO DE TRABALHO. ARQUIVO
      * AUSENTE E A PRIMEIRA PROVISAO - NADA A LIMPAR.
       LIMPAR-PROVISAO-FUNC-COMPETENCIA.
           MOVE ZEROS TO WS-QTD-PROVFUNC-SUBST
           MOVE "N"   TO WS-FIM-PROVFUNC
           OPEN INPUT PROVFUNC-FILE
           IF WS-FS-PROVFUNC = "00"
               OPEN OUTPUT PFTRAB-FILE
               IF WS-FS-PFTRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DOS SALDOS POR "
                       "FUNCIONARIO: " WS-FS-PFTRAB
                   CLOSE PROVFUNC-FILE
                   CLOSE EMPLOYEE-MASTER
                   CLOSE PROVISAO-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-PROVFUNC
                   READ PROVFUNC-FILE
                       AT END
                           SET FIM-PROVFUNC TO TRUE
                       NOT AT END
                           IF PF-COMPETENCIA = WS-COMPETENCIA-PROV
                               ADD 1 TO WS-QTD-PROVFUNC-SUBST
                           ELSE
                               MOVE PF-PROVISAO-FUNC-REC
                                   TO PT-PROVISAO-FUNC-REC
                               WRITE PT-PROVISAO-FUNC-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVFUNC-FILE
               CLOSE PFTRAB-FILE

               MOVE "N" TO WS-FIM-PROVFUNC
               OPEN INPUT PFTRAB-FILE
               OPEN OUTPUT PROVFUNC-FILE
               IF WS-FS-PFTRAB NOT = "00" OR WS-FS-PROVFUNC NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR SALDOS POR FUNCIONARIO: "
                       WS-FS-PFTRAB "/" WS-FS-PROVFUNC
                   CLOSE EMPLOYEE-MASTER
                   CLOSE PROVISAO-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-PROVFUNC
                   READ PFTRAB-FILE
                       AT END
                           SET FIM-PROVFUNC TO TRUE
                       NOT AT END
                           MOVE PT-PROVISAO-FUNC-REC
                               TO PF-PROVISAO-FUNC-REC
                           WRITE PF-PROVISAO-FUNC-REC
                   END-READ
               END-PERFORM
               CLOSE PFTRAB-FILE
               CLOSE PROVFUNC-FILE
           END-IF.

      * 13O: AVOS DE 1/12 POR MES TRABALHADO NO ANO CORRENTE ATE O
               " TERCO=" WS-TOT-TERCO
               " INSS13=" WS-TOT-INSS-13.

      * GRAVA OS TOTAIS DESTA EXECUCAO NOS SALDOS DE PROVISAO: A
      * LINHA DA MESMA COMPETENCIA, DE UMA EXECUCAO ANTERIOR, E
      * DESCARTADA PELO ARQUIVO DE TRABALHO (MESMO ESQUEMA DOS TOTAIS
      * DA FOLHA NO A008). ARQUIVO AUSENTE E A PRIMEIRA PROVISAO.
       GRAVAR-SALDOS-PROVISAO.
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA-PROV
           MOVE ZEROS TO WS-QTD-SALDOS-SUBST
           MOVE "N"   TO WS-FIM-SALDO
           OPEN INPUT SALDO-FILE
           IF WS-FS-SALDO = "00"
               OPEN OUTPUT SALDOTRAB-FILE
               IF WS-FS-SALDOTRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DOS SALDOS: "
                       WS-FS-SALDOTRAB
                   CLOSE SALDO-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-SALDO
                   READ SALDO-FILE
                       AT END
                           SET FIM-SALDO TO TRUE
                       NOT AT END
                           IF PS-COMPETENCIA = WS-COMPETENCIA-PROV
                               ADD 1 TO WS-QTD-SALDOS-SUBST
                           ELSE
                               MOVE PS-SALDO-REC TO ST-SALDO-REC
                               WRITE ST-SALDO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDO-FILE
               CLOSE SALDOTRAB-FILE

               MOVE "N" TO WS-FIM-SALDO
               OPEN INPUT SALDOTRAB-FILE
               IF WS-FS-SALDOTRAB NOT = "00"
                   DISPLAY "ERRO AO RELER O TRABALHO DOS SALDOS: "
                       WS-FS-SALDOTRAB
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT SALDO-FILE
               IF WS-FS-SALDO NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR SALDOS DE PROVISAO: "
                       WS-FS-SALDO
                   CLOSE SALDOTRAB-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-SALDO
                   READ SALDOTRAB-FILE
                       AT END
                           SET FIM-SALDO TO TRUE
                       NOT AT END
                           MOVE ST-SALDO-REC TO PS-SALDO-REC
                           WRITE PS-SALDO-REC
                   END-READ
               END-PERFORM
               CLOSE SALDOTRAB-FILE
           ELSE
               OPEN OUTPUT SALDO-FILE
           END-IF
           IF WS-FS-SALDO NOT = "00"
               DISPLAY "ERRO AO GRAVAR SALDOS DE PROVISAO: "
                   WS-FS-SALDO
           ELSE
               MOVE WS-COMPETENCIA-PROV  TO PS-COMPETENCIA
               MOVE WS-QTD-FUNCIONARIOS  TO PS-QTD-FUNCIONARIOS
               MOVE WS-TOT-13            TO PS-SALDO-13
               MOVE WS-TOT-INSS-13       TO PS-INSS-13
               MOVE WS-TOT-FERIAS        TO PS-SALDO-FERIAS
               MOVE WS-TOT-TERCO         TO PS-SALDO-TERCO
               MOVE WS-CAB-DATA-EXECUCAO TO PS-DATA-EXECUCAO
               WRITE PS-SALDO-REC
               CLOSE SALDO-FILE
               IF WS-QTD-SALDOS-SUBST > 0
                   DISPLAY "RERUN DA COMPETENCIA " WS-COMPETENCIA-PROV
                       " - SALDOS DE PROVISAO SUBSTITUIDOS"
               END-IF
           END-IF.

       IMPRIMIR-CABECALHO-PROVISAO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO PV-LINHA
