      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: RELATORIO PERIODICO DE ACESSOS E DE ALTERACOES POR
      *          OPERADOR DAS TELAS DE MANUTENCAO. NO PERIODO PEDIDO
      *          (ACESSOS_DATA_INI E ACESSOS_DATA_FIM, AAAAMMDD; SEM
      *          OS DOIS, O MES ANTERIOR A DATA DE MOVIMENTO):
      *          1. TENTATIVAS RECUSADAS (SENHA ERRADA, OPERADOR
      *             INEXISTENTE, BLOQUEADO OU VENCIDO), ACOES NEGADAS
      *             PELO PERFIL E MANUTENCOES NO CADASTRO DE OPERADORES,
      *             DO REGISTRO DE ACESSOS (data/ACESSOS.DAT);
      *          2. RESUMO POR OPERADOR: ENTRADAS, RECUSAS, NEGACOES E
      *             MANUTENCOES, MAIS AS ALTERACOES QUE ELE FEZ - NO
      *             CADASTRO DE FUNCIONARIOS (TRILHA FUNC_AUDITORIA),
      *             NO CADASTRO DE ALUNOS (TRILHA ALUNO_AUDITORIA), NO
      *             CADASTRO DE TURMAS (TRILHA TURMA_AUDITORIA) E NAS
      *             NOTAS (REGISTRO DE CAPTURA CAPTURA_NOTAS). LINHA DE
      *             TRILHA SEM OPERADOR (CADEIA NOTURNA, MOVIMENTO EM
      *             LOTE, RESCISAO) CONTA PARA "(LOTE)";
      *          3. SITUACAO ATUAL: OPERADORES BLOQUEADOS E COM O ACESSO
      *             VENCIDO NO CADASTRO DE OPERADORES.
      *          SAIDA EM data/ACESSOS_OPERADORES.TXT. PERIODO INVALIDO
      *          TERMINA EM ERRO DE DADOS; BLOQUEIO POR SENHA ERRADA NO
      *          PERIODO TERMINA EM ALERTA, PARA ALGUEM CONFERIR SE FOI
      *          ESQUECIMENTO OU TENTATIVA DE INVASAO.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A052-RELATORIO-ACESSOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACESSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACESSO.
      * AS DUAS TRILHAS DE AUDITORIA SAO LIDAS UMA DE CADA VEZ PELA
      * MESMA AREA DE LINHA (A MAIS LARGA, A DO CADASTRO DE ALUNOS).
           SELECT TRILHA-FILE ASSIGN TO DYNAMIC WS-ARQ-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRILHA.
           SELECT CAPTURA-FILE ASSIGN TO DYNAMIC WS-ARQ-CAPTURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAPTURA.
           SELECT OPERADOR-FILE ASSIGN TO DYNAMIC WS-ARQ-OPERADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ACESSO-FILE.
       COPY ACESSO-LOG-REC.
       FD  TRILHA-FILE.
       01  TR-LINHA                PIC X(400).
       FD  CAPTURA-FILE.
       COPY CAPTURA-NOTAS-REC.
       FD  OPERADOR-FILE.
       COPY OPERADOR-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA                PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-ACESSO     PIC X(40)
           VALUE "data/ACESSOS.DAT".
       01 WS-FS-ACESSO                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-TRILHA     PIC X(40) VALUE SPACES.
       01 WS-FS-TRILHA                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-CAPTURA    PIC X(40)
           VALUE "data/CAPTURA_NOTAS.DAT".
       01 WS-FS-CAPTURA                          PIC X(02) VALUE SPACES.
       01 WS-ARQ-OPERADOR   PIC X(40)
           VALUE "data/OPERADORES.DAT".
       01 WS-FS-OPERADOR                         PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/ACESSOS_OPERADORES.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ARQUIVO                         PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
      * PERIODO DO RELATORIO.
       01 WS-DATA-MOV       PIC 9(08) VALUE ZEROS.
       01 WS-INI-X          PIC X(08) VALUE SPACES.
       01 WS-FIM-X          PIC X(08) VALUE SPACES.
       01 WS-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.
       01 WS-DATA-TRAB      PIC 9(08) VALUE ZEROS.
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05 WS-TRAB-ANO   PIC 9(04).
           05 WS-TRAB-MES   PIC 9(02).
           05 WS-TRAB-DIA   PIC 9(02).
       01 WS-PERIODO-OK                          PIC X(01) VALUE "S".
           88 PERIODO-OK                         VALUE "S".
      * POSICOES DO OPERADOR NAS LINHAS DAS TRILHAS ("OPERADOR=" E O
      * ID LOGO DEPOIS) E A OPERACAO QUE VALE CADA COLUNA DO RESUMO.
       01 WS-TR-POS-TAG     PIC 9(03) VALUE ZEROS.
       01 WS-TR-POS-ID      PIC 9(03) VALUE ZEROS.
       01 WS-TR-TIPO                             PIC X(01) VALUE SPACES.
           88 TRILHA-FUNCIONARIOS                VALUE "F".
           88 TRILHA-ALUNOS                      VALUE "A".
           88 TRILHA-TURMAS                      VALUE "T".
       01 WS-TR-DATA-X      PIC X(08) VALUE SPACES.
       01 WS-TR-DATA REDEFINES WS-TR-DATA-X PIC 9(08).
       01 WS-TR-OPERACAO    PIC X(09) VALUE SPACES.
      * RESUMO POR OPERADOR.
       01 WS-OP-TABELA.
           05 WS-OP-ENTRADA OCCURS 200 TIMES.
               10 WS-OP-ID          PIC X(08).
               10 WS-OP-ENTRADAS    PIC 9(05).
               10 WS-OP-RECUSAS     PIC 9(05).
               10 WS-OP-NEGACOES    PIC 9(05).
               10 WS-OP-MANUTENCOES PIC 9(05).
               10 WS-OP-FUNC-INC    PIC 9(05).
               10 WS-OP-FUNC-ALT    PIC 9(05).
               10 WS-OP-FUNC-DES    PIC 9(05).
               10 WS-OP-ALU-INC     PIC 9(05).
               10 WS-OP-ALU-ALT     PIC 9(05).
               10 WS-OP-ALU-EXC     PIC 9(05).
               10 WS-OP-TUR-INC     PIC 9(05).
               10 WS-OP-TUR-ALT     PIC 9(05).
               10 WS-OP-TUR-EXC     PIC 9(05).
               10 WS-OP-NOTAS-DIG   PIC 9(05).
               10 WS-OP-NOTAS-RET   PIC 9(05).
       01 WS-QTD-OP         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-OP         PIC 9(03) VALUE ZEROS.
       01 WS-OP-PROCURADO   PIC X(08) VALUE SPACES.
       01 WS-QTD-FORA-TABELA PIC 9(05) VALUE ZEROS.
      * TOTAIS.
       01 WS-QTD-RECUSAS    PIC 9(05) VALUE ZEROS.
       01 WS-QTD-NEGACOES   PIC 9(05) VALUE ZEROS.
       01 WS-QTD-BLOQUEIOS  PIC 9(05) VALUE ZEROS.
       01 WS-QTD-MANUTENCOES PIC 9(05) VALUE ZEROS.
       01 WS-QTD-SITUACAO   PIC 9(05) VALUE ZEROS.
      * DATA FORMATADA PARA O RELATORIO.
       01 WS-DATA-FMT-N     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FMT-R REDEFINES WS-DATA-FMT-N.
           05 WS-FMT-ANO    PIC 9(04).
           05 WS-FMT-MES    PIC 9(02).
           05 WS-FMT-DIA    PIC 9(02).
       01 WS-DATA-FMT       PIC X(10) VALUE SPACES.
       01 WS-DATA-INI-FMT   PIC X(10) VALUE SPACES.
       01 WS-DATA-FIM-FMT   PIC X(10) VALUE SPACES.
       01 WS-HORA-FMT       PIC X(05) VALUE SPACES.
      * CAMPOS EDITADOS DO RESUMO.
       01 WS-AUX-Q1         PIC ZZZZ9.
       01 WS-AUX-Q2         PIC ZZZZ9.
       01 WS-AUX-Q3         PIC ZZZZ9.
       01 WS-AUX-Q4         PIC ZZZZ9.
       01 WS-AUX-Q5         PIC ZZZZ9.
       01 WS-AUX-Q6         PIC ZZZZ9.
       01 WS-AUX-Q7         PIC ZZZZ9.
       01 WS-AUX-Q8         PIC ZZZZ9.
       01 WS-AUX-Q9         PIC ZZZZ9.
       01 WS-AUX-Q10        PIC ZZZZ9.
       01 WS-AUX-Q11        PIC ZZZZ9.
       01 WS-AUX-Q12        PIC ZZZZ9.
       01 WS-AUX-Q13        PIC ZZZZ9.
       01 WS-AUX-Q14        PIC ZZZZ9.
       01 WS-AUX-Q15        PIC ZZZZ9.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA PIC X(130) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "RELATORIO DE ACESSOS - A052-RELATORIO-ACESSOS"

           MOVE "ACESSOS E ALTERACOES POR OPERADOR" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-MOV

           PERFORM RESOLVER-PERIODO
           IF NOT PERIODO-OK
               DISPLAY "PERIODO INVALIDO (ACESSOS_DATA_INI="
                   WS-INI-X " ACESSOS_DATA_FIM=" WS-FIM-X
                   ") - INFORME OS DOIS EM AAAAMMDD, INICIO ATE O FIM"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DATA-INI TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-FMT TO WS-DATA-INI-FMT
           MOVE WS-DATA-FIM TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-FMT TO WS-DATA-FIM-FMT
           DISPLAY "PERIODO: " WS-DATA-INI-FMT " A " WS-DATA-FIM-FMT

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DE ACESSOS: "
                   WS-FS-RELATORIO
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-ACESSOS

           PERFORM LER-ACESSOS

           MOVE "F" TO WS-TR-TIPO
           MOVE "data/FUNC_AUDITORIA.TXT" TO WS-ARQ-TRILHA
           MOVE 318 TO WS-TR-POS-TAG
           MOVE 327 TO WS-TR-POS-ID
           PERFORM LER-TRILHA

           MOVE "A" TO WS-TR-TIPO
           MOVE "data/ALUNO_AUDITORIA.TXT" TO WS-ARQ-TRILHA
           MOVE 380 TO WS-TR-POS-TAG
           MOVE 389 TO WS-TR-POS-ID
           PERFORM LER-TRILHA

           MOVE "T" TO WS-TR-TIPO
           MOVE "data/TURMA_AUDITORIA.TXT" TO WS-ARQ-TRILHA
           MOVE 108 TO WS-TR-POS-TAG
           MOVE 117 TO WS-TR-POS-ID
           PERFORM LER-TRILHA

           PERFORM LER-CAPTURA-NOTAS
           PERFORM IMPRIMIR-RESUMO
           PERFORM IMPRIMIR-SITUACAO-OPERADORES
           CLOSE RELATORIO-FILE

           DISPLAY "RECUSAS=" WS-QTD-RECUSAS
               " BLOQUEIOS=" WS-QTD-BLOQUEIOS
               " NEGACOES=" WS-QTD-NEGACOES
               " MANUTENCOES=" WS-QTD-MANUTENCOES
               " OPERADORES=" WS-QTD-OP
           IF WS-QTD-FORA-TABELA > 0
               DISPLAY "TABELA DE OPERADORES CHEIA - "
                   WS-QTD-FORA-TABELA " LINHAS FORA DO RESUMO"
           END-IF

           IF WS-QTD-BLOQUEIOS > 0 OR WS-QTD-FORA-TABELA > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * PERIODO PEDIDO NOS PARAMETROS; SEM NENHUM DOS DOIS, O MES
      * CIVIL ANTERIOR A DATA DE MOVIMENTO (O RELATORIO MENSAL).
       RESOLVER-PERIODO.
           MOVE "S" TO WS-PERIODO-OK
           ACCEPT WS-INI-X FROM ENVIRONMENT "ACESSOS_DATA_INI"
           ACCEPT WS-FIM-X FROM ENVIRONMENT "ACESSOS_DATA_FIM"
           IF WS-INI-X = SPACES AND WS-FIM-X = SPACES
               MOVE WS-DATA-MOV TO WS-DATA-TRAB
               MOVE 01 TO WS-TRAB-DIA
               COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB) - 1)
               MOVE WS-DATA-FIM TO WS-DATA-TRAB
               MOVE 01 TO WS-TRAB-DIA
               MOVE WS-DATA-TRAB TO WS-DATA-INI
           ELSE
               IF WS-INI-X IS NOT NUMERIC OR WS-FIM-X IS NOT NUMERIC
                   MOVE "N" TO WS-PERIODO-OK
               ELSE
                   MOVE WS-INI-X TO WS-DATA-TRAB
                   PERFORM CRITICAR-DATA-TRAB
                   MOVE WS-DATA-TRAB TO WS-DATA-INI
                   MOVE WS-FIM-X TO WS-DATA-TRAB
                   PERFORM CRITICAR-DATA-TRAB
                   MOVE WS-DATA-TRAB TO WS-DATA-FIM
                   IF WS-DATA-INI > WS-DATA-FIM
                       MOVE "N" TO WS-PERIODO-OK
                   END-IF
               END-IF
           END-IF.

       CRITICAR-DATA-TRAB.
           IF WS-TRAB-ANO < 1900
                   OR WS-TRAB-MES < 1 OR WS-TRAB-MES > 12
                   OR WS-TRAB-DIA < 1 OR WS-TRAB-DIA > 31
               MOVE "N" TO WS-PERIODO-OK
           END-IF.

      * REGISTRO DE ACESSOS: ENTRADAS SO CONTAM; RECUSAS, NEGACOES E
      * MANUTENCOES DE OPERADORES SAEM UMA A UMA NO DETALHE.
       LER-ACESSOS.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACESSOS
           MOVE "1. RECUSAS, NEGACOES E MANUTENCOES DE OPERADORES"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACESSOS
           MOVE "DATA       HORA  OPERADOR PROGRAMA             EVENTO"
               TO RL-LINHA
           MOVE "ACAO" TO RL-LINHA(61:4)
           PERFORM GRAVAR-LINHA-ACESSOS

           OPEN INPUT ACESSO-FILE
           IF WS-FS-ACESSO NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "  SEM REGISTRO DE ACESSOS (STATUS " WS-FS-ACESSO
                      ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ACESSOS
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ACESSO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF AC-DATA >= WS-DATA-INI
                                   AND AC-DATA <= WS-DATA-FIM
                               PERFORM TRATAR-ACESSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACESSO-FILE
               IF WS-QTD-RECUSAS = 0 AND WS-QTD-NEGACOES = 0
                       AND WS-QTD-MANUTENCOES = 0
                   MOVE "  NENHUMA NO PERIODO" TO RL-LINHA
                   PERFORM GRAVAR-LINHA-ACESSOS
               END-IF
           END-IF.

       TRATAR-ACESSO.
           MOVE AC-OPERADOR TO WS-OP-PROCURADO
           PERFORM LOCALIZAR-OPERADOR
           EVALUATE TRUE
               WHEN AC-ENTRADA
                   IF WS-IDX-OP > 0
                       ADD 1 TO WS-OP-ENTRADAS(WS-IDX-OP)
                   END-IF
               WHEN AC-NEGADO
                   ADD 1 TO WS-QTD-NEGACOES
                   IF WS-IDX-OP > 0
                       ADD 1 TO WS-OP-NEGACOES(WS-IDX-OP)
                   END-IF
                   PERFORM IMPRIMIR-ACESSO
               WHEN AC-MANUTENCAO
                   ADD 1 TO WS-QTD-MANUTENCOES
                   IF WS-IDX-OP > 0
                       ADD 1 TO WS-OP-MANUTENCOES(WS-IDX-OP)
                   END-IF
                   PERFORM IMPRIMIR-ACESSO
               WHEN OTHER
                   ADD 1 TO WS-QTD-RECUSAS
                   IF AC-BLOQUEIO
                       ADD 1 TO WS-QTD-BLOQUEIOS
                   END-IF
                   IF WS-IDX-OP > 0
                       ADD 1 TO WS-OP-RECUSAS(WS-IDX-OP)
                   END-IF
                   PERFORM IMPRIMIR-ACESSO
           END-EVALUATE.

       IMPRIMIR-ACESSO.
           MOVE AC-DATA TO WS-DATA-FMT-N
           PERFORM FORMATAR-DATA
           MOVE SPACES TO WS-HORA-FMT
           STRING AC-HORA(1:2) ":" AC-HORA(3:2)
               DELIMITED BY SIZE INTO WS-HORA-FMT
           END-STRING
           MOVE SPACES TO RL-LINHA
           STRING WS-DATA-FMT " " WS-HORA-FMT " " AC-OPERADOR " "
                  AC-PROGRAMA " " AC-EVENTO " " AC-ACAO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACESSOS.

      * TRILHA DE AUDITORIA DE UM CADASTRO: DATA DD/MM/AAAA NO INICIO
      * DA LINHA, OPERACAO NA POSICAO 12 E O OPERADOR NO FIM (SEM A
      * MARCA, A LINHA VEIO DA CADEIA NOTURNA OU E ANTERIOR A ENTRADA
      * DE OPERADORES - CONTA PARA "(LOTE)"). TRILHA AUSENTE NAO E
      * ERRO: NENHUMA ALTERACAO NAQUELE CADASTRO.
       LER-TRILHA.
           OPEN INPUT TRILHA-FILE
           IF WS-FS-TRILHA NOT = "00"
               DISPLAY "SEM TRILHA " FUNCTION TRIM(WS-ARQ-TRILHA)
                   " (STATUS " WS-FS-TRILHA ")"
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ TRILHA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM TRATAR-LINHA-TRILHA
                   END-READ
               END-PERFORM
               CLOSE TRILHA-FILE
           END-IF.

       TRATAR-LINHA-TRILHA.
           MOVE SPACES TO WS-TR-DATA-X
           STRING TR-LINHA(7:4) TR-LINHA(4:2) TR-LINHA(1:2)
               DELIMITED BY SIZE INTO WS-TR-DATA-X
           END-STRING
           IF WS-TR-DATA-X IS NUMERIC
               IF WS-TR-DATA >= WS-DATA-INI
                       AND WS-TR-DATA <= WS-DATA-FIM
                   IF TR-LINHA(WS-TR-POS-TAG:9) = "OPERADOR="
                       MOVE TR-LINHA(WS-TR-POS-ID:8) TO WS-OP-PROCURADO
                   ELSE
                       MOVE "(LOTE)" TO WS-OP-PROCURADO
                   END-IF
                   PERFORM LOCALIZAR-OPERADOR
                   MOVE TR-LINHA(12:9) TO WS-TR-OPERACAO
                   IF WS-IDX-OP > 0
                       PERFORM CONTAR-OPERACAO-TRILHA
                   END-IF
               END-IF
           END-IF.

       CONTAR-OPERACAO-TRILHA.
           EVALUATE TRUE ALSO WS-TR-OPERACAO
               WHEN TRILHA-FUNCIONARIOS ALSO "INCLUSAO"
                   ADD 1 TO WS-OP-FUNC-INC(WS-IDX-OP)
               WHEN TRILHA-FUNCIONARIOS ALSO "ALTERACAO"
                   ADD 1 TO WS-OP-FUNC-ALT(WS-IDX-OP)
               WHEN TRILHA-FUNCIONARIOS ALSO "DESLIGTO"
                   ADD 1 TO WS-OP-FUNC-DES(WS-IDX-OP)
               WHEN TRILHA-ALUNOS ALSO "INCLUSAO"
                   ADD 1 TO WS-OP-ALU-INC(WS-IDX-OP)
               WHEN TRILHA-ALUNOS ALSO "ALTERACAO"
                   ADD 1 TO WS-OP-ALU-ALT(WS-IDX-OP)
               WHEN TRILHA-ALUNOS ALSO "EXCLUSAO"
                   ADD 1 TO WS-OP-ALU-EXC(WS-IDX-OP)
               WHEN TRILHA-TURMAS ALSO "INCLUSAO"
                   ADD 1 TO WS-OP-TUR-INC(WS-IDX-OP)
               WHEN TRILHA-TURMAS ALSO "ALTERACAO"
                   ADD 1 TO WS-OP-TUR-ALT(WS-IDX-OP)
               WHEN TRILHA-TURMAS ALSO "EXCLUSAO"
                   ADD 1 TO WS-OP-TUR-EXC(WS-IDX-OP)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * REGISTRO DE CAPTURA DE NOTAS: ALUNOS DIGITADOS E RETIFICACOES.
       LER-CAPTURA-NOTAS.
           OPEN INPUT CAPTURA-FILE
           IF WS-FS-CAPTURA NOT = "00"
               DISPLAY "SEM REGISTRO DE CAPTURA DE NOTAS (STATUS "
                   WS-FS-CAPTURA ")"
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CAPTURA-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF CN-DATA >= WS-DATA-INI
                                   AND CN-DATA <= WS-DATA-FIM
                               MOVE CN-OPERADOR TO WS-OP-PROCURADO
                               PERFORM LOCALIZAR-OPERADOR
                               IF WS-IDX-OP > 0 AND CN-DIGITACAO
                                   ADD 1 TO WS-OP-NOTAS-DIG(WS-IDX-OP)
                               END-IF
                               IF WS-IDX-OP > 0 AND CN-RETIFICACAO
                                   ADD 1 TO WS-OP-NOTAS-RET(WS-IDX-OP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPTURA-FILE
           END-IF.

      * POSICAO DO OPERADOR NA TABELA DO RESUMO, INCLUINDO QUANDO E A
      * PRIMEIRA VEZ QUE APARECE. TABELA CHEIA DEVOLVE ZERO E A LINHA
      * FICA FORA DO RESUMO (CONTADA PARA O ALERTA).
       LOCALIZAR-OPERADOR.
           IF WS-OP-PROCURADO = SPACES
               MOVE "(BRANCO)" TO WS-OP-PROCURADO
           END-IF
           MOVE ZEROS TO WS-IDX-OP
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-QTD-OP
                      OR WS-OP-ID(WS-IDX-OP) = WS-OP-PROCURADO
               CONTINUE
           END-PERFORM
           IF WS-IDX-OP > WS-QTD-OP
               IF WS-QTD-OP < 200
                   ADD 1 TO WS-QTD-OP
                   MOVE WS-QTD-OP TO WS-IDX-OP
                   INITIALIZE WS-OP-ENTRADA(WS-IDX-OP)
                   MOVE WS-OP-PROCURADO TO WS-OP-ID(WS-IDX-OP)
               ELSE
                   MOVE ZEROS TO WS-IDX-OP
                   ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
           END-IF.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACESSOS
           MOVE "2. RESUMO POR OPERADOR" TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACESSOS
           MOVE SPACES TO RL-LINHA
           MOVE "ACESSOS"      TO RL-LINHA(18:7)
           MOVE "FUNCIONARIOS" TO RL-LINHA(37:12)
           MOVE "ALUNOS"       TO RL-LINHA(59:6)
           MOVE "NOTAS"        TO RL-LINHA(76:5)
           MOVE "TURMAS"       TO RL-LINHA(91:6)
           PERFORM GRAVAR-LINHA-ACESSOS
           MOVE SPACES TO RL-LINHA
           STRING "OPERADOR ENTRA RECUS NEGAD MANUT"
                  "   INCL  ALTE  DESL"
                  "   INCL  ALTE  EXCL"
                  "   DIGI  RETI"
                  "   INCL  ALTE  EXCL"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-ACESSOS
           IF WS-QTD-OP = 0
               MOVE "  NENHUM ACESSO OU ALTERACAO NO PERIODO"
                   TO RL-LINHA
               PERFORM GRAVAR-LINHA-ACESSOS
           END-IF
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-QTD-OP
               MOVE WS-OP-ENTRADAS(WS-IDX-OP)    TO WS-AUX-Q1
               MOVE WS-OP-RECUSAS(WS-IDX-OP)     TO WS-AUX-Q2
               MOVE WS-OP-NEGACOES(WS-IDX-OP)    TO WS-AUX-Q3
               MOVE WS-OP-MANUTENCOES(WS-IDX-OP) TO WS-AUX-Q4
               MOVE WS-OP-FUNC-INC(WS-IDX-OP)    TO WS-AUX-Q5
               MOVE WS-OP-FUNC-ALT(WS-IDX-OP)    TO WS-AUX-Q6
               MOVE WS-OP-FUNC-DES(WS-IDX-OP)    TO WS-AUX-Q7
               MOVE WS-OP-ALU-INC(WS-IDX-OP)     TO WS-AUX-Q8
               MOVE WS-OP-ALU-ALT(WS-IDX-OP)     TO WS-AUX-Q9
               MOVE WS-OP-ALU-EXC(WS-IDX-OP)     TO WS-AUX-Q10
               MOVE WS-OP-NOTAS-DIG(WS-IDX-OP)   TO WS-AUX-Q11
               MOVE WS-OP-NOTAS-RET(WS-IDX-OP)   TO WS-AUX-Q12
               MOVE WS-OP-TUR-INC(WS-IDX-OP)     TO WS-AUX-Q13
               MOVE WS-OP-TUR-ALT(WS-IDX-OP)     TO WS-AUX-Q14
               MOVE WS-OP-TUR-EXC(WS-IDX-OP)     TO WS-AUX-Q15
               MOVE SPACES TO RL-LINHA
               STRING WS-OP-ID(WS-IDX-OP) " "
                      WS-AUX-Q1 " " WS-AUX-Q2 " " WS-AUX-Q3 " "
                      WS-AUX-Q4 "  "
                      WS-AUX-Q5 " " WS-AUX-Q6 " " WS-AUX-Q7 "  "
                      WS-AUX-Q8 " " WS-AUX-Q9 " " WS-AUX-Q10 "  "
                      WS-AUX-Q11 " " WS-AUX-Q12 "  "
                      WS-AUX-Q13 " " WS-AUX-Q14 " " WS-AUX-Q15
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ACESSOS
           END-PERFORM.

      * SITUACAO ATUAL DO CADASTRO DE OPERADORES: QUEM ESTA BLOQUEADO
      * E QUEM ESTA COM O ACESSO VENCIDO NA DATA DE MOVIMENTO.
       IMPRIMIR-SITUACAO-OPERADORES.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACESSOS
           MOVE "3. OPERADORES BLOQUEADOS OU COM ACESSO VENCIDO"
               TO RL-LINHA
           PERFORM GRAVAR-LINHA-ACESSOS
           OPEN INPUT OPERADOR-FILE
           IF WS-FS-OPERADOR NOT = "00"
               MOVE SPACES TO RL-LINHA
               STRING "  SEM CADASTRO DE OPERADORES (STATUS "
                      WS-FS-OPERADOR ")"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ACESSOS
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ OPERADOR-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM AVALIAR-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
               IF WS-QTD-SITUACAO = 0
                   MOVE "  NENHUM" TO RL-LINHA
                   PERFORM GRAVAR-LINHA-ACESSOS
               END-IF
           END-IF.

       AVALIAR-OPERADOR.
           IF OP-BLOQUEADO
               ADD 1 TO WS-QTD-SITUACAO
               MOVE SPACES TO RL-LINHA
               STRING "  " OP-ID " " OP-NOME " PERFIL " OP-PERFIL
                      " BLOQUEADO POR SENHA ERRADA"
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ACESSOS
           END-IF
           IF OP-DATA-EXPIRA > ZEROS AND OP-DATA-EXPIRA < WS-DATA-MOV
               ADD 1 TO WS-QTD-SITUACAO
               MOVE OP-DATA-EXPIRA TO WS-DATA-FMT-N
               PERFORM FORMATAR-DATA
               MOVE SPACES TO RL-LINHA
               STRING "  " OP-ID " " OP-NOME " PERFIL " OP-PERFIL
                      " ACESSO VENCIDO EM " WS-DATA-FMT
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-ACESSOS
           END-IF.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FMT
           STRING WS-FMT-DIA "/" WS-FMT-MES "/" WS-FMT-ANO
               DELIMITED BY SIZE INTO WS-DATA-FMT
           END-STRING.

       IMPRIMIR-CABECALHO-ACESSOS.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE 2 TO WS-CAB-QTD-LINHAS
           IF WS-CAB-PAGINA = 1
               MOVE SPACES TO RL-LINHA
               STRING "PERIODO: " WS-DATA-INI-FMT " A "
                      WS-DATA-FIM-FMT
                   DELIMITED BY SIZE INTO RL-LINHA
               END-STRING
               WRITE RL-LINHA
               ADD 1 TO WS-CAB-QTD-LINHAS
           END-IF.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-ACESSOS.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-ACESSOS
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A052-RELATORIO-ACESSOS.
