      ******************************************************************
      * Author: JEFFERSON RIZZETTO
      * Date: 15/10/2026
      * Porpose: REVISAO DE VARIACOES DA FOLHA ANTES DA REMESSA - ENTRE
      *          A FOLHA (A008) E A REMESSA AO BANCO (A013) NINGUEM
      *          OLHAVA SE OS NUMEROS FAZIAM SENTIDO, E UMA LINHA DE
      *          RETROATIVO (A025) FORA DO LUGAR JA DOBROU O LIQUIDO DE
      *          UM FUNCIONARIO E FOI PARA O BANCO. ESTE PROGRAMA
      *          COMPARA, NO ACUMULADO DE FOLHA, O BRUTO, OS DESCONTOS
      *          (BRUTO MENOS LIQUIDO) E O LIQUIDO DE CADA FUNCIONARIO
      *          NA FOLHA MENSAL DA COMPETENCIA CONTRA O MES ANTERIOR E
      *          LISTA:
      *            - QUEM VARIOU ALEM DO LIMITE DO PARAMETRO DO RH
      *              (PERCENTUAL SOBRE O MES ANTERIOR E VALOR MINIMO);
      *            - QUEM E NOVO (SEM FOLHA NO MES ANTERIOR);
      *            - QUEM SUMIU (SEM FOLHA NA COMPETENCIA);
      *            - QUEM FICOU COM LIQUIDO ZERADO;
      *          JUNTO COM AS VERBAS DO MOVIMENTO QUE MUDARAM ENTRE OS
      *          DOIS MESES. A MARCA DE REVISAO NO CONTROLE DE
      *          COMPETENCIAS FICA "D" (DIVERGENCIAS A RECONHECER) OU
      *          "R" (NADA A REVISAR), E A REMESSA SO SAI COM "R".
      *          RODADO COM REVISAO_RECONHECER=S, DEPOIS DE O RH
      *          CONFERIR O RELATORIO, SO RECONHECE A REVISAO - SEM
      *          REAPURAR NADA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. A037-REVISAO-FOLHA.
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
      * ACUMULADO DE FOLHA APPENDADO PELO A008 - O QUE FOI PAGO EM
      * CADA COMPETENCIA.
           SELECT ACUMULADO-FILE ASSIGN TO DYNAMIC WS-ARQ-ACUMULADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUMULADO.
      * MOVIMENTO DE VERBAS DA FOLHA: AS VERBAS DOS DOIS MESES DE
      * QUEM APARECE NA REVISAO.
           SELECT MOVIMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTO.
      * LIMITES DA REVISAO, MANTIDOS PELO RH.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
      * CONTROLE DE COMPETENCIAS DA FOLHA - GUARDA A MARCA DE REVISAO
      * QUE A REMESSA (A013) CONSULTA.
           SELECT COMPETENCIA-FILE ASSIGN TO DYNAMIC WS-ARQ-COMPET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPET.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY FUNCIONARIO-REC.
       FD  ACUMULADO-FILE.
       COPY FOLHA-ACUM-REC.
      * MESMO LAYOUT DO MOVIMENTO DE VERBAS LIDO PELO A008.
       FD  MOVIMENTO-FILE.
       01  MV-MOVIMENTO-REC.
           05 MV-MATRICULA     PIC 9(06).
           05 MV-VERBA         PIC X(03).
           05 MV-DESCRICAO     PIC X(20).
           05 MV-NATUREZA      PIC X(01).
           05 MV-VALOR         PIC 9(05)V99.
           05 MV-COMPETENCIA   PIC 9(06).
      * PERCENTUAL DE VARIACAO SOBRE O MES ANTERIOR (02000 = 20,00%)
      * E VALOR MINIMO DA DIFERENCA PARA ENTRAR NA REVISAO - OS DOIS
      * PRECISAM SER ULTRAPASSADOS.
       FD  PARAM-FILE.
       01  RP-PARAM-REC.
           05 RP-PERCENTUAL    PIC 9(03)V99.
           05 RP-VALOR-MINIMO  PIC 9(05)V99.
       FD  COMPETENCIA-FILE.
       COPY COMPETENCIA-REC.
       FD  RELATORIO-FILE.
       01  RL-LINHA            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-FS-FUNC                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-ACUMULADO  PIC X(40)
           VALUE "data/FOLHA_ACUMULADO.DAT".
       01 WS-FS-ACUMULADO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-MOVIMENTO  PIC X(40)
           VALUE "data/FOLHA_MOVIMENTO.DAT".
       01 WS-FS-MOVIMENTO                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-PARAM      PIC X(40)
           VALUE "data/REVISAO_PARAM.DAT".
       01 WS-FS-PARAM                            PIC X(02) VALUE SPACES.
       01 WS-ARQ-COMPET     PIC X(40)
           VALUE "data/FOLHA_COMPETENCIA.DAT".
       01 WS-FS-COMPET                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-RELATORIO  PIC X(40)
           VALUE "data/REVISAO_FOLHA.TXT".
       01 WS-FS-RELATORIO                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ACUMULADO                       PIC X(01) VALUE "N".
           88 FIM-ACUMULADO                      VALUE "S".
       01 WS-FIM-MOVIMENTO                       PIC X(01) VALUE "N".
           88 FIM-MOVIMENTO                      VALUE "S".
       01 WS-FIM-COMPET                          PIC X(01) VALUE "N".
           88 FIM-COMPET                         VALUE "S".
      * COMPETENCIA REVISADA (REVISAO_COMPETENCIA, AAAAMM; AUSENTE
      * VALE O MES DA DATA DE MOVIMENTO, COMO NA FOLHA) E A ANTERIOR.
       01 WS-COMPETENCIA-X   PIC X(06) VALUE SPACES.
       01 WS-COMPETENCIA-REV PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-ANT PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA-ANT.
           05 WS-ANT-ANO     PIC 9(04).
           05 WS-ANT-MES     PIC 9(02).
      * MODO RECONHECIMENTO (REVISAO_RECONHECER=S).
       01 WS-RECONHECER-X    PIC X(01) VALUE SPACES.
           88 MODO-RECONHECER          VALUE "S".
      * CONTROLE DE COMPETENCIAS CARREGADO PARA A REGRAVACAO DA MARCA.
       01 WS-COMP-TABELA.
           05 WS-COMP-ENTRADA OCCURS 24 TIMES.
               10 WS-COMP-COMPETENCIA PIC 9(06).
               10 WS-COMP-SITUACAO    PIC X(01).
               10 WS-COMP-REMETIDA    PIC X(01).
               10 WS-COMP-ADIANTAMENTO PIC X(01).
               10 WS-COMP-REVISAO     PIC X(01).
       01 WS-QTD-COMPETENCIAS                    PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP                            PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP-ATU                        PIC 9(02) VALUE ZEROS.
      * LIMITES DA REVISAO - PADRAO 20% E R$ 100,00 SEM PARAMETRO.
       01 WS-PERC-LIMITE     PIC 9(03)V99 VALUE 20,00.
       01 WS-VALOR-MINIMO    PIC 9(05)V99 VALUE 100,00.
      * BRUTO, INSS, IRRF E LIQUIDO DA FOLHA MENSAL ("NORM") DE CADA
      * FUNCIONARIO NOS DOIS MESES, E A OCORRENCIA APURADA.
       01 WS-REV-TABELA.
           05 WS-REV-ENTRADA OCCURS 500 TIMES.
               10 WS-REV-MATRICULA    PIC 9(06).
               10 WS-REV-TEM-ATU      PIC X(01).
               10 WS-REV-TEM-ANT      PIC X(01).
               10 WS-REV-BRUTO-ATU    PIC 9(07)V99.
               10 WS-REV-INSS-ATU     PIC 9(05)V99.
               10 WS-REV-IRRF-ATU     PIC 9(05)V99.
               10 WS-REV-LIQ-ATU      PIC 9(07)V99.
               10 WS-REV-BRUTO-ANT    PIC 9(07)V99.
               10 WS-REV-INSS-ANT     PIC 9(05)V99.
               10 WS-REV-IRRF-ANT     PIC 9(05)V99.
               10 WS-REV-LIQ-ANT      PIC 9(07)V99.
               10 WS-REV-OCORRENCIA   PIC X(08).
       01 WS-QTD-REV         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-REV         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-ACHADO      PIC 9(03) VALUE ZEROS.
       01 WS-MATRIC-BUSCA    PIC 9(06) VALUE ZEROS.
       01 WS-QTD-ACUM-ATU    PIC 9(05) VALUE ZEROS.
      * VERBAS DO MOVIMENTO DE QUEM ENTROU NA REVISAO, SOMADAS POR
      * FUNCIONARIO E VERBA NOS DOIS MESES.
       01 WS-VRB-TABELA.
           05 WS-VRB-ENTRADA OCCURS 1000 TIMES.
               10 WS-VRB-IDX-REV      PIC 9(03).
               10 WS-VRB-VERBA        PIC X(03).
               10 WS-VRB-DESCRICAO    PIC X(20).
               10 WS-VRB-NATUREZA     PIC X(01).
               10 WS-VRB-VALOR-ATU    PIC 9(07)V99.
               10 WS-VRB-VALOR-ANT    PIC 9(07)V99.
       01 WS-QTD-VRB         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-VRB         PIC 9(04) VALUE ZEROS.
       01 WS-IDX-VRB-ACHADO  PIC 9(04) VALUE ZEROS.
       01 WS-VRB-CHEIA                           PIC X(01) VALUE "N".
           88 VRB-CHEIA                          VALUE "S".
      * APOIO DA COMPARACAO DO FUNCIONARIO CORRENTE.
       01 WS-DESC-ATU        PIC S9(07)V99 VALUE ZEROS.
       01 WS-DESC-ANT        PIC S9(07)V99 VALUE ZEROS.
       01 WS-VALOR-ANT       PIC S9(07)V99 VALUE ZEROS.
       01 WS-VALOR-ATU       PIC S9(07)V99 VALUE ZEROS.
       01 WS-DIFERENCA       PIC S9(07)V99 VALUE ZEROS.
       01 WS-DIFERENCA-ABS   PIC 9(07)V99 VALUE ZEROS.
       01 WS-LIMITE-VALOR    PIC 9(07)V99 VALUE ZEROS.
       01 WS-ESTOUROU                            PIC X(01) VALUE "N".
           88 ESTOUROU                           VALUE "S".
       01 WS-ROTULO          PIC X(32) VALUE SPACES.
       01 WS-SITUACAO-FUNC   PIC X(10) VALUE SPACES.
       01 WS-AUX-ANT         PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-ATU         PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-DIF         PIC Z.ZZZ.ZZ9,99-.
       01 WS-AUX-PERCENTUAL  PIC ZZ9,99.
       01 WS-AUX-MINIMO      PIC ZZ.ZZ9,99.
      * TOTAIS DA EXECUCAO.
       01 WS-QTD-COMPARADOS  PIC 9(05) VALUE ZEROS.
       01 WS-QTD-VARIACAO    PIC 9(05) VALUE ZEROS.
       01 WS-QTD-NOVOS       PIC 9(05) VALUE ZEROS.
       01 WS-QTD-AUSENTES    PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ZERADOS     PIC 9(05) VALUE ZEROS.
       01 WS-QTD-REVISAR     PIC 9(05) VALUE ZEROS.
       01 WS-TOT-BRUTO-ATU   PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-BRUTO-ANT   PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-LIQ-ATU     PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-LIQ-ANT     PIC 9(09)V99 VALUE ZEROS.
       01 WS-AUX-TOTAL-ANT   PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-AUX-TOTAL-ATU   PIC ZZZ.ZZZ.ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
       01 WS-LINHA-GUARDADA  PIC X(100) VALUE SPACES.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.

       MAIN-PROC.
           DISPLAY "REVISAO DE VARIACOES DA FOLHA - A037-REVISAO-FOLHA"

           MOVE "REVISAO DE VARIACOES DA FOLHA" TO WS-CAB-TITULO
           PERFORM IMPRIMIR-CABECALHO-INTERNO
           PERFORM DEFINIR-COMPETENCIA
           IF WS-COMPETENCIA-REV = ZEROS
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "COMPETENCIA REVISADA: " WS-COMPETENCIA-REV
               " CONTRA " WS-COMPETENCIA-ANT

           PERFORM CARREGAR-COMPETENCIAS
           IF WS-IDX-COMP-ATU = 0
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-REV
                   " NAO CONSTA NO CONTROLE - FOLHA NUNCA CALCULADA"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RECONHECER-X FROM ENVIRONMENT "REVISAO_RECONHECER"
           IF MODO-RECONHECER
               PERFORM RECONHECER-REVISAO
               GOBACK
           END-IF

           PERFORM CARREGAR-PARAMETRO
           PERFORM CARREGAR-ACUMULADO
           IF WS-FS-ACUMULADO NOT = "00"
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-QTD-ACUM-ATU = 0
               DISPLAY "FOLHA MENSAL DE " WS-COMPETENCIA-REV
                   " SEM REGISTRO NO ACUMULADO - NADA A REVISAR"
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO DE FUNCIONARIOS: "
                   WS-FS-FUNC
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO DA REVISAO: "
                   WS-FS-RELATORIO
               CLOSE EMPLOYEE-MASTER
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-IDX-REV FROM 1 BY 1
                   UNTIL WS-IDX-REV > WS-QTD-REV
               PERFORM APURAR-VARIACAO
           END-PERFORM
           IF WS-QTD-REVISAR > 0
               PERFORM CARREGAR-VERBAS
           END-IF

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM IMPRIMIR-CABECALHO-REVISAO
           PERFORM VARYING WS-IDX-REV FROM 1 BY 1
                   UNTIL WS-IDX-REV > WS-QTD-REV
               IF WS-REV-OCORRENCIA(WS-IDX-REV) NOT = SPACES
                   PERFORM IMPRIMIR-FUNCIONARIO
               END-IF
           END-PERFORM
           PERFORM IMPRIMIR-TOTAIS-REVISAO

           CLOSE EMPLOYEE-MASTER
           CLOSE RELATORIO-FILE

           PERFORM MARCAR-REVISAO

           DISPLAY "REVISAO: COMPARADOS=" WS-QTD-COMPARADOS
               " VARIACAO=" WS-QTD-VARIACAO
               " NOVOS=" WS-QTD-NOVOS
               " AUSENTES=" WS-QTD-AUSENTES
               " ZERADOS=" WS-QTD-ZERADOS

           IF WS-QTD-REVISAR > 0
               DISPLAY "FOLHA COM " WS-QTD-REVISAR " FUNCIONARIOS A "
                   "REVISAR - CONFIRA data/REVISAO_FOLHA.TXT E "
                   "RECONHECA COM REVISAO_RECONHECER=S"
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
           END-IF
           GOBACK.

      * COMPETENCIA INFORMADA PELO RH OU, POR PADRAO, O MES DA DATA
      * DE MOVIMENTO. TAMBEM APURA A COMPETENCIA ANTERIOR.
       DEFINIR-COMPETENCIA.
           ACCEPT WS-COMPETENCIA-X
               FROM ENVIRONMENT "REVISAO_COMPETENCIA"
           IF WS-COMPETENCIA-X = SPACES
               MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA-REV
           ELSE
               IF WS-COMPETENCIA-X IS NOT NUMERIC
                       OR WS-COMPETENCIA-X(5:2) < "01"
                       OR WS-COMPETENCIA-X(5:2) > "12"
                   DISPLAY "REVISAO_COMPETENCIA INVALIDA ("
                       WS-COMPETENCIA-X ") - INFORME AAAAMM"
                   MOVE ZEROS TO WS-COMPETENCIA-REV
               ELSE
                   MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA-REV
               END-IF
           END-IF
           IF WS-COMPETENCIA-REV NOT = ZEROS
               MOVE WS-COMPETENCIA-REV TO WS-COMPETENCIA-ANT
               IF WS-ANT-MES = 01
                   SUBTRACT 1 FROM WS-ANT-ANO
                   MOVE 12 TO WS-ANT-MES
               ELSE
                   SUBTRACT 1 FROM WS-ANT-MES
               END-IF
           END-IF.

       CARREGAR-COMPETENCIAS.
           MOVE ZEROS TO WS-QTD-COMPETENCIAS
           MOVE ZEROS TO WS-IDX-COMP-ATU
           MOVE "N"   TO WS-FIM-COMPET
           OPEN INPUT COMPETENCIA-FILE
           IF WS-FS-COMPET NOT = "00"
               DISPLAY "SEM CONTROLE DE COMPETENCIAS (" WS-FS-COMPET
                   ")"
           ELSE
               PERFORM UNTIL FIM-COMPET
                   READ COMPETENCIA-FILE
                       AT END
                           SET FIM-COMPET TO TRUE
                       NOT AT END
                           IF WS-QTD-COMPETENCIAS < 24
                               ADD 1 TO WS-QTD-COMPETENCIAS
                               MOVE FC-COMPETENCIA
                                   TO WS-COMP-COMPETENCIA
                                       (WS-QTD-COMPETENCIAS)
                               MOVE FC-SITUACAO
                                   TO WS-COMP-SITUACAO
                                       (WS-QTD-COMPETENCIAS)
                               MOVE FC-REMETIDA
                                   TO WS-COMP-REMETIDA
                                       (WS-QTD-COMPETENCIAS)
                               MOVE FC-ADIANTAMENTO
                                   TO WS-COMP-ADIANTAMENTO
                                       (WS-QTD-COMPETENCIAS)
                               MOVE FC-REVISAO
                                   TO WS-COMP-REVISAO
                                       (WS-QTD-COMPETENCIAS)
                               IF FC-COMPETENCIA = WS-COMPETENCIA-REV
                                   MOVE WS-QTD-COMPETENCIAS
                                       TO WS-IDX-COMP-ATU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPETENCIA-FILE
           END-IF.

      * RECONHECIMENTO DO RH: SO UMA REVISAO COM DIVERGENCIAS ("D")
      * PODE SER RECONHECIDA. "P" QUER DIZER QUE A FOLHA FOI
      * RECALCULADA DEPOIS DA ULTIMA REVISAO - O RELATORIO QUE O RH
      * CONFERIU JA NAO VALE PARA OS NUMEROS DA INTERFACE DE LIQUIDOS.
       RECONHECER-REVISAO.
           EVALUATE WS-COMP-REVISAO(WS-IDX-COMP-ATU)
               WHEN "D"
                   MOVE "R" TO WS-COMP-REVISAO(WS-IDX-COMP-ATU)
                   PERFORM REGRAVAR-COMPETENCIAS
                   IF WS-FS-COMPET NOT = "00"
                       MOVE WS-RC-ABEND TO RETURN-CODE
                   ELSE
                       DISPLAY "REVISAO DA FOLHA " WS-COMPETENCIA-REV
                           " RECONHECIDA - REMESSA LIBERADA"
                       MOVE WS-RC-NORMAL TO RETURN-CODE
                   END-IF
               WHEN "R"
                   DISPLAY "REVISAO DA FOLHA " WS-COMPETENCIA-REV
                       " JA RECONHECIDA - NADA A FAZER"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               WHEN "P"
                   DISPLAY "FOLHA " WS-COMPETENCIA-REV
                       " RECALCULADA DEPOIS DA ULTIMA REVISAO - RODE "
                       "A REVISAO DE NOVO ANTES DE RECONHECER"
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COMPETENCIA " WS-COMPETENCIA-REV
                       " SEM FOLHA MENSAL AGUARDANDO REVISAO - "
                       "NADA A RECONHECER"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
           END-EVALUATE.

      * LE OS LIMITES DO PARAMETRO DO RH. ARQUIVO AUSENTE OU LINHA
      * INVALIDA FICA COM O PADRAO.
       CARREGAR-PARAMETRO.
           OPEN INPUT PARAM-FILE
           IF WS-FS-PARAM NOT = "00"
               DISPLAY "SEM PARAMETRO DA REVISAO (" WS-FS-PARAM
                   ") - LIMITES PADRAO"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "PARAMETRO DA REVISAO VAZIO - LIMITES "
                           "PADRAO"
                   NOT AT END
                       IF RP-PERCENTUAL IS NUMERIC
                               AND RP-VALOR-MINIMO IS NUMERIC
                           MOVE RP-PERCENTUAL   TO WS-PERC-LIMITE
                           MOVE RP-VALOR-MINIMO TO WS-VALOR-MINIMO
                       ELSE
                           DISPLAY "PARAMETRO DA REVISAO INVALIDO ("
                               RP-PARAM-REC ") - LIMITES PADRAO"
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           MOVE WS-PERC-LIMITE  TO WS-AUX-PERCENTUAL
           MOVE WS-VALOR-MINIMO TO WS-AUX-MINIMO
           DISPLAY "LIMITES DA REVISAO: VARIACAO ACIMA DE "
               WS-AUX-PERCENTUAL "% E DE R$ " WS-AUX-MINIMO.

      * SO A FOLHA MENSAL ("NORM") ENTRA NA COMPARACAO - 13O,
      * COMPLEMENTAR E ADIANTAMENTO SAO LOTES DE OUTRA NATUREZA.
       CARREGAR-ACUMULADO.
           MOVE ZEROS TO WS-QTD-REV
           MOVE "N"   TO WS-FIM-ACUMULADO
           OPEN INPUT ACUMULADO-FILE
           IF WS-FS-ACUMULADO NOT = "00"
               DISPLAY "ERRO AO ABRIR ACUMULADO DE FOLHA: "
                   WS-FS-ACUMULADO
           ELSE
               PERFORM UNTIL FIM-ACUMULADO
                   READ ACUMULADO-FILE
                       AT END
                           SET FIM-ACUMULADO TO TRUE
                       NOT AT END
                           IF AC-TIPO-FOLHA = "NORM"
                               AND (AC-COMPETENCIA = WS-COMPETENCIA-REV
                               OR AC-COMPETENCIA = WS-COMPETENCIA-ANT)
                               PERFORM GUARDAR-ACUMULADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUMULADO-FILE
           END-IF.

       GUARDAR-ACUMULADO.
           MOVE AC-MATRICULA TO WS-MATRIC-BUSCA
           PERFORM BUSCAR-FUNCIONARIO
           IF WS-IDX-ACHADO = 0
               IF WS-QTD-REV < 500
                   ADD 1 TO WS-QTD-REV
                   MOVE WS-QTD-REV TO WS-IDX-ACHADO
                   INITIALIZE WS-REV-ENTRADA(WS-IDX-ACHADO)
                   MOVE AC-MATRICULA
                       TO WS-REV-MATRICULA(WS-IDX-ACHADO)
                   MOVE "N" TO WS-REV-TEM-ATU(WS-IDX-ACHADO)
                   MOVE "N" TO WS-REV-TEM-ANT(WS-IDX-ACHADO)
               ELSE
                   DISPLAY "TABELA DA REVISAO CHEIA - MATRICULA "
                       AC-MATRICULA " FORA DA COMPARACAO"
               END-IF
           END-IF
           IF WS-IDX-ACHADO > 0
               IF AC-COMPETENCIA = WS-COMPETENCIA-REV
                   MOVE "S" TO WS-REV-TEM-ATU(WS-IDX-ACHADO)
                   ADD 1 TO WS-QTD-ACUM-ATU
                   ADD AC-BRUTO   TO WS-REV-BRUTO-ATU(WS-IDX-ACHADO)
                   ADD AC-INSS    TO WS-REV-INSS-ATU(WS-IDX-ACHADO)
                   ADD AC-IRRF    TO WS-REV-IRRF-ATU(WS-IDX-ACHADO)
                   ADD AC-LIQUIDO TO WS-REV-LIQ-ATU(WS-IDX-ACHADO)
                   ADD AC-BRUTO   TO WS-TOT-BRUTO-ATU
                   ADD AC-LIQUIDO TO WS-TOT-LIQ-ATU
               ELSE
                   MOVE "S" TO WS-REV-TEM-ANT(WS-IDX-ACHADO)
                   ADD AC-BRUTO   TO WS-REV-BRUTO-ANT(WS-IDX-ACHADO)
                   ADD AC-INSS    TO WS-REV-INSS-ANT(WS-IDX-ACHADO)
                   ADD AC-IRRF    TO WS-REV-IRRF-ANT(WS-IDX-ACHADO)
                   ADD AC-LIQUIDO TO WS-REV-LIQ-ANT(WS-IDX-ACHADO)
                   ADD AC-BRUTO   TO WS-TOT-BRUTO-ANT
                   ADD AC-LIQUIDO TO WS-TOT-LIQ-ANT
               END-IF
           END-IF.

      * PROCURA WS-MATRIC-BUSCA NA TABELA DA REVISAO.
       BUSCAR-FUNCIONARIO.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-REV FROM 1 BY 1
                   UNTIL WS-IDX-REV > WS-QTD-REV
                       OR WS-IDX-ACHADO > 0
               IF WS-REV-MATRICULA(WS-IDX-REV) = WS-MATRIC-BUSCA
                   MOVE WS-IDX-REV TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

      * CLASSIFICA O FUNCIONARIO: NOVO, AUSENTE, LIQUIDO ZERADO OU
      * VARIACAO DO BRUTO, DOS DESCONTOS OU DO LIQUIDO ACIMA DOS DOIS
      * LIMITES. EM BRANCO, NADA A REVISAR.
       APURAR-VARIACAO.
           ADD 1 TO WS-QTD-COMPARADOS
           MOVE SPACES TO WS-REV-OCORRENCIA(WS-IDX-REV)
           MOVE "N" TO WS-ESTOUROU
           COMPUTE WS-DESC-ATU = WS-REV-BRUTO-ATU(WS-IDX-REV)
               - WS-REV-LIQ-ATU(WS-IDX-REV)
           COMPUTE WS-DESC-ANT = WS-REV-BRUTO-ANT(WS-IDX-REV)
               - WS-REV-LIQ-ANT(WS-IDX-REV)
           EVALUATE TRUE
               WHEN WS-REV-TEM-ANT(WS-IDX-REV) = "N"
                   MOVE "NOVO"     TO WS-REV-OCORRENCIA(WS-IDX-REV)
                   ADD 1 TO WS-QTD-NOVOS
               WHEN WS-REV-TEM-ATU(WS-IDX-REV) = "N"
                   MOVE "AUSENTE"  TO WS-REV-OCORRENCIA(WS-IDX-REV)
                   ADD 1 TO WS-QTD-AUSENTES
               WHEN WS-REV-LIQ-ATU(WS-IDX-REV) = 0
                   MOVE "ZERADO"   TO WS-REV-OCORRENCIA(WS-IDX-REV)
                   ADD 1 TO WS-QTD-ZERADOS
               WHEN OTHER
                   MOVE WS-REV-BRUTO-ANT(WS-IDX-REV) TO WS-VALOR-ANT
                   MOVE WS-REV-BRUTO-ATU(WS-IDX-REV) TO WS-VALOR-ATU
                   PERFORM TESTAR-LIMITE
                   MOVE WS-DESC-ANT TO WS-VALOR-ANT
                   MOVE WS-DESC-ATU TO WS-VALOR-ATU
                   PERFORM TESTAR-LIMITE
                   MOVE WS-REV-LIQ-ANT(WS-IDX-REV) TO WS-VALOR-ANT
                   MOVE WS-REV-LIQ-ATU(WS-IDX-REV) TO WS-VALOR-ATU
                   PERFORM TESTAR-LIMITE
                   IF ESTOUROU
                       MOVE "VARIACAO"
                           TO WS-REV-OCORRENCIA(WS-IDX-REV)
                       ADD 1 TO WS-QTD-VARIACAO
                   END-IF
           END-EVALUATE
           IF WS-REV-OCORRENCIA(WS-IDX-REV) NOT = SPACES
               ADD 1 TO WS-QTD-REVISAR
           END-IF.

      * A DIFERENCA ESTOURA QUANDO PASSA DO PERCENTUAL SOBRE O MES
      * ANTERIOR E TAMBEM DO VALOR MINIMO - CENTAVOS DE ARREDONDAMENTO
      * DE QUEM GANHA POUCO NAO ENTRAM NA REVISAO.
       TESTAR-LIMITE.
           COMPUTE WS-DIFERENCA = WS-VALOR-ATU - WS-VALOR-ANT
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIFERENCA-ABS = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
           END-IF
           IF WS-VALOR-ANT < 0
               MOVE ZEROS TO WS-LIMITE-VALOR
           ELSE
               COMPUTE WS-LIMITE-VALOR ROUNDED =
                   WS-VALOR-ANT * WS-PERC-LIMITE / 100
           END-IF
           IF WS-DIFERENCA-ABS > WS-LIMITE-VALOR
                   AND WS-DIFERENCA-ABS >= WS-VALOR-MINIMO
               MOVE "S" TO WS-ESTOUROU
           END-IF.

      * VERBAS DO MOVIMENTO DOS DOIS MESES DE QUEM ENTROU NA REVISAO.
      * LINHA SEM COMPETENCIA VALE PARA A FOLHA CORRENTE, COMO NO
      * A008.
       CARREGAR-VERBAS.
           MOVE ZEROS TO WS-QTD-VRB
           MOVE "N"   TO WS-FIM-MOVIMENTO
           OPEN INPUT MOVIMENTO-FILE
           IF WS-FS-MOVIMENTO NOT = "00"
               DISPLAY "SEM MOVIMENTO DE VERBAS (" WS-FS-MOVIMENTO
                   ") - REVISAO SEM O DETALHE DAS VERBAS"
           ELSE
               PERFORM UNTIL FIM-MOVIMENTO
                   READ MOVIMENTO-FILE
                       AT END
                           SET FIM-MOVIMENTO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-VERBA
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
           END-IF.

       GUARDAR-VERBA.
           IF MV-VALOR IS NOT NUMERIC
               MOVE ZEROS TO MV-VALOR
           END-IF
           IF MV-COMPETENCIA IS NOT NUMERIC
               MOVE ZEROS TO MV-COMPETENCIA
           END-IF
           IF MV-COMPETENCIA NOT = ZEROS
                   AND MV-COMPETENCIA NOT = WS-COMPETENCIA-REV
                   AND MV-COMPETENCIA NOT = WS-COMPETENCIA-ANT
               CONTINUE
           ELSE
               MOVE MV-MATRICULA TO WS-MATRIC-BUSCA
               PERFORM BUSCAR-FUNCIONARIO
               IF WS-IDX-ACHADO > 0
                   IF WS-REV-OCORRENCIA(WS-IDX-ACHADO) NOT = SPACES
                       PERFORM SOMAR-VERBA
                   END-IF
               END-IF
           END-IF.

       SOMAR-VERBA.
           MOVE ZEROS TO WS-IDX-VRB-ACHADO
           PERFORM VARYING WS-IDX-VRB FROM 1 BY 1
                   UNTIL WS-IDX-VRB > WS-QTD-VRB
                       OR WS-IDX-VRB-ACHADO > 0
               IF WS-VRB-IDX-REV(WS-IDX-VRB) = WS-IDX-ACHADO
                       AND WS-VRB-VERBA(WS-IDX-VRB) = MV-VERBA
                   MOVE WS-IDX-VRB TO WS-IDX-VRB-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-VRB-ACHADO = 0
               IF WS-QTD-VRB < 1000
                   ADD 1 TO WS-QTD-VRB
                   MOVE WS-QTD-VRB TO WS-IDX-VRB-ACHADO
                   MOVE WS-IDX-ACHADO
                       TO WS-VRB-IDX-REV(WS-IDX-VRB-ACHADO)
                   MOVE MV-VERBA TO WS-VRB-VERBA(WS-IDX-VRB-ACHADO)
                   MOVE MV-DESCRICAO
                       TO WS-VRB-DESCRICAO(WS-IDX-VRB-ACHADO)
                   MOVE MV-NATUREZA
                       TO WS-VRB-NATUREZA(WS-IDX-VRB-ACHADO)
                   MOVE ZEROS TO WS-VRB-VALOR-ATU(WS-IDX-VRB-ACHADO)
                   MOVE ZEROS TO WS-VRB-VALOR-ANT(WS-IDX-VRB-ACHADO)
               ELSE
                   IF NOT VRB-CHEIA
                       MOVE "S" TO WS-VRB-CHEIA
                       DISPLAY "TABELA DE VERBAS DA REVISAO CHEIA - "
                           "DETALHE INCOMPLETO NO RELATORIO"
                   END-IF
               END-IF
           END-IF
           IF WS-IDX-VRB-ACHADO > 0
               IF MV-COMPETENCIA = WS-COMPETENCIA-ANT
                   ADD MV-VALOR TO WS-VRB-VALOR-ANT(WS-IDX-VRB-ACHADO)
               ELSE
                   ADD MV-VALOR TO WS-VRB-VALOR-ATU(WS-IDX-VRB-ACHADO)
               END-IF
           END-IF.

      * UM BLOCO POR FUNCIONARIO: A LINHA DA OCORRENCIA, BRUTO,
      * DESCONTOS E LIQUIDO DOS DOIS MESES, INSS E IRRF QUANDO MUDARAM
      * E AS VERBAS DO MOVIMENTO QUE MUDARAM.
       IMPRIMIR-FUNCIONARIO.
           MOVE WS-REV-MATRICULA(WS-IDX-REV) TO FM-ID-FUNC
           READ EMPLOYEE-MASTER KEY IS FM-ID-FUNC
           IF WS-FS-FUNC NOT = "00"
               MOVE SPACES TO FM-NOME-FUNC
               MOVE "SEM CADASTRO" TO WS-SITUACAO-FUNC
           ELSE
               EVALUATE TRUE
                   WHEN FUNC-DESLIGADO
                       MOVE "DESLIGADO" TO WS-SITUACAO-FUNC
                   WHEN FUNC-AFASTADO
                       MOVE "AFASTADO"  TO WS-SITUACAO-FUNC
                   WHEN OTHER
                       MOVE "ATIVO"     TO WS-SITUACAO-FUNC
               END-EVALUATE
           END-IF
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO RL-LINHA
           STRING WS-REV-MATRICULA(WS-IDX-REV) " "
                  FM-NOME-FUNC " "
                  WS-REV-OCORRENCIA(WS-IDX-REV) " "
                  "CADASTRO: " WS-SITUACAO-FUNC
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO

           MOVE "  BRUTO"     TO WS-ROTULO
           MOVE WS-REV-BRUTO-ANT(WS-IDX-REV) TO WS-VALOR-ANT
           MOVE WS-REV-BRUTO-ATU(WS-IDX-REV) TO WS-VALOR-ATU
           PERFORM IMPRIMIR-COMPARACAO
           MOVE "  DESCONTOS" TO WS-ROTULO
           COMPUTE WS-VALOR-ANT = WS-REV-BRUTO-ANT(WS-IDX-REV)
               - WS-REV-LIQ-ANT(WS-IDX-REV)
           COMPUTE WS-VALOR-ATU = WS-REV-BRUTO-ATU(WS-IDX-REV)
               - WS-REV-LIQ-ATU(WS-IDX-REV)
           PERFORM IMPRIMIR-COMPARACAO
           MOVE "  LIQUIDO"   TO WS-ROTULO
           MOVE WS-REV-LIQ-ANT(WS-IDX-REV) TO WS-VALOR-ANT
           MOVE WS-REV-LIQ-ATU(WS-IDX-REV) TO WS-VALOR-ATU
           PERFORM IMPRIMIR-COMPARACAO
           IF WS-REV-INSS-ANT(WS-IDX-REV) NOT =
                   WS-REV-INSS-ATU(WS-IDX-REV)
               MOVE "    INSS"  TO WS-ROTULO
               MOVE WS-REV-INSS-ANT(WS-IDX-REV) TO WS-VALOR-ANT
               MOVE WS-REV-INSS-ATU(WS-IDX-REV) TO WS-VALOR-ATU
               PERFORM IMPRIMIR-COMPARACAO
           END-IF
           IF WS-REV-IRRF-ANT(WS-IDX-REV) NOT =
                   WS-REV-IRRF-ATU(WS-IDX-REV)
               MOVE "    IRRF"  TO WS-ROTULO
               MOVE WS-REV-IRRF-ANT(WS-IDX-REV) TO WS-VALOR-ANT
               MOVE WS-REV-IRRF-ATU(WS-IDX-REV) TO WS-VALOR-ATU
               PERFORM IMPRIMIR-COMPARACAO
           END-IF
           PERFORM VARYING WS-IDX-VRB FROM 1 BY 1
                   UNTIL WS-IDX-VRB > WS-QTD-VRB
               IF WS-VRB-IDX-REV(WS-IDX-VRB) = WS-IDX-REV
                       AND WS-VRB-VALOR-ANT(WS-IDX-VRB) NOT =
                           WS-VRB-VALOR-ATU(WS-IDX-VRB)
                   MOVE SPACES TO WS-ROTULO
                   STRING "    " WS-VRB-VERBA(WS-IDX-VRB) " "
                          WS-VRB-NATUREZA(WS-IDX-VRB) " "
                          WS-VRB-DESCRICAO(WS-IDX-VRB)
                       DELIMITED BY SIZE INTO WS-ROTULO
                   END-STRING
                   MOVE WS-VRB-VALOR-ANT(WS-IDX-VRB) TO WS-VALOR-ANT
                   MOVE WS-VRB-VALOR-ATU(WS-IDX-VRB) TO WS-VALOR-ATU
                   PERFORM IMPRIMIR-COMPARACAO
               END-IF
           END-PERFORM.

       IMPRIMIR-COMPARACAO.
           COMPUTE WS-DIFERENCA = WS-VALOR-ATU - WS-VALOR-ANT
           MOVE WS-VALOR-ANT TO WS-AUX-ANT
           MOVE WS-VALOR-ATU TO WS-AUX-ATU
           MOVE WS-DIFERENCA TO WS-AUX-DIF
           MOVE SPACES TO RL-LINHA
           STRING WS-ROTULO " " WS-AUX-ANT " " WS-AUX-ATU " "
                  WS-AUX-DIF
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO.

       IMPRIMIR-TOTAIS-REVISAO.
           MOVE SPACES TO RL-LINHA
           PERFORM GRAVAR-LINHA-REVISAO
           IF WS-QTD-REVISAR = 0
               MOVE "NENHUM FUNCIONARIO A REVISAR" TO RL-LINHA
               PERFORM GRAVAR-LINHA-REVISAO
               MOVE SPACES TO RL-LINHA
               PERFORM GRAVAR-LINHA-REVISAO
           END-IF
           MOVE SPACES TO RL-LINHA
           STRING "COMPETENCIA REVISADA......: " WS-COMPETENCIA-REV
                  "  ANTERIOR: " WS-COMPETENCIA-ANT
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO RL-LINHA
           STRING "LIMITES...................: " WS-AUX-PERCENTUAL
                  "%  MINIMO R$ " WS-AUX-MINIMO
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO RL-LINHA
           STRING "FUNCIONARIOS COMPARADOS...: " WS-QTD-COMPARADOS
                  "  A REVISAR: " WS-QTD-REVISAR
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO RL-LINHA
           STRING "VARIACAO: " WS-QTD-VARIACAO
                  "  NOVOS: " WS-QTD-NOVOS
                  "  AUSENTES: " WS-QTD-AUSENTES
                  "  ZERADOS: " WS-QTD-ZERADOS
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE WS-TOT-BRUTO-ANT TO WS-AUX-TOTAL-ANT
           MOVE WS-TOT-BRUTO-ATU TO WS-AUX-TOTAL-ATU
           MOVE SPACES TO RL-LINHA
           STRING "BRUTO DA FOLHA............: " WS-AUX-TOTAL-ANT
                  " -> " WS-AUX-TOTAL-ATU
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE WS-TOT-LIQ-ANT TO WS-AUX-TOTAL-ANT
           MOVE WS-TOT-LIQ-ATU TO WS-AUX-TOTAL-ATU
           MOVE SPACES TO RL-LINHA
           STRING "LIQUIDO DA FOLHA..........: " WS-AUX-TOTAL-ANT
                  " -> " WS-AUX-TOTAL-ATU
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO.

      * MARCA O RESULTADO NO CONTROLE: COM FUNCIONARIO A REVISAR A
      * REMESSA ESPERA O RECONHECIMENTO ("D"); SEM NADA A REVISAR A
      * FOLHA JA FICA LIBERADA ("R"). REVISAO JA RECONHECIDA E LOTE
      * FORA DA REVISAO (EM BRANCO) NAO MUDAM.
       MARCAR-REVISAO.
           IF WS-COMP-REVISAO(WS-IDX-COMP-ATU) = "P"
                   OR WS-COMP-REVISAO(WS-IDX-COMP-ATU) = "D"
               IF WS-QTD-REVISAR > 0
                   MOVE "D" TO WS-COMP-REVISAO(WS-IDX-COMP-ATU)
               ELSE
                   MOVE "R" TO WS-COMP-REVISAO(WS-IDX-COMP-ATU)
               END-IF
               PERFORM REGRAVAR-COMPETENCIAS
           END-IF.

       REGRAVAR-COMPETENCIAS.
           OPEN OUTPUT COMPETENCIA-FILE
           IF WS-FS-COMPET NOT = "00"
               DISPLAY "ERRO AO REGRAVAR CONTROLE DE COMPETENCIAS: "
                   WS-FS-COMPET
           ELSE
               PERFORM VARYING WS-IDX-COMP FROM 1 BY 1
                       UNTIL WS-IDX-COMP > WS-QTD-COMPETENCIAS
                   MOVE WS-COMP-COMPETENCIA(WS-IDX-COMP)
                       TO FC-COMPETENCIA
                   MOVE WS-COMP-SITUACAO(WS-IDX-COMP)
                       TO FC-SITUACAO
                   MOVE WS-COMP-REMETIDA(WS-IDX-COMP)
                       TO FC-REMETIDA
                   MOVE WS-COMP-ADIANTAMENTO(WS-IDX-COMP)
                       TO FC-ADIANTAMENTO
                   MOVE WS-COMP-REVISAO(WS-IDX-COMP)
                       TO FC-REVISAO
                   WRITE FC-COMPETENCIA-REC
               END-PERFORM
               CLOSE COMPETENCIA-FILE
           END-IF.

      * CABECALHO INTERNO SO PARA RESOLVER A DATA DE MOVIMENTO ANTES
      * DO RELATORIO SER ABERTO.
       IMPRIMIR-CABECALHO-INTERNO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO.

      * CABECALHO DA PAGINA MAIS A LINHA DE COLUNAS DO RELATORIO.
       IMPRIMIR-CABECALHO-REVISAO.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
           MOVE WS-CAB-LINHA-1 TO RL-LINHA
           WRITE RL-LINHA
           MOVE WS-CAB-LINHA-2 TO RL-LINHA
           WRITE RL-LINHA
           MOVE SPACES TO RL-LINHA
           STRING "ITEM                             "
                  "   MES ANTERIOR    COMPETENCIA      DIFERENCA"
               DELIMITED BY SIZE INTO RL-LINHA
           END-STRING
           WRITE RL-LINHA
           MOVE 3 TO WS-CAB-QTD-LINHAS.

      * GRAVA UMA LINHA DO RELATORIO RESPEITANDO O SALTO DE PAGINA DO
      * CABECALHO COMPARTILHADO.
       GRAVAR-LINHA-REVISAO.
           IF WS-CAB-QTD-LINHAS >= WS-CAB-MAX-LINHAS
               MOVE RL-LINHA TO WS-LINHA-GUARDADA
               PERFORM IMPRIMIR-CABECALHO-REVISAO
               MOVE WS-LINHA-GUARDADA TO RL-LINHA
           END-IF
           WRITE RL-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS.

       COPY CABECALHO-PROC.

       END PROGRAM A037-REVISAO-FOLHA.
