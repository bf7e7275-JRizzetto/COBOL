      *          QUE A CARGA EM LOTE DE FUNCIONARIOS E ACIONADA NO
      *          A004-VARIAVEIS VIA MODO_EXECUCAO=BATCH EM VEZ DO MENU
      *          INTERATIVO.
      *          OS JOBS PERIODICOS (COBRANCA, FERIAS, RETROATIVO,
      *          FECHAMENTOS DE COMPETENCIA E DE PERIODO, RESULTADO
      *          ANUAL, ROLAGEM, INFORMES...) ENTRAM NA CADEIA PELA
      *          AGENDA (data/AGENDA_JOBS.DAT): CADA LINHA DIZ O
      *          PROGRAMA, A REGRA DE CALENDARIO EM QUE ELE VENCE E OS
      *          PROGRAMAS QUE PRECISAM TER TERMINADO COM SUCESSO
      *          ANTES - NINGUEM MAIS PRECISA LEMBRAR DE DISPARAR NA
      *          DATA CERTA.
      * Tectonics: A007-DRIVER-NOTURNO
      ******************************************************************

           SELECT TRAVA-FILE ASSIGN TO DYNAMIC WS-ARQ-TRAVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.
      * AGENDA DOS JOBS PERIODICOS: PROGRAMA, REGRA DE CALENDARIO,
      * PRE-REQUISITOS E PARAMETRO DE AMBIENTE. SEM O ARQUIVO, SO A
      * CADEIA FIXA RODA, COMO SEMPRE.
           SELECT AGENDA-FILE ASSIGN TO DYNAMIC WS-ARQ-AGENDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGENDA.
      * RESULTADO DE CADA JOB AGENDADO POR DATA DE MOVIMENTO - E O
      * QUE IMPEDE O RERUN DE REPETIR UM JOB JA CONCLUIDO E FAZ O JOB
      * QUE FALHOU (OU FICOU RETIDO) SER TENTADO DE NOVO NAS NOITES
      * SEGUINTES DO MES.
           SELECT AGENDA-EXEC-FILE ASSIGN TO DYNAMIC WS-ARQ-AGENDA-EXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGENDA-EXEC.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
           05 TV-SITUACAO          PIC X(01).
           05 TV-DATA              PIC 9(08).
           05 TV-HORA              PIC 9(06).
      * REGRAS DA AGENDA: "U" N-ESIMO DIA UTIL DO MES (DIA 00 = TODO
      * DIA UTIL), "F" ULTIMO DIA UTIL DO MES, "P" PRIMEIRO DIA UTIL
      * DEPOIS DO FIM DE UM PERIODO LETIVO (PERIODOS.DAT). MES 00 =
      * TODO MES; INFORMADO, A REGRA SO VALE NAQUELE MES DO ANO. O
      * JOB DE REGRA "P" RECEBE COMO DATA_MOVIMENTO O FIM DO PERIODO
      * QUE O DISPAROU (E O PERIODO QUE ELE FECHA), SO NA CHAMADA.
       FD  AGENDA-FILE.
       01  AG-AGENDA-REC.
           05 AG-PROGRAMA          PIC X(30).
           05 AG-REGRA             PIC X(01).
               88 AG-REGRA-VALIDA          VALUE "U" "F" "P".
           05 AG-DIA               PIC 9(02).
           05 AG-MES               PIC 9(02).
           05 AG-PRE-REQUISITO     PIC X(30) OCCURS 3 TIMES.
           05 AG-PARAM-NOME        PIC X(20).
           05 AG-PARAM-VALOR       PIC X(20).
       FD  AGENDA-EXEC-FILE.
       01  AE-EXECUCAO-REC.
           05 AE-DATA              PIC 9(08).
           05 AE-PROGRAMA          PIC X(30).
           05 AE-SITUACAO          PIC X(01).
               88 AE-CONCLUIDO             VALUE "C".
               88 AE-FALHOU                VALUE "F".
               88 AE-RETIDO                VALUE "R".
           05 AE-RC                PIC 9(02).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-LOG               PIC X(40) VALUE "data/RUN_LOG.TXT".
       01 WS-FS-LOG                PIC X(02) VALUE SPACES.
       01 WS-EH-DIA-UTIL           PIC X(01) VALUE "N".
           88 EH-DIA-UTIL                  VALUE "S".
       01 WS-QTD-SALTOS            PIC 9(02) VALUE ZEROS.
      * FREQUENCIA DOS PASSOS: OS PASSOS MENSAIS (A012, A031, A032,
      * A015) SO RODAM NO ULTIMO DIA UTIL DO MES, E OS PASSOS
      * ESCOLARES SO EM DATA DENTRO DE UM PERIODO LETIVO DO CADASTRO.
       01 WS-ULTIMO-DIA-UTIL       PIC X(01) VALUE "N".
           88 ULTIMO-DIA-UTIL              VALUE "S".
      * ULTIMO DIA UTIL DA SEMANA: O PROXIMO DIA UTIL CAI NA SEMANA
      * SEGUINTE (A VARREDURA DE INTEGRIDADE E SEMANAL).
       01 WS-FIM-SEMANA-UTIL       PIC X(01) VALUE "N".
           88 FIM-SEMANA-UTIL              VALUE "S".
       01 WS-DIA-SEMANA-REF        PIC 9(01) VALUE ZERO.
       01 WS-DIA-LETIVO-FLAG       PIC X(01) VALUE "S".
           88 DIA-LETIVO                   VALUE "S".
       01 WS-PROXIMO-UTIL          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-TRAVA.
           05 WS-TRV-HHMMSS        PIC 9(06).
           05 FILLER               PIC 9(02).
      * AGENDA DOS JOBS PERIODICOS CARREGADA, COM A OCORRENCIA DA
      * REGRA NO MES DA DATA DE REFERENCIA, O QUE O HISTORICO DIZ
      * DESDE ELA ("N" NADA, "T" TENTADO SEM SUCESSO, "C" CONCLUIDO)
      * E A SITUACAO NA NOITE (" " NAO DEVIDO, "D" DEVIDO, "C"
      * CONCLUIDO, "F" FALHOU, "R" RETIDO POR PRE-REQUISITO).
       01 WS-ARQ-AGENDA            PIC X(40)
                                    VALUE "data/AGENDA_JOBS.DAT".
       01 WS-FS-AGENDA             PIC X(02) VALUE SPACES.
       01 WS-ARQ-AGENDA-EXEC       PIC X(40)
                                    VALUE "data/AGENDA_EXECUCOES.DAT".
       01 WS-FS-AGENDA-EXEC        PIC X(02) VALUE SPACES.
       01 WS-FIM-AGENDA            PIC X(01) VALUE "N".
           88 FIM-AGENDA                   VALUE "S".
       01 WS-AGENDA-TABELA.
           05 WS-AG-ENTRADA OCCURS 30 TIMES.
               10 WS-AG-PROGRAMA       PIC X(30).
               10 WS-AG-REGRA          PIC X(01).
               10 WS-AG-DIA            PIC 9(02).
               10 WS-AG-MES            PIC 9(02).
               10 WS-AG-PRE            PIC X(30) OCCURS 3 TIMES.
               10 WS-AG-PARAM-NOME     PIC X(20).
               10 WS-AG-PARAM-VALOR    PIC X(20).
               10 WS-AG-OCORRENCIA     PIC 9(08).
               10 WS-AG-FIM-PERIODO    PIC 9(08).
               10 WS-AG-HISTORICO      PIC X(01).
               10 WS-AG-SITUACAO       PIC X(01).
       01 WS-QTD-AGENDA            PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AG                PIC 9(02) VALUE ZEROS.
       01 WS-IDX-AG-PRE            PIC 9(02) VALUE ZEROS.
       01 WS-IDX-PRE               PIC 9(01) VALUE ZERO.
       01 WS-QTD-AGENDA-INVALIDAS  PIC 9(02) VALUE ZEROS.
       01 WS-QTD-AG-DEVIDOS        PIC 9(02) VALUE ZEROS.
       01 WS-QTD-AG-CONCLUIDOS     PIC 9(02) VALUE ZEROS.
       01 WS-QTD-AG-FALHOS         PIC 9(02) VALUE ZEROS.
       01 WS-QTD-AG-RETIDOS        PIC 9(02) VALUE ZEROS.
       01 WS-PRE-FALTANDO          PIC X(30) VALUE SPACES.
       01 WS-OCORRENCIA            PIC 9(08) VALUE ZEROS.
       01 WS-CONTA-UTEIS           PIC 9(02) VALUE ZEROS.
       01 WS-DATA-MES-INI          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MES-INI-R REDEFINES WS-DATA-MES-INI.
           05 WS-MES-INI-ANO       PIC 9(04).
           05 WS-MES-INI-MES       PIC 9(02).
           05 WS-MES-INI-DIA       PIC 9(02).
       01 WS-DATA-OCOR-FMT         PIC X(10) VALUE SPACES.
       01 WS-DATA-AMBIENTE         PIC X(08) VALUE SPACES.
      * ULTIMA EXECUCAO DE CADA PASSO (DA ESTATISTICA DAS NOITES
      * ANTERIORES, ATUALIZADA A CADA PASSO DESTA) - E CONTRA ELA QUE
      * OS PRE-REQUISITOS DA AGENDA SAO CONFERIDOS.
       01 WS-ULTIMAS-TABELA.
           05 WS-UE-ENTRADA OCCURS 150 TIMES.
               10 WS-UE-PASSO          PIC X(30).
               10 WS-UE-DATA           PIC 9(08).
               10 WS-UE-RC             PIC 9(02).
       01 WS-QTD-UE                PIC 9(03) VALUE ZEROS.
       01 WS-IDX-UE                PIC 9(03) VALUE ZEROS.
       01 WS-FIM-STAT              PIC X(01) VALUE "N".
           88 FIM-STAT                     VALUE "S".
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.
           PERFORM CALCULAR-FREQUENCIAS
           PERFORM VERIFICAR-COMPETENCIA-FOLHA

      * A AGENDA DECIDE, PELO MESMO CALENDARIO, QUAIS JOBS PERIODICOS
      * VENCEM NESTA NOITE.
           PERFORM CARREGAR-ULTIMAS-EXECUCOES
           PERFORM CARREGAR-AGENDA
           IF WS-QTD-AGENDA > 0
               PERFORM CALCULAR-AGENDA
           END-IF

      * O LOG AGORA ACUMULA ENTRE NOITES (COMO O HISTORICO DE
      * AVALIACOES) - APAGAR A EVIDENCIA DA NOITE ANTERIOR ERA
      * EXATAMENTE O QUE ATRAPALHAVA INVESTIGAR "O JOB FOI LENTO".
               DELIMITED BY SIZE INTO LG-LINHA
           END-STRING
           WRITE LG-LINHA
           IF WS-QTD-AGENDA > 0 OR WS-QTD-AGENDA-INVALIDAS > 0
               PERFORM REGISTRAR-AGENDA-NOITE
           END-IF

           SET ENVIRONMENT "MODO_EXECUCAO" TO "BATCH"

           END-CALL
           PERFORM VERIFICAR-RC-PASSO

      * OS AFASTAMENTOS QUE COMECAM OU TERMINAM NA DATA VIRAM O
      * STATUS DO CADASTRO ANTES DA FOLHA, QUE PAGA O MES DO AFASTADO
      * PROPORCIONAL AOS DIAS.
           MOVE "A034-AFASTAMENTOS" TO WS-NOME-PASSO-ATUAL
           PERFORM INICIAR-PASSO
           CALL "A034-AFASTAMENTOS"
           END-CALL
           PERFORM VERIFICAR-RC-PASSO

      * O PONTO ELETRONICO REAPURA O MES ATE A DATA E SUBSTITUI AS
      * VERBAS DE HORA EXTRA, ADICIONAL NOTURNO, ATRASO, FALTA E DSR
      * NO MOVIMENTO QUE A FOLHA LE EM SEGUIDA - DEPOIS DOS
      * AFASTAMENTOS, QUE ABONAM AS FALTAS DO PERIODO.
           MOVE "A035-PONTO-ELETRONICO" TO WS-NOME-PASSO-ATUAL
           IF COMPETENCIA-FECHADA
               MOVE "COMPETENCIA DA FOLHA JA FECHADA"
                   TO WS-MOTIVO-PULO
               PERFORM REGISTRAR-PASSO-PULADO
           ELSE
               PERFORM INICIAR-PASSO
               CALL "A035-PONTO-ELETRONICO"
               END-CALL
               PERFORM VERIFICAR-RC-PASSO
           END-IF

      * A HORA-AULA RECONTA PELA GRADE HORARIA AS AULAS DADAS NO MES
      * ATE A DATA E SUBSTITUI AS VERBAS DE HORA-AULA E DSR DOS
      * PROFESSORES NO MESMO MOVIMENTO, TAMBEM ANTES DA FOLHA.
           MOVE "A043-HORA-AULA" TO WS-NOME-PASSO-ATUAL
           IF COMPETENCIA-FECHADA
               MOVE "COMPETENCIA DA FOLHA JA FECHADA"
                   TO WS-MOTIVO-PULO
               PERFORM REGISTRAR-PASSO-PULADO
           ELSE
               PERFORM INICIAR-PASSO
               CALL "A043-HORA-AULA"
               END-CALL
               PERFORM VERIFICAR-RC-PASSO
           END-IF

      * A FOLHA DE PAGAMENTO VARRE O CADASTRO QUE A CARGA EM LOTE DO
      * A004-VARIAVEIS ACABOU DE ATUALIZAR - MAS SO ENQUANTO A
      * COMPETENCIA DO MES NAO FOI FECHADA PELO A030.
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

      * A FOLHA DO MES ACABOU DE SER CALCULADA PELA ULTIMA VEZ: A
      * REVISAO DE VARIACOES CONTRA O MES ANTERIOR SAI JUNTO, E A
      * REMESSA (A013) SO LEVA A FOLHA DEPOIS DE RECONHECIDA.
           MOVE "A037-REVISAO-FOLHA" TO WS-NOME-PASSO-ATUAL
           EVALUATE TRUE
               WHEN COMPETENCIA-FECHADA
                   MOVE "COMPETENCIA DA FOLHA JA FECHADA"
                       TO WS-MOTIVO-PULO
                   PERFORM REGISTRAR-PASSO-PULADO
               WHEN NOT ULTIMO-DIA-UTIL
                   MOVE "NAO E O ULTIMO DIA UTIL DO MES"
                       TO WS-MOTIVO-PULO
                   PERFORM REGISTRAR-PASSO-PULADO
               WHEN OTHER
                   PERFORM INICIAR-PASSO
                   CALL "A037-REVISAO-FOLHA"
                   END-CALL
                   PERFORM VERIFICAR-RC-PASSO
           END-EVALUATE

      * AS OBRIGACOES MENSAIS (PROVISAO E EXTRATO AO GOVERNO) RODAM
      * SO NO ULTIMO DIA UTIL DO MES - ANTES DEPENDIAM DE ALGUEM
      * LEMBRAR DE DISPARAR NA DATA CERTA.
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

      * CUSTO DE PESSOAL POR CENTRO DE CUSTO E O RATEIO QUE O
      * LANCAMENTO CONTABIL USA - LOGO DEPOIS DA PROVISAO (QUE GRAVA
      * OS SALDOS POR FUNCIONARIO) E ANTES DO PEDIDO DE BENEFICIOS,
      * ENQUANTO O PEDIDO EM DISCO AINDA E O DA COMPETENCIA DO MES.
           MOVE "A040-RATEIO-CENTRO-CUSTO" TO WS-NOME-PASSO-ATUAL
           IF ULTIMO-DIA-UTIL
               PERFORM INICIAR-PASSO
               CALL "A040-RATEIO-CENTRO-CUSTO"
               END-CALL
               PERFORM VERIFICAR-RC-PASSO
           ELSE
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

      * PEDIDO DE VALE-TRANSPORTE E VALE-REFEICAO DO MES SEGUINTE - O
      * CARTAO E CARREGADO ANTES DO USO, E O DESCONTO DO VT ENTRA NO
      * MOVIMENTO DA FOLHA DAQUELE MES.
           MOVE "A036-BENEFICIOS" TO WS-NOME-PASSO-ATUAL
           IF ULTIMO-DIA-UTIL
               PERFORM INICIAR-PASSO
               CALL "A036-BENEFICIOS"
               END-CALL
               PERFORM VERIFICAR-RC-PASSO
           ELSE
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

      * GUIA DO FGTS DA COMPETENCIA QUE FECHA HOJE - VENCE NO DIA 20
      * DO MES SEGUINTE E SAI JUNTO COM AS DEMAIS OBRIGACOES DO MES.
           MOVE "A031-FGTS-GUIA" TO WS-NOME-PASSO-ATUAL
           IF ULTIMO-DIA-UTIL
               PERFORM INICIAR-PASSO
               CALL "A031-FGTS-GUIA"
               END-CALL
               PERFORM VERIFICAR-RC-PASSO
           ELSE
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

      * GUIA DO INSS (SEGURADOS E PARTE DA EMPRESA) E DARF DO IRRF
      * DA COMPETENCIA, TAMBEM COM VENCIMENTO NO DIA 20 SEGUINTE.
           MOVE "A032-GUIAS-INSS-IRRF" TO WS-NOME-PASSO-ATUAL
           IF ULTIMO-DIA-UTIL
               PERFORM INICIAR-PASSO
               CALL "A032-GUIAS-INSS-IRRF"
               END-CALL
               PERFORM VERIFICAR-RC-PASSO
           ELSE
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

      * LOTE DE LANCAMENTOS CONTABEIS DO MES, DEPOIS DA PROVISAO (QUE
      * GRAVA OS SALDOS DO MES) E DAS GUIAS.
           MOVE "A033-LANCAMENTOS-CONTABEIS" TO WS-NOME-PASSO-ATUAL
           IF ULTIMO-DIA-UTIL
               PERFORM INICIAR-PASSO
               CALL "A033-LANCAMENTOS-CONTABEIS"
               END-CALL
               PERFORM VERIFICAR-RC-PASSO
           ELSE
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

           MOVE "A015-ESOCIAL-EXTRATO" TO WS-NOME-PASSO-ATUAL
           IF ULTIMO-DIA-UTIL
               PERFORM INICIAR-PASSO
           END-CALL
           PERFORM VERIFICAR-RC-PASSO

      * POSICAO DE CAIXA DO DIA E PREVISAO DOS 30 DIAS UTEIS, DEPOIS
      * DO TOTALIZADOR (QUE GRAVA OS TOTAIS POR CONTA CONTRA OS QUAIS
      * O REALIZADO E AMARRADO).
           MOVE "A044-POSICAO-CAIXA" TO WS-NOME-PASSO-ATUAL
           PERFORM INICIAR-PASSO
           CALL "A044-POSICAO-CAIXA"
           END-CALL
           PERFORM VERIFICAR-RC-PASSO

      * OS JOBS PERIODICOS VENCIDOS NA NOITE, NA ORDEM DA AGENDA,
      * DEPOIS DA CADEIA DIARIA (A FOLHA E OS PASSOS MENSAIS JA
      * RODARAM) E ANTES DO BATIMENTO, DO EXPURGO E DO DIGESTO.
           IF WS-QTD-AG-DEVIDOS > 0
               PERFORM EXECUTAR-AGENDA
           END-IF

      * O BATIMENTO FECHA A CADEIA CRUZANDO OS CONTADORES QUE OS
      * PASSOS ANTERIORES APPENDARAM NO CONTROLE - QUALQUER DIFERENCA
      * DERRUBA O JOB COM ERRO DE DADOS NA MESMA NOITE.
           END-CALL
           PERFORM VERIFICAR-RC-PASSO

      * UMA VEZ POR SEMANA A VARREDURA DE INTEGRIDADE CRUZA OS
      * ARQUIVOS ENTRE SI. CHAVE ORFA VOLTA ERRO DE DADOS, MAS E
      * SUJEIRA ACUMULADA E NAO FALHA DA NOITE: FICA NO LOG E NO
      * RELATORIO COMO ALERTA, SEM DERRUBAR A CADEIA NEM SEGURAR A
      * DATA DE MOVIMENTO. SO O ABEND DO PROPRIO PASSO PARA A CADEIA.
           MOVE "A046-INTEGRIDADE-REFERENCIAL" TO WS-NOME-PASSO-ATUAL
           IF FIM-SEMANA-UTIL
               PERFORM INICIAR-PASSO
               CALL "A046-INTEGRIDADE-REFERENCIAL"
               END-CALL
               IF RETURN-CODE >= WS-RC-ERRO-DADOS
                       AND RETURN-CODE < WS-RC-ABEND
                   DISPLAY "INTEGRIDADE COM CHAVES ORFAS (RC="
                       RETURN-CODE ") - VER data/INTEGRIDADE.TXT"
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               END-IF
               PERFORM VERIFICAR-RC-PASSO
           ELSE
               MOVE "NAO E O ULTIMO DIA UTIL DA SEMANA"
                   TO WS-MOTIVO-PULO
               PERFORM REGISTRAR-PASSO-PULADO
           END-IF

      * POR ULTIMO, O DIGESTO RECOLHE OS REJEITOS E PENDENCIAS QUE A
      * NOITE DEIXOU NOS ARQUIVOS DE CADA PROGRAMA NUM RELATORIO SO
      * PARA O TURNO DA MANHA, COM A IDADE DE CADA ITEM.
           MOVE "A045-DIGESTO-EXCECOES" TO WS-NOME-PASSO-ATUAL
           PERFORM INICIAR-PASSO
           CALL "A045-DIGESTO-EXCECOES"
           END-CALL
           PERFORM VERIFICAR-RC-PASSO

           PERFORM IMPRIMIR-RESUMO-FINAL

           CLOSE LOG-FILE
           END-IF

           MOVE "N" TO WS-ULTIMO-DIA-UTIL
           MOVE "N" TO WS-FIM-SEMANA-UTIL
           IF TEM-CALENDARIO
               MOVE WS-DATA-REFERENCIA TO WS-DATA-TESTE
               PERFORM PROXIMO-DIA-UTIL
                   DISPLAY "ULTIMO DIA UTIL DO MES - PASSOS MENSAIS "
                       "SERAO EXECUTADOS"
               END-IF
      * DIA DA SEMANA DA REFERENCIA CONTADO DE SEGUNDA (1) A DOMINGO
      * (7): SOMADO AOS DIAS ATE O PROXIMO UTIL, PASSANDO DE 7 A
      * SEMANA VIROU.
               COMPUTE WS-DIA-SEMANA-REF = FUNCTION REM(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA), 7)
               IF WS-DIA-SEMANA-REF = 0
                   MOVE 7 TO WS-DIA-SEMANA-REF
               END-IF
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-PROXIMO-UTIL)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
               IF WS-DIA-SEMANA-REF + WS-DIAS-CORRIDOS > 7
                   MOVE "S" TO WS-FIM-SEMANA-UTIL
                   DISPLAY "ULTIMO DIA UTIL DA SEMANA - PASSOS "
                       "SEMANAIS SERAO EXECUTADOS"
               END-IF
           END-IF.

      * AVANCA WS-DATA-TESTE ATE O PROXIMO DIA UTIL: PULA SABADO,
               END-IF
           END-IF.

      * ULTIMO RC DE CADA PASSO NAS NOITES ANTERIORES, LIDO DA
      * ESTATISTICA ANTES DELA SER ABERTA PARA EXTENSAO. SEM O
      * ARQUIVO, NENHUM PASSO TEM EXECUCAO REGISTRADA.
       CARREGAR-ULTIMAS-EXECUCOES.
           MOVE ZEROS TO WS-QTD-UE
           OPEN INPUT STAT-FILE
           IF WS-FS-STAT = "00"
               PERFORM UNTIL FIM-STAT
                   READ STAT-FILE
                       AT END
                           SET FIM-STAT TO TRUE
                       NOT AT END
                           PERFORM ATUALIZAR-ULTIMA-EXECUCAO
                   END-READ
               END-PERFORM
               CLOSE STAT-FILE
           END-IF.

      * GUARDA O RC DO PASSO EM ST-STAT-REC COMO O ULTIMO DELE.
       ATUALIZAR-ULTIMA-EXECUCAO.
           PERFORM VARYING WS-IDX-UE FROM 1 BY 1
                   UNTIL WS-IDX-UE > WS-QTD-UE
                      OR WS-UE-PASSO(WS-IDX-UE) = ST-PASSO
               CONTINUE
           END-PERFORM
           IF WS-IDX-UE > WS-QTD-UE
               IF WS-QTD-UE < 150
                   ADD 1 TO WS-QTD-UE
                   MOVE ST-PASSO TO WS-UE-PASSO(WS-IDX-UE)
               END-IF
           END-IF
           IF WS-IDX-UE <= WS-QTD-UE
               MOVE ST-DATA TO WS-UE-DATA(WS-IDX-UE)
               MOVE ST-RC   TO WS-UE-RC(WS-IDX-UE)
           END-IF.

      * CARREGA A AGENDA DOS JOBS PERIODICOS. LINHA EM BRANCO E
      * IGNORADA; LINHA COM REGRA, DIA OU MES INVALIDO E DESCARTADA E
      * CONTADA (VAI PARA O LOG COMO ALERTA) - O RESTO DA AGENDA RODA.
       CARREGAR-AGENDA.
           MOVE ZEROS TO WS-QTD-AGENDA
           OPEN INPUT AGENDA-FILE
           IF WS-FS-AGENDA NOT = "00"
               DISPLAY "SEM AGENDA DE JOBS PERIODICOS ("
                   WS-FS-AGENDA ") - SO A CADEIA DIARIA RODA"
           ELSE
               PERFORM UNTIL FIM-AGENDA
                   READ AGENDA-FILE
                       AT END
                           SET FIM-AGENDA TO TRUE
                       NOT AT END
                           IF AG-PROGRAMA NOT = SPACES
                               PERFORM VALIDAR-LINHA-AGENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
           END-IF.

       VALIDAR-LINHA-AGENDA.
           IF NOT AG-REGRA-VALIDA
                   OR AG-DIA NOT NUMERIC
                   OR AG-MES NOT NUMERIC
               ADD 1 TO WS-QTD-AGENDA-INVALIDAS
               DISPLAY "AGENDA: LINHA INVALIDA PARA "
                   FUNCTION TRIM(AG-PROGRAMA) " - DESCARTADA"
           ELSE
               IF AG-MES > 12 OR (AG-REGRA = "U" AND AG-DIA > 23)
                   ADD 1 TO WS-QTD-AGENDA-INVALIDAS
                   DISPLAY "AGENDA: DIA/MES INVALIDO PARA "
                       FUNCTION TRIM(AG-PROGRAMA) " - DESCARTADA"
               ELSE
                   IF WS-QTD-AGENDA < 30
                       ADD 1 TO WS-QTD-AGENDA
                       MOVE WS-QTD-AGENDA TO WS-IDX-AG
                       MOVE AG-PROGRAMA TO WS-AG-PROGRAMA(WS-IDX-AG)
                       MOVE AG-REGRA    TO WS-AG-REGRA(WS-IDX-AG)
                       MOVE AG-DIA      TO WS-AG-DIA(WS-IDX-AG)
                       MOVE AG-MES      TO WS-AG-MES(WS-IDX-AG)
                       PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                               UNTIL WS-IDX-PRE > 3
                           MOVE AG-PRE-REQUISITO(WS-IDX-PRE)
                               TO WS-AG-PRE(WS-IDX-AG, WS-IDX-PRE)
                       END-PERFORM
                       MOVE AG-PARAM-NOME
                           TO WS-AG-PARAM-NOME(WS-IDX-AG)
                       MOVE AG-PARAM-VALOR
                           TO WS-AG-PARAM-VALOR(WS-IDX-AG)
                       MOVE ZEROS TO WS-AG-OCORRENCIA(WS-IDX-AG)
                       MOVE ZEROS TO WS-AG-FIM-PERIODO(WS-IDX-AG)
                       MOVE "N"   TO WS-AG-HISTORICO(WS-IDX-AG)
                       MOVE SPACE TO WS-AG-SITUACAO(WS-IDX-AG)
                   ELSE
                       ADD 1 TO WS-QTD-AGENDA-INVALIDAS
                       DISPLAY "AGENDA: MAIS DE 30 JOBS - "
                           FUNCTION TRIM(AG-PROGRAMA) " DESCARTADO"
                   END-IF
               END-IF
           END-IF.

      * DECIDE QUAIS JOBS DA AGENDA VENCEM NESTA NOITE. CADA REGRA DA
      * UMA OCORRENCIA NO MES DA DATA DE REFERENCIA; O JOB E DEVIDO SE
      * A OCORRENCIA E HOJE, OU SE JA PASSOU E DESDE ELA O JOB FOI
      * TENTADO SEM SUCESSO (FALHOU OU FICOU RETIDO) - ASSIM ELE E
      * REPETIDO ATE CONCLUIR, SEM NUNCA RODAR DUAS VEZES NA MESMA
      * OCORRENCIA NEM DISPARAR OCORRENCIAS ANTIGAS QUE A AGENDA NAO
      * CHEGOU A VER.
       CALCULAR-AGENDA.
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > WS-QTD-AGENDA
               PERFORM CALCULAR-OCORRENCIA
           END-PERFORM

           PERFORM LER-EXECUCOES-AGENDA

           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > WS-QTD-AGENDA
               IF WS-AG-OCORRENCIA(WS-IDX-AG) > ZEROS
                       AND WS-AG-HISTORICO(WS-IDX-AG) NOT = "C"
                   IF WS-AG-OCORRENCIA(WS-IDX-AG) = WS-DATA-REFERENCIA
                           OR WS-AG-HISTORICO(WS-IDX-AG) = "T"
                       MOVE "D" TO WS-AG-SITUACAO(WS-IDX-AG)
                       ADD 1 TO WS-QTD-AG-DEVIDOS
                   END-IF
               END-IF
           END-PERFORM.

      * OCORRENCIA DA REGRA DA ENTRADA WS-IDX-AG NO MES DA DATA DE
      * REFERENCIA, OU ZEROS SE NAO HA (MES DIFERENTE DO AGENDADO,
      * N-ESIMO DIA UTIL QUE NAO CABE NO MES, OCORRENCIA AINDA POR
      * VIR).
       CALCULAR-OCORRENCIA.
           MOVE ZEROS TO WS-OCORRENCIA
           MOVE WS-DATA-REFERENCIA TO WS-DATA-MES-INI
           EVALUATE WS-AG-REGRA(WS-IDX-AG)
               WHEN "U"
                   PERFORM OCORRENCIA-DIA-UTIL-N
               WHEN "F"
                   PERFORM OCORRENCIA-ULTIMO-UTIL
               WHEN "P"
                   PERFORM OCORRENCIA-APOS-PERIODO
           END-EVALUATE
           IF WS-AG-MES(WS-IDX-AG) > 0
                   AND WS-AG-MES(WS-IDX-AG) NOT = WS-MES-INI-MES
               MOVE ZEROS TO WS-OCORRENCIA
           END-IF
           IF WS-OCORRENCIA > WS-DATA-REFERENCIA
               MOVE ZEROS TO WS-OCORRENCIA
           END-IF
           MOVE WS-OCORRENCIA TO WS-AG-OCORRENCIA(WS-IDX-AG).

      * WS-DATA-TESTE NO ULTIMO DIA DO MES ANTERIOR AO DA REFERENCIA,
      * PONTO DE PARTIDA PARA CONTAR OS DIAS UTEIS DO MES.
       VESPERA-DO-MES.
           MOVE WS-DATA-REFERENCIA TO WS-DATA-MES-INI
           MOVE 01 TO WS-MES-INI-DIA
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MES-INI) - 1
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS).

      * DIA 00: TODO DIA UTIL (A PROPRIA REFERENCIA, SE FOR UTIL).
       OCORRENCIA-DIA-UTIL-N.
           IF WS-AG-DIA(WS-IDX-AG) = 0
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA) - 1
               COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRIDOS)
               PERFORM PROXIMO-DIA-UTIL
               IF WS-DATA-TESTE = WS-DATA-REFERENCIA
                   MOVE WS-DATA-TESTE TO WS-OCORRENCIA
               END-IF
           ELSE
               PERFORM VESPERA-DO-MES
               PERFORM VARYING WS-CONTA-UTEIS FROM 1 BY 1
                       UNTIL WS-CONTA-UTEIS > WS-AG-DIA(WS-IDX-AG)
                   PERFORM PROXIMO-DIA-UTIL
               END-PERFORM
               IF WS-DATA-TESTE(1:6) = WS-DATA-REFERENCIA(1:6)
                   MOVE WS-DATA-TESTE TO WS-OCORRENCIA
               END-IF
           END-IF
           MOVE WS-DATA-REFERENCIA TO WS-DATA-MES-INI.

       OCORRENCIA-ULTIMO-UTIL.
           PERFORM VESPERA-DO-MES
           PERFORM PROXIMO-DIA-UTIL
           PERFORM UNTIL WS-DATA-TESTE(1:6) NOT =
                   WS-DATA-REFERENCIA(1:6)
               MOVE WS-DATA-TESTE TO WS-OCORRENCIA
               PERFORM PROXIMO-DIA-UTIL
           END-PERFORM
           MOVE WS-DATA-REFERENCIA TO WS-DATA-MES-INI.

      * O PRIMEIRO DIA UTIL DEPOIS DO FIM DE CADA PERIODO; VALE O MAIS
      * RECENTE QUE CAIA NO MES E NAO PASSE DA REFERENCIA.
       OCORRENCIA-APOS-PERIODO.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-QTD-PERIODOS
               MOVE WS-PER-FIM(WS-IDX-PER) TO WS-DATA-TESTE
               PERFORM PROXIMO-DIA-UTIL
               IF WS-DATA-TESTE(1:6) = WS-DATA-REFERENCIA(1:6)
                       AND WS-DATA-TESTE <= WS-DATA-REFERENCIA
                       AND WS-DATA-TESTE > WS-OCORRENCIA
                   MOVE WS-DATA-TESTE TO WS-OCORRENCIA
                   MOVE WS-PER-FIM(WS-IDX-PER)
                       TO WS-AG-FIM-PERIODO(WS-IDX-AG)
               END-IF
           END-PERFORM.

      * O QUE ACONTECEU COM CADA JOB DESDE A SUA OCORRENCIA NO MES:
      * CONCLUIDO ENCERRA A OCORRENCIA; FALHOU OU RETIDO PEDE NOVA
      * TENTATIVA.
       LER-EXECUCOES-AGENDA.
           OPEN INPUT AGENDA-EXEC-FILE
           IF WS-FS-AGENDA-EXEC = "00"
               MOVE "N" TO WS-FIM-AGENDA
               PERFORM UNTIL FIM-AGENDA
                   READ AGENDA-EXEC-FILE
                       AT END
                           SET FIM-AGENDA TO TRUE
                       NOT AT END
                           PERFORM APLICAR-EXECUCAO-AGENDA
                   END-READ
               END-PERFORM
               CLOSE AGENDA-EXEC-FILE
           END-IF.

       APLICAR-EXECUCAO-AGENDA.
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > WS-QTD-AGENDA
               IF WS-AG-PROGRAMA(WS-IDX-AG) = AE-PROGRAMA
                       AND WS-AG-OCORRENCIA(WS-IDX-AG) > ZEROS
                       AND AE-DATA >= WS-AG-OCORRENCIA(WS-IDX-AG)
                   IF AE-CONCLUIDO
                       MOVE "C" TO WS-AG-HISTORICO(WS-IDX-AG)
                   ELSE
                       IF WS-AG-HISTORICO(WS-IDX-AG) NOT = "C"
                           MOVE "T" TO WS-AG-HISTORICO(WS-IDX-AG)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * ABRE O LOG DA NOITE COM OS JOBS PERIODICOS QUE VENCERAM E A
      * OCORRENCIA DE CADA UM (REPETICAO QUANDO A OCORRENCIA E DE UMA
      * NOITE ANTERIOR).
       REGISTRAR-AGENDA-NOITE.
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > WS-QTD-AGENDA
               IF WS-AG-SITUACAO(WS-IDX-AG) = "D"
                   MOVE WS-AG-OCORRENCIA(WS-IDX-AG) TO WS-DATA-MES-INI
                   MOVE SPACES TO WS-DATA-OCOR-FMT
                   STRING WS-MES-INI-DIA "/" WS-MES-INI-MES "/"
                          WS-MES-INI-ANO
                       DELIMITED BY SIZE INTO WS-DATA-OCOR-FMT
                   END-STRING
                   MOVE SPACES TO LG-LINHA
                   IF WS-AG-OCORRENCIA(WS-IDX-AG) = WS-DATA-REFERENCIA
                       STRING "AGENDA: ("
                              FUNCTION TRIM(WS-AG-PROGRAMA(WS-IDX-AG))
                              ") DEVIDO NESTA NOITE"
                           DELIMITED BY SIZE INTO LG-LINHA
                       END-STRING
                   ELSE
                       STRING "AGENDA: ("
                              FUNCTION TRIM(WS-AG-PROGRAMA(WS-IDX-AG))
                              ") REPETICAO DA OCORRENCIA DE "
                              WS-DATA-OCOR-FMT
                           DELIMITED BY SIZE INTO LG-LINHA
                       END-STRING
                   END-IF
                   WRITE LG-LINHA
                   DISPLAY LG-LINHA
               END-IF
           END-PERFORM
           IF WS-QTD-AGENDA-INVALIDAS > 0
               MOVE SPACES TO LG-LINHA
               STRING "AGENDA: " WS-QTD-AGENDA-INVALIDAS
                      " LINHA(S) INVALIDA(S) DESCARTADA(S)"
                   DELIMITED BY SIZE INTO LG-LINHA
               END-STRING
               WRITE LG-LINHA
               DISPLAY LG-LINHA
               IF WS-RC-PIOR < WS-RC-ALERTA
                   MOVE WS-RC-ALERTA TO WS-RC-PIOR
               END-IF
           END-IF
           MOVE WS-DATA-REFERENCIA TO WS-DATA-MES-INI.

      * RODA OS JOBS DEVIDOS NA ORDEM DA AGENDA. O JOB SO E CHAMADO
      * COM TODOS OS PRE-REQUISITOS CONCLUIDOS COM SUCESSO; SENAO FICA
      * RETIDO E REPORTADO, EM VEZ DE RODAR FORA DE ORDEM. O PARAMETRO
      * DE AMBIENTE DA AGENDA VALE SO DURANTE A CHAMADA.
       EXECUTAR-AGENDA.
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > WS-QTD-AGENDA
               IF WS-AG-SITUACAO(WS-IDX-AG) = "D"
                   MOVE WS-AG-PROGRAMA(WS-IDX-AG)
                       TO WS-NOME-PASSO-ATUAL
                   PERFORM CONFERIR-PRE-REQUISITOS
                   IF WS-PRE-FALTANDO NOT = SPACES
                       PERFORM REGISTRAR-PASSO-RETIDO
                   ELSE
                       PERFORM EXECUTAR-JOB-AGENDADO
                   END-IF
               END-IF
           END-PERFORM.

      * PRE-REQUISITO SATISFEITO: A ULTIMA EXECUCAO DELE TERMINOU COM
      * RC ABAIXO DE ERRO DE DADOS E, SE ELE TAMBEM E JOB DA AGENDA
      * DEVIDO NESTA NOITE, JA CONCLUIU. O PRIMEIRO QUE FALTAR FICA
      * EM WS-PRE-FALTANDO.
       CONFERIR-PRE-REQUISITOS.
           MOVE SPACES TO WS-PRE-FALTANDO
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > 3 OR WS-PRE-FALTANDO NOT = SPACES
               IF WS-AG-PRE(WS-IDX-AG, WS-IDX-PRE) NOT = SPACES
                   PERFORM CONFERIR-UM-PRE-REQUISITO
               END-IF
           END-PERFORM.

       CONFERIR-UM-PRE-REQUISITO.
           PERFORM VARYING WS-IDX-AG-PRE FROM 1 BY 1
                   UNTIL WS-IDX-AG-PRE > WS-QTD-AGENDA
               IF WS-AG-PROGRAMA(WS-IDX-AG-PRE) =
                       WS-AG-PRE(WS-IDX-AG, WS-IDX-PRE)
                   IF WS-AG-SITUACAO(WS-IDX-AG-PRE) = "D"
                           OR WS-AG-SITUACAO(WS-IDX-AG-PRE) = "F"
                           OR WS-AG-SITUACAO(WS-IDX-AG-PRE) = "R"
                       MOVE WS-AG-PRE(WS-IDX-AG, WS-IDX-PRE)
                           TO WS-PRE-FALTANDO
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-UE FROM 1 BY 1
                   UNTIL WS-IDX-UE > WS-QTD-UE
                      OR WS-UE-PASSO(WS-IDX-UE) =
                         WS-AG-PRE(WS-IDX-AG, WS-IDX-PRE)
               CONTINUE
           END-PERFORM
           IF WS-IDX-UE > WS-QTD-UE
               MOVE WS-AG-PRE(WS-IDX-AG, WS-IDX-PRE) TO WS-PRE-FALTANDO
           ELSE
               IF WS-UE-RC(WS-IDX-UE) >= WS-RC-ERRO-DADOS
                   MOVE WS-AG-PRE(WS-IDX-AG, WS-IDX-PRE)
                       TO WS-PRE-FALTANDO
               END-IF
           END-IF.

      * CHAMA O JOB AGENDADO COMO OS DEMAIS PASSOS. PROGRAMA AUSENTE
      * CONTA COMO ERRO DE DADOS. ERRO DE DADOS NAO DERRUBA A NOITE (O
      * JOB FICA "FALHOU" NO LOG E E TENTADO DE NOVO NA NOITE SEGUINTE,
      * COMO O A046 REBAIXADO A ALERTA); ABEND CONTINUA INTERROMPENDO
      * A CADEIA.
       EXECUTAR-JOB-AGENDADO.
           IF WS-AG-PARAM-NOME(WS-IDX-AG) NOT = SPACES
               SET ENVIRONMENT WS-AG-PARAM-NOME(WS-IDX-AG)
                   TO WS-AG-PARAM-VALOR(WS-IDX-AG)
           END-IF
           IF WS-AG-REGRA(WS-IDX-AG) = "P"
               SET ENVIRONMENT "DATA_MOVIMENTO"
                   TO WS-AG-FIM-PERIODO(WS-IDX-AG)
           END-IF
           PERFORM INICIAR-PASSO
           CALL WS-NOME-PASSO-ATUAL
               ON EXCEPTION
                   DISPLAY "PROGRAMA "
                       FUNCTION TRIM(WS-NOME-PASSO-ATUAL)
                       " NAO ENCONTRADO"
                   MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
           END-CALL
           IF WS-AG-PARAM-NOME(WS-IDX-AG) NOT = SPACES
               MOVE SPACES TO WS-AG-PARAM-VALOR(WS-IDX-AG)
               SET ENVIRONMENT WS-AG-PARAM-NOME(WS-IDX-AG)
                   TO WS-AG-PARAM-VALOR(WS-IDX-AG)
           END-IF
           IF WS-AG-REGRA(WS-IDX-AG) = "P"
               IF TEM-DATAMOV
                   SET ENVIRONMENT "DATA_MOVIMENTO"
                       TO WS-DATA-MOVIMENTO
               ELSE
                   MOVE SPACES TO WS-DATA-AMBIENTE
                   SET ENVIRONMENT "DATA_MOVIMENTO"
                       TO WS-DATA-AMBIENTE
               END-IF
           END-IF

           MOVE RETURN-CODE TO WS-RC-PASSO
           IF WS-RC-PASSO >= WS-RC-ABEND
               MOVE "F" TO WS-AG-SITUACAO(WS-IDX-AG)
               ADD 1 TO WS-QTD-AG-FALHOS
               PERFORM GRAVAR-EXECUCAO-AGENDA
               MOVE WS-RC-PASSO TO RETURN-CODE
               PERFORM VERIFICAR-RC-PASSO
           ELSE
               PERFORM ENCERRAR-PASSO
               IF WS-RC-PASSO >= WS-RC-ERRO-DADOS
                   MOVE "F" TO WS-AG-SITUACAO(WS-IDX-AG)
                   ADD 1 TO WS-QTD-AG-FALHOS
                   IF WS-RC-PIOR < WS-RC-ALERTA
                       MOVE WS-RC-ALERTA TO WS-RC-PIOR
                   END-IF
                   PERFORM REGISTRAR-PASSO-FALHOU-AGENDA
               ELSE
                   MOVE "C" TO WS-AG-SITUACAO(WS-IDX-AG)
                   ADD 1 TO WS-QTD-AG-CONCLUIDOS
                   IF WS-RC-PASSO > WS-RC-PIOR
                       MOVE WS-RC-PASSO TO WS-RC-PIOR
                   END-IF
                   PERFORM REGISTRAR-PASSO-OK
               END-IF
               PERFORM GRAVAR-EXECUCAO-AGENDA
           END-IF.

       REGISTRAR-PASSO-FALHOU-AGENDA.
           ADD 1 TO WS-QTD-PASSOS
           MOVE SPACES TO LG-LINHA
           STRING "PASSO " WS-QTD-PASSOS " ("
                  FUNCTION TRIM(WS-NOME-PASSO-ATUAL)
                  ") FALHOU INICIO "
                  WS-INI-HH ":" WS-INI-MM ":" WS-INI-SS
                  " FIM " WS-FIM-HH ":" WS-FIM-MM ":" WS-FIM-SS
                  " DECORRIDO " WS-DECORRIDO-ED
                  " SEG RC " WS-RC-PASSO " - AGENDADO, REPETE"
               DELIMITED BY SIZE
               INTO LG-LINHA
           END-STRING
           WRITE LG-LINHA
           DISPLAY LG-LINHA.

      * JOB DEVIDO QUE NAO RODOU POR FALTA DE PRE-REQUISITO: VAI PARA
      * O LOG E PARA O CONTROLE DA AGENDA (PARA SER TENTADO DE NOVO NA
      * NOITE SEGUINTE) E A NOITE TERMINA EM ALERTA.
       REGISTRAR-PASSO-RETIDO.
           MOVE "R" TO WS-AG-SITUACAO(WS-IDX-AG)
           ADD 1 TO WS-QTD-AG-RETIDOS
           MOVE WS-RC-ALERTA TO WS-RC-PASSO
           IF WS-RC-PIOR < WS-RC-ALERTA
               MOVE WS-RC-ALERTA TO WS-RC-PIOR
           END-IF
           MOVE SPACES TO LG-LINHA
           STRING "PASSO (" FUNCTION TRIM(WS-NOME-PASSO-ATUAL)
                  ") RETIDO - PRE-REQUISITO ("
                  FUNCTION TRIM(WS-PRE-FALTANDO)
                  ") NAO CONCLUIDO COM SUCESSO"
               DELIMITED BY SIZE INTO LG-LINHA
           END-STRING
           WRITE LG-LINHA
           DISPLAY LG-LINHA
           PERFORM GRAVAR-EXECUCAO-AGENDA.

       GRAVAR-EXECUCAO-AGENDA.
           OPEN EXTEND AGENDA-EXEC-FILE
           IF WS-FS-AGENDA-EXEC = "35"
               OPEN OUTPUT AGENDA-EXEC-FILE
               CLOSE AGENDA-EXEC-FILE
               OPEN EXTEND AGENDA-EXEC-FILE
           END-IF
           IF WS-FS-AGENDA-EXEC NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CONTROLE DA AGENDA: "
                   WS-FS-AGENDA-EXEC
           ELSE
               MOVE WS-DATA-REFERENCIA TO AE-DATA
               MOVE WS-NOME-PASSO-ATUAL TO AE-PROGRAMA
               MOVE WS-AG-SITUACAO(WS-IDX-AG) TO AE-SITUACAO
               MOVE WS-RC-PASSO TO AE-RC
               WRITE AE-EXECUCAO-REC
               CLOSE AGENDA-EXEC-FILE
           END-IF.

      * CONFERE O RETURN-CODE DEIXADO PELO PROGRAMA RECEM-CHAMADO ANTES
      * DE REGISTRAR O PASSO COMO CONCLUIDO: SEM ISSO O LOG E O RETURN-
      * CODE FINAL DO DRIVER PODERIAM REPORTAR SUCESSO MESMO QUANDO UM
           MOVE WS-NOME-PASSO-ATUAL  TO ST-PASSO
           MOVE WS-DECORRIDO-ED      TO ST-SEGUNDOS
           MOVE WS-RC-PASSO          TO ST-RC
           PERFORM ATUALIZAR-ULTIMA-EXECUCAO
           WRITE ST-STAT-REC.

      * REGISTRA NO LOG COMPARTILHADO A CONCLUSAO DE CADA PASSO DA
           END-STRING
           WRITE LG-LINHA
           DISPLAY LG-LINHA
           IF WS-QTD-AG-DEVIDOS > 0
               MOVE SPACES TO LG-LINHA
               STRING "JOBS AGENDADOS DEVIDOS: " WS-QTD-AG-DEVIDOS
                      " CONCLUIDOS: " WS-QTD-AG-CONCLUIDOS
                      " FALHARAM: " WS-QTD-AG-FALHOS
                      " RETIDOS: " WS-QTD-AG-RETIDOS
                   DELIMITED BY SIZE
                   INTO LG-LINHA
               END-STRING
               WRITE LG-LINHA
               DISPLAY LG-LINHA
           END-IF

           ACCEPT WS-HORA-FIM FROM TIME
           MOVE SPACES TO LG-LINHA
