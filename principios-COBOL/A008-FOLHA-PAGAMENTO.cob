               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIO.
      * MOVIMENTO MENSAL DE VERBAS VARIAVEIS (HORAS EXTRAS, FALTAS,
      * ADICIONAIS) DIGITADO PELO RH - AS VERBAS DO RELOGIO DE PONTO
      * SAO GRAVADAS PELO A035-PONTO-ELETRONICO: UMA LINHA POR
      * MATRICULA E VERBA, COM A NATUREZA ("P" PROVENTO, "D"
      * DESCONTO) E O VALOR.
      * ENTRA NO BRUTO ANTES DO IMPOSTO-CALC - SEM ISSO O INSS/IRRF
      * RETIDO DE QUEM FEZ HORA EXTRA SAIA SIMPLESMENTE ERRADO - E
      * CADA VERBA SAI ITEMIZADA NO CONTRACHEQUE.
           SELECT CONSIGNADO-FILE ASSIGN TO DYNAMIC WS-ARQ-CONSIGNADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSIGNADO.
      * EXTRATO DE FGTS: O DEPOSITO DE 8% DO MES SOBRE O MESMO BRUTO
      * QUE VAI PARA O ACUMULADO, UMA LINHA POR FUNCIONARIO POR
      * COMPETENCIA E TIPO DE FOLHA - E O QUE A GUIA MENSAL (A031)
      * RECOLHE E O SALDO QUE A RESCISAO (A011) USA NA MULTA. O
      * RERUN SUBSTITUI AS LINHAS DO MES E TIPO PELA COPIA DE
      * TRABALHO, COMO NO ACUMULADO.
           SELECT FGTS-FILE ASSIGN TO DYNAMIC WS-ARQ-FGTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS.
           SELECT FGTSTRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-FGTSTRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTSTRAB.
      * TOTAIS DA EMPRESA POR COMPETENCIA E TIPO DE FOLHA - OS MESMOS
      * DA PAGINA DE FECHAMENTO, GUARDADOS PARA AS GUIAS DE INSS E
      * IRRF AMARRAREM A SOMA DO ACUMULADO NA FOLHA QUE FOI PAGA. O
      * RERUN SUBSTITUI A LINHA DO MES E TIPO PELA COPIA DE TRABALHO.
           SELECT TOTAIS-FILE ASSIGN TO DYNAMIC WS-ARQ-TOTAIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTAIS.
           SELECT TOTTRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-TOTTRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTTRAB.
      * ADIANTAMENTO QUINZENAL (FOLHA_TIPO=ADTO): PARAMETROS DO RH
      * (PERCENTUAL DO SALARIO E MATRICULAS QUE NAO QUEREM O
      * ADIANTAMENTO), O HISTORICO DO QUE FOI ADIANTADO - QUE A FOLHA
      * MENSAL DESCONTA - COM A COPIA DE TRABALHO DO RERUN, E A
      * INTERFACE DE CREDITOS QUE A REMESSA (A013) MESCLA NOS
      * ARQUIVOS DE BANCO, COMO JA FAZ COM OS CREDITOS DE FERIAS. O
      * FOLHA_LIQUIDOS NAO E USADO: A FOLHA MENSAL REGRAVA AQUELE
      * ARQUIVO TODA NOITE E O ADIANTAMENTO SUMIRIA ANTES DA REMESSA.
           SELECT ADTO-PARAM-FILE ASSIGN TO DYNAMIC WS-ARQ-ADTO-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADTO-PARAM.
           SELECT ADTO-HIST-FILE ASSIGN TO DYNAMIC WS-ARQ-ADTO-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADTO-HIST.
           SELECT ADTO-TRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-ADTO-TRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADTO-TRAB.
           SELECT ADTO-CRED-FILE ASSIGN TO DYNAMIC WS-ARQ-ADTO-CRED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADTO-CRED.
      * ORDENS JUDICIAIS DE PENSAO ALIMENTICIA MANTIDAS PELO RH: O
      * DESCONTO SAI DO LIQUIDO DEPOIS DO INSS/IRRF E O CREDITO DO
      * BENEFICIARIO VAI NA INTERFACE DE LIQUIDOS, AO LADO DO LIQUIDO
      * DO FUNCIONARIO, PARA A REMESSA (A013) PAGAR OS DOIS JUNTOS.
           SELECT PENSAO-FILE ASSIGN TO DYNAMIC WS-ARQ-PENSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSAO.
      * AFASTAMENTOS DE DOENCA, ACIDENTE E MATERNIDADE CONTROLADOS
      * PELO A034: O MES DO AFASTADO E PAGO PROPORCIONAL AOS DIAS.
           SELECT AFASTAMENTO-FILE ASSIGN TO DYNAMIC WS-ARQ-AFAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFAST.
      * HISTORICO PERMANENTE DE CONTRACHEQUES: CADA LINHA IMPRESSA NO
      * CONTRACHEQUE (E NO RECIBO DE ADIANTAMENTO) COM A VERBA, A
      * REFERENCIA E O VALOR, PARA O A038 EMITIR A SEGUNDA VIA DE
      * MESES PASSADOS - O CONTRACHEQUES.TXT E REGRAVADO TODA NOITE.
      * O RERUN SUBSTITUI AS LINHAS DO MES E TIPO PELA COPIA DE
      * TRABALHO, COMO NO ACUMULADO.
           SELECT CHIST-FILE ASSIGN TO DYNAMIC WS-ARQ-CHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHIST.
           SELECT CHTRAB-FILE ASSIGN TO DYNAMIC WS-ARQ-CHTRAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHTRAB.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY DEPENDENTE-REC.
       FD  CONSIGNADO-FILE.
       COPY CONSIGNADO-REC.
       FD  FGTS-FILE.
       COPY FGTS-REC.
       FD  FGTSTRAB-FILE.
       01  FT-FGTS-REC         PIC X(41).
       FD  TOTAIS-FILE.
       COPY FOLHA-TOT-REC.
       FD  TOTTRAB-FILE.
       01  TT-TOTAIS-REC       PIC X(100).
      * PARAMETROS DO ADIANTAMENTO - O PRIMEIRO BYTE DIZ O TIPO DA
      * LINHA: "P" PERCENTUAL DO SALARIO, "N" MATRICULA QUE RECUSOU O
      * ADIANTAMENTO.
       FD  ADTO-PARAM-FILE.
       01  AP-PERCENTUAL-REC.
           05 AP-TIPO          PIC X(01).
               88 AP-LINHA-PERCENTUAL VALUE "P".
               88 AP-LINHA-RECUSA     VALUE "N".
           05 AP-PERCENTUAL    PIC 9(03)V99.
       01  AP-RECUSA-REC.
           05 FILLER           PIC X(01).
           05 AP-MATRICULA     PIC 9(06).
       FD  ADTO-HIST-FILE.
       COPY ADIANTAMENTO-REC.
       FD  ADTO-TRAB-FILE.
       01  AT-ADIANTAMENTO-REC PIC X(41).
      * MESMO LAYOUT DA INTERFACE DE CREDITOS DE FERIAS DO A024.
       FD  ADTO-CRED-FILE.
       01  CA-CREDITO-REC.
           05 CA-MATRICULA     PIC 9(06).
           05 CA-NOME          PIC X(20).
           05 CA-BANCO         PIC 9(03).
           05 CA-AGENCIA       PIC 9(04).
           05 CA-CONTA         PIC 9(08).
           05 CA-LIQUIDO       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 CA-COMPETENCIA   PIC 9(06).
       FD  PENSAO-FILE.
       COPY PENSAO-REC.
       FD  AFASTAMENTO-FILE.
       COPY AFASTAMENTO-REC.
       FD  CHIST-FILE.
       COPY CONTRACHEQUE-HIST-REC.
       FD  CHTRAB-FILE.
       01  HT-CONTRACHEQUE-REC PIC X(160).
       FD  MOVIMENTO-FILE.
       01  MV-MOVIMENTO-REC.
           05 MV-MATRICULA     PIC 9(06).
      * ADIANTAMENTO, DEZEMBRO), AMBAS COM AVOS PROPORCIONAIS DE
      * 1/12 PELA DATA DE ADMISSAO PARA QUEM ENTROU NO MEIO DO ANO.
      * AS DUAS ALIMENTAM A MESMA INTERFACE DE LIQUIDOS, ENTAO O
      * CREDITO VIAJA NA REMESSA (A013) COMO QUALQUER FOLHA. "ADTO" E
      * O ADIANTAMENTO QUINZENAL (PERCENTUAL DO SALARIO DO CADASTRO,
      * DIA 20), QUE A FOLHA MENSAL DA COMPETENCIA DESCONTA.
       01 WS-FOLHA-TIPO                          PIC X(04) VALUE SPACES.
           88 FOLHA-NORMAL                       VALUE SPACES "NORM".
           88 FOLHA-13-PRIMEIRA                  VALUE "13-1".
           88 FOLHA-13-SEGUNDA                   VALUE "13-2".
           88 FOLHA-ADIANTAMENTO                 VALUE "ADTO".
       01 WS-ARQ-BAIXA13    PIC X(40)
           VALUE "data/PROVISAO_BAIXA_13.DAT".
       01 WS-FS-BAIXA13                          PIC X(02) VALUE SPACES.
               10 WS-COMP-COMPETENCIA PIC 9(06).
               10 WS-COMP-SITUACAO    PIC X(01).
               10 WS-COMP-REMETIDA    PIC X(01).
               10 WS-COMP-ADIANTAMENTO PIC X(01).
               10 WS-COMP-REVISAO     PIC X(01).
       01 WS-QTD-COMPETENCIAS                    PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP                            PIC 9(02) VALUE ZEROS.
       01 WS-IDX-COMP-ATU                        PIC 9(02) VALUE ZEROS.
       01 WS-CONS-ULT-IDX                  PIC 9(03)    VALUE ZEROS.
       01 WS-COMPETENCIA-FOLHA             PIC 9(06)    VALUE ZEROS.
       01 WS-QTD-PARCELAS-DESC             PIC 9(05)    VALUE ZEROS.
      * EXTRATO DE FGTS E A COPIA DE TRABALHO DO RERUN. A BASE DO
      * DEPOSITO E O BRUTO DA EXECUCAO - NA SEGUNDA PARCELA DO 13O,
      * SO O QUE FALTAVA DEPOIS DO ADIANTAMENTO, QUE JA DEPOSITOU NA
      * PRIMEIRA.
       01 WS-ARQ-FGTS       PIC X(40)
           VALUE "data/FGTS_EXTRATO.DAT".
       01 WS-FS-FGTS                             PIC X(02) VALUE SPACES.
       01 WS-ARQ-FGTSTRAB   PIC X(40)
           VALUE "data/FGTS_EXTRATO_TRAB.DAT".
       01 WS-FS-FGTSTRAB                         PIC X(02) VALUE SPACES.
       01 WS-FIM-FGTS                            PIC X(01) VALUE "N".
           88 FIM-FGTS                           VALUE "S".
       01 WS-QTD-FGTS-SUBST                PIC 9(05)    VALUE ZEROS.
       01 WS-ALIQ-FGTS                     PIC 9V99     VALUE 0,08.
       01 WS-BASE-FGTS                     PIC 9(06)V99 VALUE ZEROS.
       01 WS-DEPOSITO-FGTS                 PIC 9(06)V99 VALUE ZEROS.
      * TOTAIS DA EMPRESA POR EXECUCAO E A COPIA DE TRABALHO DO RERUN.
       01 WS-ARQ-TOTAIS     PIC X(40)
           VALUE "data/FOLHA_TOTAIS.DAT".
       01 WS-FS-TOTAIS                           PIC X(02) VALUE SPACES.
       01 WS-ARQ-TOTTRAB    PIC X(40)
           VALUE "data/FOLHA_TOTAIS_TRAB.DAT".
       01 WS-FS-TOTTRAB                          PIC X(02) VALUE SPACES.
       01 WS-FIM-TOTAIS                          PIC X(01) VALUE "N".
           88 FIM-TOTAIS                         VALUE "S".
       01 WS-QTD-TOTAIS-SUBST              PIC 9(05)    VALUE ZEROS.
      * ADIANTAMENTO QUINZENAL: PERCENTUAL DO PARAMETRO (40% QUANDO O
      * RH NAO INFORMOU), MATRICULAS QUE RECUSARAM O ADIANTAMENTO E A
      * COMPETENCIA DE CREDITO AINDA NAO REMETIDO ENCONTRADO NA
      * INTERFACE.
       01 WS-ARQ-ADTO-PARAM PIC X(40)
           VALUE "data/ADIANTAMENTO_PARAM.DAT".
       01 WS-FS-ADTO-PARAM                       PIC X(02) VALUE SPACES.
       01 WS-ARQ-ADTO-HIST  PIC X(40)
           VALUE "data/ADIANTAMENTOS.DAT".
       01 WS-FS-ADTO-HIST                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-ADTO-TRAB  PIC X(40)
           VALUE "data/ADIANTAMENTOS_TRAB.DAT".
       01 WS-FS-ADTO-TRAB                        PIC X(02) VALUE SPACES.
       01 WS-ARQ-ADTO-CRED  PIC X(40)
           VALUE "data/CREDITOS_ADIANTAMENTO.DAT".
       01 WS-FS-ADTO-CRED                        PIC X(02) VALUE SPACES.
       01 WS-FIM-ADTO-PARAM                      PIC X(01) VALUE "N".
           88 FIM-ADTO-PARAM                     VALUE "S".
       01 WS-FIM-ADTO-HIST                       PIC X(01) VALUE "N".
           88 FIM-ADTO-HIST                      VALUE "S".
       01 WS-FIM-ADTO-CRED                       PIC X(01) VALUE "N".
           88 FIM-ADTO-CRED                      VALUE "S".
       01 WS-ADTO-PERCENTUAL               PIC 9(03)V99 VALUE 40,00.
       01 WS-RECUSA-TABELA.
           05 WS-REC-MATRICULA PIC 9(06) OCCURS 500 TIMES.
       01 WS-QTD-RECUSAS                         PIC 9(03) VALUE ZEROS.
       01 WS-IDX-REC                             PIC 9(03) VALUE ZEROS.
       01 WS-RECUSA-ACHADA                       PIC X(01) VALUE "N".
           88 RECUSA-ACHADA                      VALUE "S".
       01 WS-COMP-CRED-PENDENTE            PIC 9(06)    VALUE ZEROS.
       01 WS-VALOR-ADTO                    PIC 9(06)V99 VALUE ZEROS.
       01 WS-QTD-ADTO-SUBST                PIC 9(05)    VALUE ZEROS.
       01 WS-QTD-ADTO-RECUSADOS            PIC 9(05)    VALUE ZEROS.
       01 WS-QTD-ADTO-SEM-BANCO            PIC 9(05)    VALUE ZEROS.
       01 WS-AUX-PERCENTUAL                PIC ZZ9,99.
      * ADIANTAMENTOS DA COMPETENCIA CARREGADOS NA FOLHA MENSAL: O
      * VALOR ADIANTADO SAI DO LIQUIDO EM LINHA PROPRIA DO
      * CONTRACHEQUE, SEM DEPENDER DE ALGUEM DIGITAR O DESCONTO NO
      * MOVIMENTO.
       01 WS-ADTO-TABELA.
           05 WS-ADT-ENTRADA OCCURS 500 TIMES.
               10 WS-ADT-MATRICULA  PIC 9(06).
               10 WS-ADT-VALOR      PIC 9(06)V99.
       01 WS-QTD-ADTO-TAB                        PIC 9(03) VALUE ZEROS.
       01 WS-IDX-ADTO                            PIC 9(03) VALUE ZEROS.
       01 WS-ADTO-DESCONTO                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-TOT-ADIANTAMENTO              PIC 9(09)V99 VALUE ZEROS.
      * ORDENS DE PENSAO ALIMENTICIA VIGENTES NA COMPETENCIA DA
      * FOLHA, COM O DESCONTO APURADO PARA O FUNCIONARIO CORRENTE -
      * UMA MATRICULA PODE TER MAIS DE UM BENEFICIARIO.
       01 WS-ARQ-PENSAO     PIC X(40)
           VALUE "data/PENSAO_JUDICIAL.DAT".
       01 WS-FS-PENSAO                           PIC X(02) VALUE SPACES.
       01 WS-FIM-PENSAO                          PIC X(01) VALUE "N".
           88 FIM-PENSAO                         VALUE "S".
       01 WS-PENSAO-TABELA.
           05 WS-PJ-ENTRADA OCCURS 200 TIMES.
               10 WS-PJ-MATRICULA    PIC 9(06).
               10 WS-PJ-BENEFICIARIO PIC 9(06).
               10 WS-PJ-BASE         PIC X(01).
               10 WS-PJ-PERCENTUAL   PIC 9(03)V99.
               10 WS-PJ-VALOR        PIC 9(06)V99.
               10 WS-PJ-NOME         PIC X(20).
               10 WS-PJ-BANCO        PIC 9(03).
               10 WS-PJ-AGENCIA      PIC 9(04).
               10 WS-PJ-CONTA        PIC 9(08).
               10 WS-PJ-DESCONTO     PIC 9(06)V99.
       01 WS-QTD-PENSAO-TAB                      PIC 9(03) VALUE ZEROS.
       01 WS-IDX-PENSAO                          PIC 9(03) VALUE ZEROS.
       01 WS-QTD-PENSAO-INVALIDA                 PIC 9(03) VALUE ZEROS.
       01 WS-PJ-COMP-INICIO                PIC 9(06)    VALUE ZEROS.
       01 WS-PJ-COMP-FIM                   PIC 9(06)    VALUE ZEROS.
       01 WS-PENSAO-BASE-LIQ               PIC 9(06)V99 VALUE ZEROS.
       01 WS-PENSAO-BASE-BRUTO             PIC 9(06)V99 VALUE ZEROS.
       01 WS-PENSAO-CALCULADA              PIC 9(06)V99 VALUE ZEROS.
       01 WS-TOT-PENSAO                    PIC 9(09)V99 VALUE ZEROS.
      * AFASTAMENTOS (EM ANDAMENTO OU ENCERRADOS) QUE TOCAM A
      * COMPETENCIA DA FOLHA, EM DIAS CORRIDOS (INTEGER-OF-DATE). O
      * RETORNO ZERADO VALE COMO AINDA AFASTADO NO FIM DO MES.
       01 WS-ARQ-AFAST      PIC X(40)
           VALUE "data/AFASTAMENTOS.DAT".
       01 WS-FS-AFAST                            PIC X(02) VALUE SPACES.
       01 WS-FIM-AFAST                           PIC X(01) VALUE "N".
           88 FIM-AFAST                          VALUE "S".
       01 WS-AFAST-TABELA.
           05 WS-AFT-ENTRADA OCCURS 200 TIMES.
               10 WS-AFT-MATRICULA   PIC 9(06).
               10 WS-AFT-TIPO        PIC X(01).
               10 WS-AFT-DIA-INICIO  PIC 9(08).
               10 WS-AFT-DIA-FIM     PIC 9(08).
       01 WS-QTD-AFAST-TAB                       PIC 9(03) VALUE ZEROS.
       01 WS-IDX-AFAST                           PIC 9(03) VALUE ZEROS.
       01 WS-TEM-AFASTAMENTO                     PIC X(01) VALUE "N".
           88 TEM-AFASTAMENTO                    VALUE "S".
       01 WS-MES-DATA.
           05 WS-MES-ANO     PIC 9(04).
           05 WS-MES-MES     PIC 9(02).
           05 WS-MES-DIA     PIC 9(02).
       01 WS-MES-DATA-N REDEFINES WS-MES-DATA    PIC 9(08).
       01 WS-MES-DIA-INI                   PIC 9(08)    VALUE ZEROS.
       01 WS-MES-DIA-FIM                   PIC 9(08)    VALUE ZEROS.
       01 WS-AFT-DE                        PIC 9(08)    VALUE ZEROS.
       01 WS-AFT-ATE                       PIC 9(08)    VALUE ZEROS.
       01 WS-AFT-DIAS                      PIC 9(03)    VALUE ZEROS.
      * DIAS DO MES SEM SALARIO (DOENCA/ACIDENTE DEPOIS DO 15O DIA,
      * PAGOS PELO INSS) E DIAS DE SALARIO MATERNIDADE, NO MES
      * COMERCIAL DE 30 DIAS.
       01 WS-DIAS-SEM-SALARIO              PIC 9(03)    VALUE ZEROS.
       01 WS-DIAS-ACIDENTE                 PIC 9(03)    VALUE ZEROS.
       01 WS-DIAS-MATERNIDADE              PIC 9(03)    VALUE ZEROS.
       01 WS-DESCONTO-AFAST                PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-ACIDENTE                PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-MATERNIDADE             PIC 9(06)V99 VALUE ZEROS.
       01 WS-TOT-MATERNIDADE               PIC 9(09)V99 VALUE ZEROS.
      * SALARIO DOS DIAS DE ACIDENTE QUE ENTROU SO NA BASE DO FGTS -
      * VAI PARA OS TOTAIS, PARA A GUIA (A031) FECHAR BASE X BRUTO.
       01 WS-TOT-ACIDENTE                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-DESC-AFAST                PIC 9(09)V99 VALUE ZEROS.
      * HISTORICO DE CONTRACHEQUES: ENQUANTO A GRAVACAO ESTA LIGADA,
      * CADA LINHA QUE SAI NO CONTRACHEQUE VAI TAMBEM PARA O
      * HISTORICO, COM OS CAMPOS ESTRUTURADOS QUE O PARAGRAFO DE
      * IMPRESSAO PREENCHEU ANTES DO STRING (LIMPOS DEPOIS DE CADA
      * LINHA - LINHA SEM VERBA E SO LAYOUT).
       01 WS-ARQ-CHIST      PIC X(40)
           VALUE "data/CONTRACHEQUE_HIST.DAT".
       01 WS-ARQ-CHTRAB     PIC X(40)
           VALUE "data/CONTRACHEQUE_HIST.TRB".
       01 WS-FS-CHIST                            PIC X(02) VALUE SPACES.
       01 WS-FS-CHTRAB                           PIC X(02) VALUE SPACES.
       01 WS-FIM-CHIST                           PIC X(01) VALUE "N".
           88 FIM-CHIST                          VALUE "S".
       01 WS-GRAVA-HISTORICO                     PIC X(01) VALUE "N".
           88 GRAVA-HISTORICO                    VALUE "S".
       01 WS-TIPO-HISTORICO                      PIC X(04) VALUE SPACES.
       01 WS-QTD-HIST-SUBST                PIC 9(07)    VALUE ZEROS.
       01 WS-HIST-SEQUENCIA                PIC 9(03)    VALUE ZEROS.
       01 WS-HIST-VERBA                    PIC X(03)    VALUE SPACES.
       01 WS-HIST-DESCRICAO                PIC X(20)    VALUE SPACES.
       01 WS-HIST-REFERENCIA               PIC X(08)    VALUE SPACES.
       01 WS-HIST-NATUREZA                 PIC X(01)    VALUE SPACES.
       01 WS-HIST-VALOR                    PIC 9(07)V99 VALUE ZEROS.
       01 WS-HIST-AVOS                     PIC 9(02)    VALUE ZEROS.
      * ENTRADA/SAIDA DA CHAMADA AO IMPOSTO-CALC COMPARTILHADO.
       01 WS-SALARIO-BASE                  PIC 9(05)V99 VALUE ZERO.
       01 WS-DATA-PROC                     PIC 9(08)    VALUE ZERO.
       01 WS-TOT-INSS                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-IRRF                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-LIQUIDO                   PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-FGTS                      PIC 9(09)V99 VALUE ZEROS.
       01 WS-AUX-TOTAL                     PIC ZZZ.ZZZ.ZZ9,99.
      * GUARDA A LINHA DE DETALHE DURANTE O SALTO DE PAGINA, JA QUE O
      * CABECALHO DA PAGINA NOVA TAMBEM PASSA PELA AREA DO REGISTRO.
           IF NOT FOLHA-NORMAL
                   AND NOT FOLHA-13-PRIMEIRA
                   AND NOT FOLHA-13-SEGUNDA
                   AND NOT FOLHA-ADIANTAMENTO
               DISPLAY "FOLHA_TIPO INVALIDO (" WS-FOLHA-TIPO
                   ") - USE 13-1, 13-2, ADTO OU VAZIO PARA A FOLHA "
                   "MENSAL"
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
           END-IF

           PERFORM CARREGAR-CAMBIO
           PERFORM CARREGAR-CONSIGNADOS
           PERFORM CARREGAR-DEPENDENTES

               WHEN FOLHA-13-SEGUNDA
                   MOVE "13O SALARIO - SEGUNDA PARCELA"
                       TO WS-CAB-TITULO
               WHEN FOLHA-ADIANTAMENTO
                   MOVE "ADIANTAMENTO QUINZENAL"
                       TO WS-CAB-TITULO
               WHEN OTHER
                   MOVE "FOLHA DE PAGAMENTO" TO WS-CAB-TITULO
           END-EVALUATE
           PERFORM IMPRIMIR-CABECALHO-FOLHA
           MOVE WS-CAB-DATA-EXECUCAO(1:6) TO WS-COMPETENCIA-FOLHA
           PERFORM CARREGAR-MOVIMENTO

           ACCEPT WS-COMPLEMENTAR FROM ENVIRONMENT "FOLHA_COMPLEMENTAR"
           PERFORM VERIFICAR-COMPETENCIA

      * O ADIANTAMENTO QUINZENAL NAO E UMA FOLHA: NAO TRIBUTA, NAO VAI
      * PARA O ACUMULADO, O FGTS OU OS TOTAIS DAS GUIAS E NAO MEXE NA
      * INTERFACE DE LIQUIDOS - SO ANTECIPA PARTE DO SALARIO DO MES,
      * QUE A FOLHA MENSAL TRIBUTA INTEIRO E DESCONTA NO LIQUIDO.
           IF FOLHA-ADIANTAMENTO
               PERFORM PROCESSAR-ADIANTAMENTO
               GOBACK
           END-IF

      * A INTERFACE DE LIQUIDOS SO E RECRIADA DEPOIS DO CONTROLE DE
      * COMPETENCIA LIBERAR A EXECUCAO - UMA FOLHA RECUSADA NAO PODE
      * APAGAR CREDITOS QUE AINDA AGUARDAVAM REMESSA.
               WHEN OTHER
                   MOVE WS-FOLHA-TIPO TO WS-TIPO-ACUMULADO
           END-EVALUATE
           PERFORM CARREGAR-ADIANTAMENTOS-MES
           PERFORM CARREGAR-PENSOES
           PERFORM CARREGAR-AFASTAMENTOS
           PERFORM LIMPAR-ACUMULADO-COMPETENCIA

           OPEN EXTEND ACUMULADO-FILE
               GOBACK
           END-IF

      * O EXTRATO DE FGTS SEGUE A MESMA REGRA DO ACUMULADO: RERUN DA
      * COMPETENCIA SUBSTITUI O DEPOSITO DO MES E TIPO, NAO DOBRA.
           PERFORM LIMPAR-FGTS-COMPETENCIA
           OPEN EXTEND FGTS-FILE
           IF WS-FS-FGTS = "35"
               OPEN OUTPUT FGTS-FILE
               CLOSE FGTS-FILE
               OPEN EXTEND FGTS-FILE
           END-IF
           IF WS-FS-FGTS NOT = "00"
               DISPLAY "ERRO AO ABRIR EXTRATO DE FGTS: " WS-FS-FGTS
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               CLOSE LIQUIDOS-FILE
               CLOSE ACUMULADO-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TIPO-ACUMULADO TO WS-TIPO-HISTORICO
           PERFORM ABRIR-HISTORICO-CONTRACHEQUE
           IF WS-FS-CHIST NOT = "00"
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               CLOSE LIQUIDOS-FILE
               CLOSE ACUMULADO-FILE
               CLOSE FGTS-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

      * POSICIONA NA MENOR MATRICULA E VARRE O CADASTRO INTEIRO EM
      * ORDEM DE CHAVE.
           MOVE ZEROS TO FM-ID-FUNC
           PERFORM IMPRIMIR-TOTAIS-EMPRESA
           PERFORM REGRAVAR-CONSIGNADOS
           PERFORM GRAVAR-CONTADORES-BATIMENTO
           PERFORM GRAVAR-TOTAIS-FOLHA
           PERFORM ATUALIZAR-COMPETENCIA

           CLOSE EMPLOYEE-MASTER
           CLOSE CONTRACHEQUE-FILE
           CLOSE LIQUIDOS-FILE
           CLOSE ACUMULADO-FILE
           CLOSE FGTS-FILE
           CLOSE CHIST-FILE
           IF FOLHA-13-SEGUNDA
               CLOSE BAIXA13-FILE
           END-IF
                       WS-QTD-SEM-TAXA
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               ELSE
                   IF WS-QTD-PENSAO-INVALIDA > 0
                       DISPLAY "ORDENS DE PENSAO INVALIDAS IGNORADAS: "
                           WS-QTD-PENSAO-INVALIDA
                       MOVE WS-RC-ALERTA TO RETURN-CODE
                   ELSE
                       MOVE WS-RC-NORMAL TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           GOBACK.
                   WS-QTD-MOVIMENTOS
           END-IF.

      * VERBA PRESA A OUTRA COMPETENCIA NEM ENTRA NA TABELA - O PONTO
      * E OS BENEFICIOS GRAVAM LINHAS TODO MES E O ARQUIVO SO CRESCE.
       GUARDAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN MV-COMPETENCIA IS NUMERIC
                       AND MV-COMPETENCIA NOT = ZEROS
                       AND MV-COMPETENCIA NOT = WS-COMPETENCIA-FOLHA
                   CONTINUE
               WHEN MV-NATUREZA NOT = "P" AND MV-NATUREZA NOT = "D"
                   DISPLAY "NATUREZA DE VERBA INVALIDA (" MV-NATUREZA
                       ") - MOVIMENTO IGNORADO: MATRICULA "
                       MV-MATRICULA " VERBA " MV-VERBA
               WHEN WS-QTD-MOVIMENTOS < 500
                   ADD 1 TO WS-QTD-MOVIMENTOS
                   MOVE MV-MATRICULA
                       TO WS-MOV-MATRICULA(WS-QTD-MOVIMENTOS)
                       MOVE ZEROS
                           TO WS-MOV-COMPETENCIA(WS-QTD-MOVIMENTOS)
                   END-IF
               WHEN OTHER
                   DISPLAY "TABELA DE MOVIMENTOS CHEIA - VERBA "
                       "IGNORADA: " MV-MATRICULA " " MV-VERBA
           END-EVALUATE.

      * SOMA AS VERBAS DO FUNCIONARIO CORRENTE NO BRUTO DO MES ANTES
      * DO IMPOSTO-CALC: SALARIO DO CADASTRO + PROVENTOS - DESCONTOS.
                           OR WS-MOV-COMPETENCIA(WS-IDX-MOV) =
                               WS-COMPETENCIA-FOLHA)
                   MOVE WS-MOV-VALOR(WS-IDX-MOV) TO WS-AUX-VERBA
                   MOVE WS-MOV-VERBA(WS-IDX-MOV)     TO WS-HIST-VERBA
                   MOVE WS-MOV-DESCRICAO(WS-IDX-MOV)
                       TO WS-HIST-DESCRICAO
                   MOVE WS-MOV-NATUREZA(WS-IDX-MOV)
                       TO WS-HIST-NATUREZA
                   MOVE WS-MOV-VALOR(WS-IDX-MOV)     TO WS-HIST-VALOR
                   MOVE SPACES TO CC-LINHA
                   IF WS-MOV-NATUREZA(WS-IDX-MOV) = "P"
                       STRING "VERBA " WS-MOV-VERBA(WS-IDX-MOV)
               COMPUTE WS-VALOR-MOEDA ROUNDED =
                   WS-SALARIO-LIQUIDO / WS-TAXA-ACHADA
               MOVE WS-VALOR-MOEDA TO WS-AUX-MOEDA
               MOVE "MOE"                TO WS-HIST-VERBA
               MOVE "LIQUIDO EM MOEDA"   TO WS-HIST-DESCRICAO
               MOVE FM-MOEDA-FUNC        TO WS-HIST-REFERENCIA
               MOVE "I"                  TO WS-HIST-NATUREZA
               MOVE WS-VALOR-MOEDA       TO WS-HIST-VALOR
               MOVE SPACES TO CC-LINHA
               STRING "LIQUIDO EM " FM-MOEDA-FUNC "....: "
                      WS-AUX-MOEDA
      * CALCULA OS DESCONTOS DO FUNCIONARIO CORRENTE PELO IMPOSTO-CALC
      * COMPARTILHADO, ACUMULA OS TOTAIS DA EMPRESA E IMPRIME O
      * CONTRACHEQUE INDIVIDUAL.
      * O AFASTADO POR DOENCA, ACIDENTE OU MATERNIDADE CONTINUA NA
      * FOLHA (OS DIAS PAGOS PELA EMPRESA E O SALARIO MATERNIDADE);
      * O "F" DAS FERIAS, SEM AFASTAMENTO NO ARQUIVO, SEGUE PULADO.
       PROCESSAR-FUNCIONARIO.
           PERFORM BUSCAR-AFASTAMENTO
           IF NOT FUNC-ATIVO AND NOT INCLUIR-INATIVOS
                   AND NOT (FUNC-AFASTADO AND TEM-AFASTAMENTO)
               ADD 1 TO WS-QTD-PULADOS
           ELSE
               PERFORM CALCULAR-E-IMPRIMIR
           MOVE WS-CAB-DATA-EXECUCAO TO WS-DATA-PROC
           IF FOLHA-NORMAL
               PERFORM APLICAR-MOVIMENTO
               PERFORM PRORRATEAR-AFASTAMENTO
               PERFORM BUSCAR-QTD-DEPENDENTES
               CALL "IMPOSTO-CALC" USING WS-DATA-PROC
                                          WS-SALARIO-BASE
               IF WS-RC-IMPOSTO NOT = WS-RC-NORMAL
                   PERFORM ABORTAR-SEM-TABELAS
               END-IF
               PERFORM DESCONTAR-PENSAO
               PERFORM DESCONTAR-ADIANTAMENTO
               PERFORM DESCONTAR-CONSIGNADO
           ELSE
               PERFORM CALCULAR-PARCELA-13
               PERFORM DESCONTAR-PENSAO
           END-IF
           PERFORM CALCULAR-FGTS

           ADD WS-SALARIO-BASE    TO WS-TOT-BRUTO
           ADD WS-INSS            TO WS-TOT-INSS
           ADD WS-IRRF            TO WS-TOT-IRRF
           ADD WS-SALARIO-LIQUIDO TO WS-TOT-LIQUIDO
           ADD WS-DEPOSITO-FGTS   TO WS-TOT-FGTS

           PERFORM IMPRIMIR-CONTRACHEQUE
           PERFORM GRAVAR-LIQUIDO
           PERFORM GRAVAR-LIQUIDO-PENSAO
           PERFORM GRAVAR-ACUMULADO
           PERFORM GRAVAR-FGTS.

      * DEPOSITO DE FGTS DO FUNCIONARIO CORRENTE: 8% DO BRUTO DESTA
      * EXECUCAO (O "RET" DO RETROATIVO JA ENTROU NO BRUTO PELO
      * MOVIMENTO). NA SEGUNDA PARCELA DO 13O A BASE E O 13O CHEIO
      * MENOS O ADIANTAMENTO, QUE JA FOI BASE NA PRIMEIRA - SENAO A
      * METADE DO 13O SERIA DEPOSITADA DUAS VEZES.
       CALCULAR-FGTS.
           IF FOLHA-13-SEGUNDA
               COMPUTE WS-BASE-FGTS = WS-TOTAL-13 - WS-PARCELA-13
           ELSE
      * NO ACIDENTE DE TRABALHO O DEPOSITO CONTINUA SOBRE O SALARIO
      * CHEIO, MESMO NOS DIAS PAGOS PELO INSS.
               COMPUTE WS-BASE-FGTS =
                   WS-SALARIO-BASE + WS-VALOR-ACIDENTE
               ADD WS-VALOR-ACIDENTE TO WS-TOT-ACIDENTE
           END-IF
           COMPUTE WS-DEPOSITO-FGTS ROUNDED =
               WS-BASE-FGTS * WS-ALIQ-FGTS.

      * APPENDA NO EXTRATO DE FGTS O DEPOSITO DESTA EXECUCAO - MESMA
      * CHAVE (MATRICULA, COMPETENCIA, TIPO) DO ACUMULADO. DEPOSITO
      * ZERO NAO VIRA LINHA.
       GRAVAR-FGTS.
           IF WS-DEPOSITO-FGTS > 0
               MOVE FM-ID-FUNC           TO FG-MATRICULA
               MOVE WS-COMPETENCIA-FOLHA TO FG-COMPETENCIA
               MOVE WS-TIPO-ACUMULADO    TO FG-TIPO-FOLHA
               MOVE "D"                  TO FG-TIPO-LANC
               MOVE WS-BASE-FGTS         TO FG-BASE
               MOVE WS-DEPOSITO-FGTS     TO FG-VALOR
               MOVE WS-CAB-DATA-EXECUCAO TO FG-DATA-LANC
               WRITE FG-FGTS-REC
           END-IF.

      * APPENDA NO ACUMULADO DE FOLHA O QUE ESTA EXECUCAO PAGOU AO
      * FUNCIONARIO - A HISTORIA QUE O RETROATIVO E O INFORME ANUAL
               MOVE "FUNCIONARIOS-PAGOS"   TO CC-CONTADOR
               MOVE WS-QTD-FUNCIONARIOS    TO CC-VALOR
               WRITE CC-CONTADOR-REC
               MOVE "PENSAO-SOMA"          TO CC-CONTADOR
               MOVE WS-TOT-PENSAO          TO CC-VALOR
               WRITE CC-CONTADOR-REC
               CLOSE BATIMENTO-FILE
           END-IF.

      * GRAVA OS TOTAIS DA EMPRESA DESTA EXECUCAO NO ARQUIVO DE
      * TOTAIS DA FOLHA: A LINHA DA MESMA COMPETENCIA E TIPO, DE UMA
      * EXECUCAO ANTERIOR, SAI PELA COPIA DE TRABALHO E A DESTA ENTRA
      * NO FIM. ARQUIVO AUSENTE E A PRIMEIRA FOLHA.
       GRAVAR-TOTAIS-FOLHA.
           MOVE ZEROS TO WS-QTD-TOTAIS-SUBST
           MOVE "N"   TO WS-FIM-TOTAIS
           OPEN INPUT TOTAIS-FILE
           IF WS-FS-TOTAIS = "00"
               OPEN OUTPUT TOTTRAB-FILE
               IF WS-FS-TOTTRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DOS TOTAIS: "
                       WS-FS-TOTTRAB
                   CLOSE TOTAIS-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-TOTAIS
                   READ TOTAIS-FILE
                       AT END
                           SET FIM-TOTAIS TO TRUE
                       NOT AT END
                           IF TF-COMPETENCIA = WS-COMPETENCIA-FOLHA
                                   AND TF-TIPO-FOLHA =
                                       WS-TIPO-ACUMULADO
                               ADD 1 TO WS-QTD-TOTAIS-SUBST
                           ELSE
                               MOVE TF-TOTAIS-REC TO TT-TOTAIS-REC
                               WRITE TT-TOTAIS-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTAIS-FILE
               CLOSE TOTTRAB-FILE

               MOVE "N" TO WS-FIM-TOTAIS
               OPEN INPUT TOTTRAB-FILE
               IF WS-FS-TOTTRAB NOT = "00"
                   DISPLAY "ERRO AO RELER O TRABALHO DOS TOTAIS: "
                       WS-FS-TOTTRAB
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT TOTAIS-FILE
               IF WS-FS-TOTAIS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR TOTAIS DA FOLHA: "
                       WS-FS-TOTAIS
                   CLOSE TOTTRAB-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-TOTAIS
                   READ TOTTRAB-FILE
                       AT END
                           SET FIM-TOTAIS TO TRUE
                       NOT AT END
                           MOVE TT-TOTAIS-REC TO TF-TOTAIS-REC
                           WRITE TF-TOTAIS-REC
                   END-READ
               END-PERFORM
               CLOSE TOTTRAB-FILE
           ELSE
               OPEN OUTPUT TOTAIS-FILE
           END-IF
           IF WS-FS-TOTAIS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TOTAIS DA FOLHA: "
                   WS-FS-TOTAIS
           ELSE
               MOVE WS-COMPETENCIA-FOLHA TO TF-COMPETENCIA
               MOVE WS-TIPO-ACUMULADO    TO TF-TIPO-FOLHA
               MOVE WS-QTD-FUNCIONARIOS  TO TF-QTD-FUNCIONARIOS
               MOVE WS-TOT-BRUTO         TO TF-BRUTO
               MOVE WS-TOT-INSS          TO TF-INSS
               MOVE WS-TOT-IRRF          TO TF-IRRF
               MOVE WS-TOT-LIQUIDO       TO TF-LIQUIDO
               MOVE WS-TOT-FGTS          TO TF-FGTS
               MOVE WS-CAB-DATA-EXECUCAO TO TF-DATA-EXECUCAO
               MOVE WS-TOT-MATERNIDADE   TO TF-SALARIO-MATERNIDADE
               MOVE WS-TOT-ACIDENTE      TO TF-COMPLEMENTO-ACIDENTE
               WRITE TF-TOTAIS-REC
               CLOSE TOTAIS-FILE
               IF WS-QTD-TOTAIS-SUBST > 0
                   DISPLAY "RERUN DA COMPETENCIA "
                       WS-COMPETENCIA-FOLHA " (" WS-TIPO-ACUMULADO
                       ") - TOTAIS DA FOLHA SUBSTITUIDOS"
               END-IF
           END-IF.

      * RERUN DENTRO DA COMPETENCIA: AS LINHAS DO ACUMULADO DA MESMA
      * COMPETENCIA E MESMO TIPO DE FOLHA SAO DESCARTADAS ANTES DO
      * APPEND DESTA EXECUCAO - A HISTORIA GUARDA UMA FOLHA POR MES E
               END-IF
           END-IF.

      * MESMA SUBSTITUICAO DO ACUMULADO NO EXTRATO DE FGTS: SAEM OS
      * DEPOSITOS DA MESMA COMPETENCIA E TIPO DE FOLHA; O DEPOSITO E
      * A MULTA DA RESCISAO (A011) NAO SAO DESTA FOLHA E FICAM.
       LIMPAR-FGTS-COMPETENCIA.
           MOVE ZEROS TO WS-QTD-FGTS-SUBST
           MOVE "N"   TO WS-FIM-FGTS
           OPEN INPUT FGTS-FILE
           IF WS-FS-FGTS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT FGTSTRAB-FILE
               IF WS-FS-FGTSTRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DO EXTRATO FGTS: "
                       WS-FS-FGTSTRAB
                   CLOSE FGTS-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-FGTS
                   READ FGTS-FILE
                       AT END
                           SET FIM-FGTS TO TRUE
                       NOT AT END
                           IF FG-COMPETENCIA = WS-COMPETENCIA-FOLHA
                                   AND FG-TIPO-FOLHA =
                                       WS-TIPO-ACUMULADO
                                   AND FG-DEPOSITO-MENSAL
                               ADD 1 TO WS-QTD-FGTS-SUBST
                           ELSE
                               MOVE FG-FGTS-REC TO FT-FGTS-REC
                               WRITE FT-FGTS-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-FILE
               CLOSE FGTSTRAB-FILE

               MOVE "N" TO WS-FIM-FGTS
               OPEN INPUT FGTSTRAB-FILE
               IF WS-FS-FGTSTRAB NOT = "00"
                   DISPLAY "ERRO AO RELER O TRABALHO DO EXTRATO FGTS: "
                       WS-FS-FGTSTRAB
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT FGTS-FILE
               IF WS-FS-FGTS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR EXTRATO DE FGTS: "
                       WS-FS-FGTS
                   CLOSE FGTSTRAB-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-FGTS
                   READ FGTSTRAB-FILE
                       AT END
                           SET FIM-FGTS TO TRUE
                       NOT AT END
                           MOVE FT-FGTS-REC TO FG-FGTS-REC
                           WRITE FG-FGTS-REC
                   END-READ
               END-PERFORM
               CLOSE FGTSTRAB-FILE
               CLOSE FGTS-FILE
               IF WS-QTD-FGTS-SUBST > 0
                   DISPLAY "RERUN DA COMPETENCIA "
                       WS-COMPETENCIA-FOLHA " (" WS-TIPO-ACUMULADO
                       ") - DEPOSITOS SUBSTITUIDOS NO FGTS: "
                       WS-QTD-FGTS-SUBST
               END-IF
           END-IF.

      * MESMA SUBSTITUICAO NO HISTORICO DE CONTRACHEQUES: SAEM AS
      * LINHAS DA MESMA COMPETENCIA E TIPO, PARA A SEGUNDA VIA SAIR
      * COM O CONTRACHEQUE DO ULTIMO PROCESSAMENTO, SEM DUPLICAR.
       LIMPAR-HISTORICO-COMPETENCIA.
           MOVE ZEROS TO WS-QTD-HIST-SUBST
           MOVE "N"   TO WS-FIM-CHIST
           OPEN INPUT CHIST-FILE
           IF WS-FS-CHIST NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT CHTRAB-FILE
               IF WS-FS-CHTRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DO HISTORICO DE "
                       "CONTRACHEQUES: " WS-FS-CHTRAB
                   CLOSE CHIST-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-CHIST
                   READ CHIST-FILE
                       AT END
                           SET FIM-CHIST TO TRUE
                       NOT AT END
                           IF CH-COMPETENCIA = WS-COMPETENCIA-FOLHA
                                   AND CH-TIPO-FOLHA =
                                       WS-TIPO-HISTORICO
                               ADD 1 TO WS-QTD-HIST-SUBST
                           ELSE
                               MOVE CH-CONTRACHEQUE-HIST-REC
                                   TO HT-CONTRACHEQUE-REC
                               WRITE HT-CONTRACHEQUE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHIST-FILE
               CLOSE CHTRAB-FILE

               MOVE "N" TO WS-FIM-CHIST
               OPEN INPUT CHTRAB-FILE
               IF WS-FS-CHTRAB NOT = "00"
                   DISPLAY "ERRO AO RELER O TRABALHO DO HISTORICO DE "
                       "CONTRACHEQUES: " WS-FS-CHTRAB
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT CHIST-FILE
               IF WS-FS-CHIST NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR HISTORICO DE "
                       "CONTRACHEQUES: " WS-FS-CHIST
                   CLOSE CHTRAB-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-CHIST
                   READ CHTRAB-FILE
                       AT END
                           SET FIM-CHIST TO TRUE
                       NOT AT END
                           MOVE HT-CONTRACHEQUE-REC
                               TO CH-CONTRACHEQUE-HIST-REC
                           WRITE CH-CONTRACHEQUE-HIST-REC
                   END-READ
               END-PERFORM
               CLOSE CHTRAB-FILE
               CLOSE CHIST-FILE
               IF WS-QTD-HIST-SUBST > 0
                   DISPLAY "RERUN DA COMPETENCIA "
                       WS-COMPETENCIA-FOLHA " (" WS-TIPO-HISTORICO
                       ") - LINHAS SUBSTITUIDAS NO HISTORICO DE "
                       "CONTRACHEQUES: " WS-QTD-HIST-SUBST
               END-IF
           END-IF.

      * ABRE O HISTORICO DE CONTRACHEQUES EM EXTEND (CRIANDO NA
      * PRIMEIRA VEZ) DEPOIS DE TIRAR AS LINHAS DO MES E TIPO. O
      * CHAMADOR TESTA WS-FS-CHIST E FECHA OS SEUS ARQUIVOS NO ERRO.
       ABRIR-HISTORICO-CONTRACHEQUE.
           PERFORM LIMPAR-HISTORICO-COMPETENCIA
           OPEN EXTEND CHIST-FILE
           IF WS-FS-CHIST = "35"
               OPEN OUTPUT CHIST-FILE
               CLOSE CHIST-FILE
               OPEN EXTEND CHIST-FILE
           END-IF
           IF WS-FS-CHIST NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE CONTRACHEQUES: "
                   WS-FS-CHIST
           END-IF.

      * GRAVA NO HISTORICO A LINHA QUE ACABOU DE SAIR NO CONTRACHEQUE,
      * COM OS CAMPOS ESTRUTURADOS PREENCHIDOS PELO PARAGRAFO DE
      * IMPRESSAO, E LIMPA OS CAMPOS PARA A PROXIMA LINHA.
       GRAVAR-HISTORICO-CONTRACHEQUE.
           ADD 1 TO WS-HIST-SEQUENCIA
           MOVE FM-ID-FUNC           TO CH-MATRICULA
           MOVE WS-COMPETENCIA-FOLHA TO CH-COMPETENCIA
           MOVE WS-TIPO-HISTORICO    TO CH-TIPO-FOLHA
           MOVE WS-HIST-SEQUENCIA    TO CH-SEQUENCIA
           MOVE WS-HIST-VERBA        TO CH-VERBA
           MOVE WS-HIST-DESCRICAO    TO CH-DESCRICAO
           MOVE WS-HIST-REFERENCIA   TO CH-REFERENCIA
           MOVE WS-HIST-NATUREZA     TO CH-NATUREZA
           MOVE WS-HIST-VALOR        TO CH-VALOR
           MOVE CC-LINHA             TO CH-LINHA
           WRITE CH-CONTRACHEQUE-HIST-REC
           MOVE SPACES TO WS-HIST-VERBA
                          WS-HIST-DESCRICAO
                          WS-HIST-REFERENCIA
                          WS-HIST-NATUREZA
           MOVE ZEROS  TO WS-HIST-VALOR.

       ABORTAR-SEM-TABELAS.
           DISPLAY "SEM TABELAS DE IMPOSTO VIGENTES PARA A DATA "
               WS-DATA-PROC " - FOLHA ABORTADA"
           CLOSE CONTRACHEQUE-FILE
           CLOSE LIQUIDOS-FILE
           CLOSE ACUMULADO-FILE
           CLOSE FGTS-FILE
           CLOSE CHIST-FILE
           IF FOLHA-13-SEGUNDA
               CLOSE BAIXA13-FILE
           END-IF
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
                   MOVE WS-IDX-COMP TO WS-IDX-COMP-ATU
               END-IF
           END-PERFORM
           IF FOLHA-ADIANTAMENTO AND WS-IDX-COMP-ATU > 0
               PERFORM VERIFICAR-ADIANTAMENTO-COMPETENCIA
           END-IF
           IF WS-IDX-COMP-ATU = 0
               IF WS-QTD-COMPETENCIAS < 24
                   ADD 1 TO WS-QTD-COMPETENCIAS
                       TO WS-COMP-COMPETENCIA(WS-IDX-COMP-ATU)
                   MOVE "A" TO WS-COMP-SITUACAO(WS-IDX-COMP-ATU)
                   MOVE "N" TO WS-COMP-REMETIDA(WS-IDX-COMP-ATU)
                   MOVE SPACE TO WS-COMP-ADIANTAMENTO(WS-IDX-COMP-ATU)
                   MOVE SPACE TO WS-COMP-REVISAO(WS-IDX-COMP-ATU)
               END-IF
           ELSE
               IF WS-COMP-SITUACAO(WS-IDX-COMP-ATU) = "F"

      * A COMPETENCIA DESTA FOLHA FICA "C" (CALCULADA) - A FECHADA DA
      * COMPLEMENTAR CONTINUA "F", SO A MARCA DE REMESSA VOLTOU.
      * O ADIANTAMENTO SO MARCA A PROPRIA SITUACAO ("C", AGUARDANDO
      * REMESSA) - A COMPETENCIA DA FOLHA CONTINUA COMO ESTAVA.
      * CADA CALCULO DA FOLHA MENSAL DEIXA A REVISAO PENDENTE ("P"):
      * NUMERO NOVO NA INTERFACE DE LIQUIDOS PEDE REVISAO NOVA ANTES
      * DA REMESSA. 13O E COMPLEMENTAR NAO PASSAM PELA REVISAO MENSAL.
       ATUALIZAR-COMPETENCIA.
           IF WS-IDX-COMP-ATU > 0
               IF FOLHA-ADIANTAMENTO
                   MOVE "C" TO WS-COMP-ADIANTAMENTO(WS-IDX-COMP-ATU)
               ELSE
                   IF WS-COMP-SITUACAO(WS-IDX-COMP-ATU) NOT = "F"
                       MOVE "C" TO WS-COMP-SITUACAO(WS-IDX-COMP-ATU)
                   END-IF
                   IF WS-TIPO-ACUMULADO = "NORM"
                       MOVE "P" TO WS-COMP-REVISAO(WS-IDX-COMP-ATU)
                   ELSE
                       MOVE SPACE TO WS-COMP-REVISAO(WS-IDX-COMP-ATU)
                   END-IF
               END-IF
           END-IF
           OPEN OUTPUT COMPETENCIA-FILE
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

      * A COMPETENCIA DO ADIANTAMENTO JA ESTA NO CONTROLE: FECHADA NAO
      * RECEBE ADIANTAMENTO (NEM COMO COMPLEMENTAR) E ADIANTAMENTO JA
      * REMETIDO AO BANCO NAO SE REPETE NO MES. CALCULADO E AINDA NAO
      * REMETIDO PODE SER REFEITO - O RERUN SUBSTITUI O LOTE.
       VERIFICAR-ADIANTAMENTO-COMPETENCIA.
           IF WS-COMP-SITUACAO(WS-IDX-COMP-ATU) = "F"
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-FOLHA
                   " JA FECHADA - ADIANTAMENTO RECUSADO"
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-COMP-ADIANTAMENTO(WS-IDX-COMP-ATU) = "R"
               DISPLAY "ADIANTAMENTO DA COMPETENCIA "
                   WS-COMPETENCIA-FOLHA " JA REMETIDO AO BANCO - "
                   "SEGUNDO ADIANTAMENTO NO MES RECUSADO"
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-COMP-ADIANTAMENTO(WS-IDX-COMP-ATU) = "C"
               DISPLAY "ADIANTAMENTO DA COMPETENCIA "
                   WS-COMPETENCIA-FOLHA " AINDA NAO REMETIDO - O "
                   "RECALCULO SUBSTITUI O ANTERIOR"
           END-IF.

      * LOTE DO ADIANTAMENTO QUINZENAL: UM CREDITO POR FUNCIONARIO
      * ATIVO, COM DOMICILIO BANCARIO, QUE NAO RECUSOU O ADIANTAMENTO
      * NO PARAMETRO - O PERCENTUAL SOBRE O SALARIO DO CADASTRO, SEM
      * INSS/IRRF (A RETENCAO E NA FOLHA MENSAL, SOBRE O SALARIO
      * INTEIRO). CADA CREDITO VAI PARA O HISTORICO, QUE A FOLHA
      * MENSAL DESCONTA, E PARA A INTERFACE QUE A REMESSA MESCLA.
       PROCESSAR-ADIANTAMENTO.
           PERFORM CARREGAR-PARAM-ADIANTAMENTO
           PERFORM VERIFICAR-CREDITOS-ADIANTAMENTO
           PERFORM LIMPAR-ADIANTAMENTO-COMPETENCIA

           OPEN EXTEND ADTO-HIST-FILE
           IF WS-FS-ADTO-HIST = "35"
               OPEN OUTPUT ADTO-HIST-FILE
               CLOSE ADTO-HIST-FILE
               OPEN EXTEND ADTO-HIST-FILE
           END-IF
           IF WS-FS-ADTO-HIST NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE ADIANTAMENTOS: "
                   WS-FS-ADTO-HIST
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ADTO-CRED-FILE
           IF WS-FS-ADTO-CRED NOT = "00"
               DISPLAY "ERRO AO ABRIR CREDITOS DE ADIANTAMENTO: "
                   WS-FS-ADTO-CRED
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               CLOSE ADTO-HIST-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ADTO" TO WS-TIPO-HISTORICO
           PERFORM ABRIR-HISTORICO-CONTRACHEQUE
           IF WS-FS-CHIST NOT = "00"
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               CLOSE ADTO-HIST-FILE
               CLOSE ADTO-CRED-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS TO FM-ID-FUNC
           START EMPLOYEE-MASTER KEY IS >= FM-ID-FUNC
               INVALID KEY
                   SET FIM-MASTER TO TRUE
           END-START

           PERFORM UNTIL FIM-MASTER
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET FIM-MASTER TO TRUE
                   NOT AT END
                       PERFORM CALCULAR-ADIANTAMENTO
               END-READ
           END-PERFORM

           PERFORM IMPRIMIR-TOTAIS-ADIANTAMENTO
           PERFORM ATUALIZAR-COMPETENCIA

           CLOSE EMPLOYEE-MASTER
           CLOSE CONTRACHEQUE-FILE
           CLOSE ADTO-HIST-FILE
           CLOSE ADTO-CRED-FILE
           CLOSE CHIST-FILE

           IF WS-QTD-FUNCIONARIOS = 0
               DISPLAY "NENHUM ADIANTAMENTO CONCEDIDO NA COMPETENCIA "
                   WS-COMPETENCIA-FOLHA
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               IF WS-QTD-ADTO-SEM-BANCO > 0
                   MOVE WS-RC-ALERTA TO RETURN-CODE
               ELSE
                   MOVE WS-RC-NORMAL TO RETURN-CODE
               END-IF
           END-IF.

      * LE O PERCENTUAL E AS RECUSAS DO PARAMETRO DO RH. ARQUIVO
      * AUSENTE NAO E ERRO - VALE O PERCENTUAL DE SEMPRE (40%) PARA
      * TODOS. PERCENTUAL ZERO OU ACIMA DE 100 E PARAMETRO DIGITADO
      * ERRADO E O LOTE NAO SAI.
       CARREGAR-PARAM-ADIANTAMENTO.
           MOVE ZEROS TO WS-QTD-RECUSAS
           MOVE "N"   TO WS-FIM-ADTO-PARAM
           OPEN INPUT ADTO-PARAM-FILE
           IF WS-FS-ADTO-PARAM NOT = "00"
               DISPLAY "SEM PARAMETRO DE ADIANTAMENTO ("
                   WS-FS-ADTO-PARAM ") - PERCENTUAL PADRAO PARA TODOS"
           ELSE
               PERFORM UNTIL FIM-ADTO-PARAM
                   READ ADTO-PARAM-FILE
                       AT END
                           SET FIM-ADTO-PARAM TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-PARAM-ADIANTAMENTO
                   END-READ
               END-PERFORM
               CLOSE ADTO-PARAM-FILE
           END-IF
           IF WS-ADTO-PERCENTUAL = 0 OR WS-ADTO-PERCENTUAL > 100
               DISPLAY "PERCENTUAL DE ADIANTAMENTO INVALIDO ("
                   WS-ADTO-PERCENTUAL ") - ADIANTAMENTO NAO GERADO"
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ADTO-PERCENTUAL TO WS-AUX-PERCENTUAL
           DISPLAY "ADIANTAMENTO: PERCENTUAL " WS-AUX-PERCENTUAL
               "% - MATRICULAS QUE RECUSARAM: " WS-QTD-RECUSAS.

       GUARDAR-PARAM-ADIANTAMENTO.
           EVALUATE TRUE
               WHEN AP-LINHA-PERCENTUAL
                   IF AP-PERCENTUAL IS NUMERIC
                       MOVE AP-PERCENTUAL TO WS-ADTO-PERCENTUAL
                   ELSE
                       MOVE ZEROS TO WS-ADTO-PERCENTUAL
                   END-IF
               WHEN AP-LINHA-RECUSA
                   IF WS-QTD-RECUSAS < 500
                       ADD 1 TO WS-QTD-RECUSAS
                       MOVE AP-MATRICULA
                           TO WS-REC-MATRICULA(WS-QTD-RECUSAS)
                   ELSE
                       DISPLAY "TABELA DE RECUSAS CHEIA - RECUSA "
                           "IGNORADA: " AP-MATRICULA
                   END-IF
               WHEN OTHER
                   DISPLAY "LINHA DO PARAMETRO DE ADIANTAMENTO "
                       "IGNORADA - TIPO " AP-TIPO
           END-EVALUATE.

      * A INTERFACE DE CREDITOS E REGRAVADA POR ESTE LOTE: UM CREDITO
      * DE OUTRA COMPETENCIA AINDA ESPERANDO A REMESSA SERIA PERDIDO -
      * E A FOLHA MENSAL DAQUELE MES JA O DESCONTOU. NESSE CASO O
      * ADIANTAMENTO E RECUSADO ATE A REMESSA PENDENTE SAIR.
       VERIFICAR-CREDITOS-ADIANTAMENTO.
           MOVE ZEROS TO WS-COMP-CRED-PENDENTE
           MOVE "N"   TO WS-FIM-ADTO-CRED
           OPEN INPUT ADTO-CRED-FILE
           IF WS-FS-ADTO-CRED = "00"
               PERFORM UNTIL FIM-ADTO-CRED
                   READ ADTO-CRED-FILE
                       AT END
                           SET FIM-ADTO-CRED TO TRUE
                       NOT AT END
                           IF CA-COMPETENCIA NOT = WS-COMPETENCIA-FOLHA
                               MOVE CA-COMPETENCIA
                                   TO WS-COMP-CRED-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADTO-CRED-FILE
           END-IF
           IF WS-COMP-CRED-PENDENTE > 0
               DISPLAY "ADIANTAMENTO DE " WS-COMP-CRED-PENDENTE
                   " AINDA AGUARDA REMESSA - GERE A REMESSA ANTES "
                   "DE UM NOVO ADIANTAMENTO"
               CLOSE EMPLOYEE-MASTER
               CLOSE CONTRACHEQUE-FILE
               MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
               GOBACK
           END-IF.

      * RERUN DO ADIANTAMENTO AINDA NAO REMETIDO: AS LINHAS DA
      * COMPETENCIA SAEM DO HISTORICO ANTES DO APPEND DESTE LOTE, COMO
      * NO ACUMULADO DA FOLHA. ARQUIVO AUSENTE E O PRIMEIRO
      * ADIANTAMENTO.
       LIMPAR-ADIANTAMENTO-COMPETENCIA.
           MOVE ZEROS TO WS-QTD-ADTO-SUBST
           MOVE "N"   TO WS-FIM-ADTO-HIST
           OPEN INPUT ADTO-HIST-FILE
           IF WS-FS-ADTO-HIST NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT ADTO-TRAB-FILE
               IF WS-FS-ADTO-TRAB NOT = "00"
                   DISPLAY "ERRO AO ABRIR TRABALHO DOS ADIANTAMENTOS: "
                       WS-FS-ADTO-TRAB
                   CLOSE ADTO-HIST-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-ADTO-HIST
                   READ ADTO-HIST-FILE
                       AT END
                           SET FIM-ADTO-HIST TO TRUE
                       NOT AT END
                           IF AD-COMPETENCIA = WS-COMPETENCIA-FOLHA
                               ADD 1 TO WS-QTD-ADTO-SUBST
                           ELSE
                               MOVE AD-ADIANTAMENTO-REC
                                   TO AT-ADIANTAMENTO-REC
                               WRITE AT-ADIANTAMENTO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADTO-HIST-FILE
               CLOSE ADTO-TRAB-FILE

               MOVE "N" TO WS-FIM-ADTO-HIST
               OPEN INPUT ADTO-TRAB-FILE
               IF WS-FS-ADTO-TRAB NOT = "00"
                   DISPLAY "ERRO AO RELER O TRABALHO DOS "
                       "ADIANTAMENTOS: " WS-FS-ADTO-TRAB
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT ADTO-HIST-FILE
               IF WS-FS-ADTO-HIST NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR HISTORICO DE "
                       "ADIANTAMENTOS: " WS-FS-ADTO-HIST
                   CLOSE ADTO-TRAB-FILE
                   MOVE WS-RC-ABEND TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-ADTO-HIST
                   READ ADTO-TRAB-FILE
                       AT END
                           SET FIM-ADTO-HIST TO TRUE
                       NOT AT END
                           MOVE AT-ADIANTAMENTO-REC
                               TO AD-ADIANTAMENTO-REC
                           WRITE AD-ADIANTAMENTO-REC
                   END-READ
               END-PERFORM
               CLOSE ADTO-TRAB-FILE
               CLOSE ADTO-HIST-FILE
               IF WS-QTD-ADTO-SUBST > 0
                   DISPLAY "RERUN DO ADIANTAMENTO DE "
                       WS-COMPETENCIA-FOLHA
                       " - LINHAS SUBSTITUIDAS NO HISTORICO: "
                       WS-QTD-ADTO-SUBST
               END-IF
           END-IF.

      * ADIANTAMENTO DO FUNCIONARIO CORRENTE: SO ATIVOS COM SALARIO;
      * QUEM RECUSOU NO PARAMETRO RECEBE TUDO NA FOLHA MENSAL; SEM
      * DOMICILIO BANCARIO NAO HA ONDE CREDITAR E O FUNCIONARIO FICA
      * SEM ADIANTAMENTO, APONTADO PARA O RH.
       CALCULAR-ADIANTAMENTO.
           PERFORM BUSCAR-RECUSA-ADIANTAMENTO
           EVALUATE TRUE
               WHEN NOT FUNC-ATIVO
                   ADD 1 TO WS-QTD-PULADOS
               WHEN FM-SALA-FUNC = ZEROS
                   ADD 1 TO WS-QTD-PULADOS
               WHEN RECUSA-ACHADA
                   ADD 1 TO WS-QTD-ADTO-RECUSADOS
               WHEN FM-BANCO-FUNC = ZEROS
                   ADD 1 TO WS-QTD-ADTO-SEM-BANCO
                   DISPLAY "MATRICULA " FM-ID-FUNC
                       " SEM DOMICILIO BANCARIO - SEM ADIANTAMENTO"
               WHEN OTHER
                   PERFORM CONCEDER-ADIANTAMENTO
           END-EVALUATE.

       BUSCAR-RECUSA-ADIANTAMENTO.
           MOVE "N" TO WS-RECUSA-ACHADA
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-QTD-RECUSAS
                       OR RECUSA-ACHADA
               IF WS-REC-MATRICULA(WS-IDX-REC) = FM-ID-FUNC
                   MOVE "S" TO WS-RECUSA-ACHADA
               END-IF
           END-PERFORM.

       CONCEDER-ADIANTAMENTO.
           COMPUTE WS-VALOR-ADTO ROUNDED =
               FM-SALA-FUNC * WS-ADTO-PERCENTUAL / 100
           ADD 1 TO WS-QTD-FUNCIONARIOS
           ADD WS-VALOR-ADTO TO WS-TOT-ADIANTAMENTO

           MOVE FM-ID-FUNC           TO AD-MATRICULA
           MOVE WS-COMPETENCIA-FOLHA TO AD-COMPETENCIA
           MOVE WS-ADTO-PERCENTUAL   TO AD-PERCENTUAL
           MOVE FM-SALA-FUNC         TO AD-SALARIO
           MOVE WS-VALOR-ADTO        TO AD-VALOR
           MOVE WS-CAB-DATA-EXECUCAO TO AD-DATA-CALCULO
           WRITE AD-ADIANTAMENTO-REC

           MOVE FM-ID-FUNC           TO CA-MATRICULA
           MOVE FM-NOME-FUNC         TO CA-NOME
           MOVE FM-BANCO-FUNC        TO CA-BANCO
           MOVE FM-AGENCIA-FUNC      TO CA-AGENCIA
           MOVE FM-CONTA-FUNC        TO CA-CONTA
           MOVE WS-VALOR-ADTO        TO CA-LIQUIDO
           MOVE WS-COMPETENCIA-FOLHA TO CA-COMPETENCIA
           WRITE CA-CREDITO-REC

           PERFORM IMPRIMIR-RECIBO-ADIANTAMENTO.

      * RECIBO DO ADIANTAMENTO NO LUGAR DO CONTRACHEQUE - O
      * FUNCIONARIO VE QUANTO FOI ADIANTADO E QUE SAI DA FOLHA DO MES.
       IMPRIMIR-RECIBO-ADIANTAMENTO.
           MOVE ZEROS TO WS-HIST-SEQUENCIA
           SET GRAVA-HISTORICO TO TRUE
           MOVE SPACES TO CC-LINHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE ALL "-" TO CC-LINHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "CAB"        TO WS-HIST-VERBA
           MOVE FM-NOME-FUNC TO WS-HIST-DESCRICAO
           MOVE SPACES TO CC-LINHA
           STRING "ADIANTAMENTO QUINZENAL - MATRICULA " FM-ID-FUNC
                  "  " FM-NOME-FUNC
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE FM-SALA-FUNC TO WS-AUX-VERBA
           MOVE "SAL"          TO WS-HIST-VERBA
           MOVE "SALARIO BASE" TO WS-HIST-DESCRICAO
           MOVE "I"            TO WS-HIST-NATUREZA
           MOVE FM-SALA-FUNC   TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "SALARIO BASE.....: " WS-AUX-VERBA
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "PCT"                TO WS-HIST-VERBA
           MOVE "PERCENTUAL"         TO WS-HIST-DESCRICAO
           MOVE "I"                  TO WS-HIST-NATUREZA
           MOVE WS-ADTO-PERCENTUAL   TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "PERCENTUAL.......: " WS-AUX-PERCENTUAL "%"
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE WS-VALOR-ADTO TO WS-AUX-VERBA
           MOVE "ADT"                TO WS-HIST-VERBA
           MOVE "ADIANTAMENTO QUINZ." TO WS-HIST-DESCRICAO
           MOVE "P"                  TO WS-HIST-NATUREZA
           MOVE WS-VALOR-ADTO        TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "VALOR CREDITADO..: " WS-AUX-VERBA
                  "  (BANCO " FM-BANCO-FUNC " AG " FM-AGENCIA-FUNC
                  " CONTA " FM-CONTA-FUNC ")"
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE SPACES TO CC-LINHA
           STRING "DESCONTADO NA FOLHA MENSAL DA COMPETENCIA "
                  WS-CAB-MES "/" WS-CAB-ANO
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "N" TO WS-GRAVA-HISTORICO.

       IMPRIMIR-TOTAIS-ADIANTAMENTO.
           MOVE WS-CAB-MAX-LINHAS TO WS-CAB-QTD-LINHAS
           MOVE SPACES TO CC-LINHA
           STRING "TOTAIS DO ADIANTAMENTO - FUNCIONARIOS: "
                  WS-QTD-FUNCIONARIOS
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE WS-TOT-ADIANTAMENTO TO WS-AUX-TOTAL
           MOVE SPACES TO CC-LINHA
           STRING "TOTAL ADIANTADO..: " WS-AUX-TOTAL
               DELIMITED BY SIZE INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE SPACES TO CC-LINHA
           STRING "RECUSARAM O ADIANTAMENTO: " WS-QTD-ADTO-RECUSADOS
                  "  SEM DOMICILIO BANCARIO: " WS-QTD-ADTO-SEM-BANCO
               DELIMITED BY SIZE INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA

           DISPLAY "ADIANTAMENTO: FUNCIONARIOS=" WS-QTD-FUNCIONARIOS
               " RECUSARAM=" WS-QTD-ADTO-RECUSADOS
               " SEM BANCO=" WS-QTD-ADTO-SEM-BANCO
               " INATIVOS PULADOS=" WS-QTD-PULADOS
           DISPLAY "TOTAL ADIANTADO=" WS-TOT-ADIANTAMENTO.

      * SO A FOLHA MENSAL DESCONTA O ADIANTAMENTO - A COMPLEMENTAR E O
      * 13O NAO FORAM ADIANTADOS. ARQUIVO AUSENTE = NINGUEM RECEBEU
      * ADIANTAMENTO.
       CARREGAR-ADIANTAMENTOS-MES.
           MOVE ZEROS TO WS-QTD-ADTO-TAB
           IF WS-TIPO-ACUMULADO = "NORM"
               MOVE "N" TO WS-FIM-ADTO-HIST
               OPEN INPUT ADTO-HIST-FILE
               IF WS-FS-ADTO-HIST = "00"
                   PERFORM UNTIL FIM-ADTO-HIST
                       READ ADTO-HIST-FILE
                           AT END
                               SET FIM-ADTO-HIST TO TRUE
                           NOT AT END
                               IF AD-COMPETENCIA = WS-COMPETENCIA-FOLHA
                                   PERFORM GUARDAR-ADIANTAMENTO-MES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADTO-HIST-FILE
                   DISPLAY "ADIANTAMENTOS A DESCONTAR NA COMPETENCIA: "
                       WS-QTD-ADTO-TAB
               END-IF
           END-IF.

       GUARDAR-ADIANTAMENTO-MES.
           IF WS-QTD-ADTO-TAB < 500
               ADD 1 TO WS-QTD-ADTO-TAB
               MOVE AD-MATRICULA TO WS-ADT-MATRICULA(WS-QTD-ADTO-TAB)
               MOVE AD-VALOR     TO WS-ADT-VALOR(WS-QTD-ADTO-TAB)
           ELSE
               DISPLAY "TABELA DE ADIANTAMENTOS CHEIA - ADIANTAMENTO "
                   "NAO DESCONTADO: " AD-MATRICULA
           END-IF.

      * DESCONTA DO LIQUIDO O ADIANTAMENTO DA COMPETENCIA. O INSS E O
      * IRRF JA SAIRAM DO BRUTO INTEIRO - O ADIANTAMENTO NAO MEXE NA
      * BASE. LIQUIDO MENOR QUE O ADIANTADO (FALTAS DEPOIS DO DIA 20,
      * POR EXEMPLO) DESCONTA O QUE COUBER E O RESTO SAI APONTADO PARA
      * O RH COBRAR.
       DESCONTAR-ADIANTAMENTO.
           MOVE ZEROS TO WS-ADTO-DESCONTO
           PERFORM VARYING WS-IDX-ADTO FROM 1 BY 1
                   UNTIL WS-IDX-ADTO > WS-QTD-ADTO-TAB
               IF WS-ADT-MATRICULA(WS-IDX-ADTO) = FM-ID-FUNC
                   ADD WS-ADT-VALOR(WS-IDX-ADTO) TO WS-ADTO-DESCONTO
               END-IF
           END-PERFORM
           IF WS-ADTO-DESCONTO > WS-SALARIO-LIQUIDO
               DISPLAY "ADIANTAMENTO MAIOR QUE O LIQUIDO - DESCONTADO "
                   "SO O LIQUIDO: MATRICULA " FM-ID-FUNC
                   " ADIANTADO " WS-ADTO-DESCONTO
               MOVE WS-SALARIO-LIQUIDO TO WS-ADTO-DESCONTO
           END-IF
           SUBTRACT WS-ADTO-DESCONTO FROM WS-SALARIO-LIQUIDO
           ADD WS-ADTO-DESCONTO TO WS-TOT-ADIANTAMENTO.

      * CARREGA AS ORDENS DE PENSAO VIGENTES NA COMPETENCIA DA FOLHA
      * (INICIO ATE O MES DA FOLHA, SEM TERMO OU TERMO A PARTIR DELE).
      * ARQUIVO AUSENTE NAO E ERRO - NENHUMA ORDEM EM VIGOR. ORDEM
      * INCONSISTENTE NAO DESCONTA NADA: SAI APONTADA PARA O RH
      * CORRIGIR E A FOLHA TERMINA EM ALERTA.
       CARREGAR-PENSOES.
           MOVE ZEROS TO WS-QTD-PENSAO-TAB
           MOVE ZEROS TO WS-QTD-PENSAO-INVALIDA
           MOVE "N"   TO WS-FIM-PENSAO
           OPEN INPUT PENSAO-FILE
           IF WS-FS-PENSAO NOT = "00"
               DISPLAY "SEM ORDENS DE PENSAO ALIMENTICIA ("
                   WS-FS-PENSAO ")"
           ELSE
               PERFORM UNTIL FIM-PENSAO
                   READ PENSAO-FILE
                       AT END
                           SET FIM-PENSAO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-PENSAO
                   END-READ
               END-PERFORM
               CLOSE PENSAO-FILE
               DISPLAY "ORDENS DE PENSAO VIGENTES: " WS-QTD-PENSAO-TAB
           END-IF.

       GUARDAR-PENSAO.
           MOVE PJ-DATA-INICIO(1:6) TO WS-PJ-COMP-INICIO
           MOVE PJ-DATA-FIM(1:6)    TO WS-PJ-COMP-FIM
           IF WS-PJ-COMP-INICIO > WS-COMPETENCIA-FOLHA
                   OR (WS-PJ-COMP-FIM > 0
                       AND WS-PJ-COMP-FIM < WS-COMPETENCIA-FOLHA)
               CONTINUE
           ELSE
               IF NOT PJ-BASE-VALIDA
                       OR PJ-BENEFICIARIO < 900000
                       OR (PJ-VALOR-FIXO AND PJ-VALOR = 0)
                       OR (NOT PJ-VALOR-FIXO
                           AND (PJ-PERCENTUAL = 0
                                OR PJ-PERCENTUAL > 100))
                   ADD 1 TO WS-QTD-PENSAO-INVALIDA
                   DISPLAY "ORDEM DE PENSAO INVALIDA IGNORADA: "
                       "MATRICULA " PJ-MATRICULA
                       " BENEFICIARIO " PJ-BENEFICIARIO
               ELSE
                   IF WS-QTD-PENSAO-TAB < 200
                       ADD 1 TO WS-QTD-PENSAO-TAB
                       MOVE PJ-MATRICULA
                           TO WS-PJ-MATRICULA(WS-QTD-PENSAO-TAB)
                       MOVE PJ-BENEFICIARIO
                           TO WS-PJ-BENEFICIARIO(WS-QTD-PENSAO-TAB)
                       MOVE PJ-BASE
                           TO WS-PJ-BASE(WS-QTD-PENSAO-TAB)
                       MOVE PJ-PERCENTUAL
                           TO WS-PJ-PERCENTUAL(WS-QTD-PENSAO-TAB)
                       MOVE PJ-VALOR
                           TO WS-PJ-VALOR(WS-QTD-PENSAO-TAB)
                       MOVE PJ-NOME-BENEF
                           TO WS-PJ-NOME(WS-QTD-PENSAO-TAB)
                       MOVE PJ-BANCO
                           TO WS-PJ-BANCO(WS-QTD-PENSAO-TAB)
                       MOVE PJ-AGENCIA
                           TO WS-PJ-AGENCIA(WS-QTD-PENSAO-TAB)
                       MOVE PJ-CONTA
                           TO WS-PJ-CONTA(WS-QTD-PENSAO-TAB)
                       MOVE ZEROS
                           TO WS-PJ-DESCONTO(WS-QTD-PENSAO-TAB)
                   ELSE
                       ADD 1 TO WS-QTD-PENSAO-INVALIDA
                       DISPLAY "TABELA DE PENSOES CHEIA - ORDEM "
                           "IGNORADA: MATRICULA " PJ-MATRICULA
                   END-IF
               END-IF
           END-IF.

      * DESCONTA DO LIQUIDO AS PENSOES DO FUNCIONARIO CORRENTE, LOGO
      * DEPOIS DO INSS/IRRF E ANTES DE ADIANTAMENTO E CONSIGNADO - A
      * ORDEM JUDICIAL TEM PRECEDENCIA SOBRE AS DEMAIS CONSIGNACOES.
      * A BASE "L" E O LIQUIDO APOS OS IMPOSTOS; A "B" E O BRUTO DA
      * EXECUCAO (NA SEGUNDA PARCELA DO 13O, O 13O CHEIO MENOS O
      * ADIANTAMENTO, COMO NO FGTS). O VALOR FIXO E MENSAL: SO SAI NA
      * FOLHA MENSAL NORMAL, NUNCA NO 13O NEM NA COMPLEMENTAR. O QUE
      * NAO COUBER NO LIQUIDO RESTANTE SAI APONTADO PARA O RH.
       DESCONTAR-PENSAO.
           MOVE WS-SALARIO-LIQUIDO TO WS-PENSAO-BASE-LIQ
           IF FOLHA-13-SEGUNDA
               COMPUTE WS-PENSAO-BASE-BRUTO =
                   WS-TOTAL-13 - WS-PARCELA-13
           ELSE
               MOVE WS-SALARIO-BASE TO WS-PENSAO-BASE-BRUTO
           END-IF
           PERFORM VARYING WS-IDX-PENSAO FROM 1 BY 1
                   UNTIL WS-IDX-PENSAO > WS-QTD-PENSAO-TAB
               IF WS-PJ-MATRICULA(WS-IDX-PENSAO) = FM-ID-FUNC
                   MOVE ZEROS TO WS-PENSAO-CALCULADA
                   EVALUATE WS-PJ-BASE(WS-IDX-PENSAO)
                       WHEN "L"
                           COMPUTE WS-PENSAO-CALCULADA ROUNDED =
                               WS-PENSAO-BASE-LIQ *
                               WS-PJ-PERCENTUAL(WS-IDX-PENSAO) / 100
                       WHEN "B"
                           COMPUTE WS-PENSAO-CALCULADA ROUNDED =
                               WS-PENSAO-BASE-BRUTO *
                               WS-PJ-PERCENTUAL(WS-IDX-PENSAO) / 100
                       WHEN OTHER
                           IF WS-TIPO-ACUMULADO = "NORM"
                               MOVE WS-PJ-VALOR(WS-IDX-PENSAO)
                                   TO WS-PENSAO-CALCULADA
                           END-IF
                   END-EVALUATE
                   IF WS-PENSAO-CALCULADA > WS-SALARIO-LIQUIDO
                       DISPLAY "PENSAO MAIOR QUE O LIQUIDO - "
                           "DESCONTADO SO O LIQUIDO: MATRICULA "
                           FM-ID-FUNC " BENEFICIARIO "
                           WS-PJ-BENEFICIARIO(WS-IDX-PENSAO)
                       MOVE WS-SALARIO-LIQUIDO TO WS-PENSAO-CALCULADA
                   END-IF
                   MOVE WS-PENSAO-CALCULADA
                       TO WS-PJ-DESCONTO(WS-IDX-PENSAO)
                   SUBTRACT WS-PENSAO-CALCULADA FROM WS-SALARIO-LIQUIDO
                   ADD WS-PENSAO-CALCULADA TO WS-TOT-PENSAO
               END-IF
           END-PERFORM.

      * GRAVA NA INTERFACE DE LIQUIDOS O CREDITO DE CADA BENEFICIARIO
      * DO FUNCIONARIO CORRENTE, LOGO ABAIXO DO LIQUIDO DELE - O CODIGO
      * DO BENEFICIARIO (FAIXA 900000) OCUPA O LUGAR DA MATRICULA E A
      * CONTA E A DO BENEFICIARIO. MESMA COMPETENCIA DA FOLHA, ENTAO A
      * REMESSA TRATA OS DOIS CREDITOS NO MESMO CONTROLE.
       GRAVAR-LIQUIDO-PENSAO.
           PERFORM VARYING WS-IDX-PENSAO FROM 1 BY 1
                   UNTIL WS-IDX-PENSAO > WS-QTD-PENSAO-TAB
               IF WS-PJ-MATRICULA(WS-IDX-PENSAO) = FM-ID-FUNC
                       AND WS-PJ-DESCONTO(WS-IDX-PENSAO) > 0
                   MOVE WS-PJ-BENEFICIARIO(WS-IDX-PENSAO)
                       TO LQ-MATRICULA
                   MOVE WS-PJ-NOME(WS-IDX-PENSAO)    TO LQ-NOME
                   MOVE WS-PJ-BANCO(WS-IDX-PENSAO)   TO LQ-BANCO
                   MOVE WS-PJ-AGENCIA(WS-IDX-PENSAO) TO LQ-AGENCIA
                   MOVE WS-PJ-CONTA(WS-IDX-PENSAO)   TO LQ-CONTA
                   MOVE WS-PJ-DESCONTO(WS-IDX-PENSAO) TO LQ-LIQUIDO
                   MOVE WS-COMPETENCIA-FOLHA TO LQ-COMPETENCIA
                   WRITE LQ-LIQUIDO-REC
               END-IF
           END-PERFORM.

      * CARREGA OS AFASTAMENTOS QUE TOCAM A COMPETENCIA DA FOLHA:
      * INICIO ATE O ULTIMO DIA DO MES E RETORNO (SE HOUVER) DEPOIS
      * DO PRIMEIRO. SO ENTRAM OS QUE O A034 JA ABRIU ("A") OU
      * ENCERROU ("E") - REGISTRADO OU REJEITADO NAO MEXE NA FOLHA.
      * ARQUIVO AUSENTE E MES SEM AFASTAMENTO.
       CARREGAR-AFASTAMENTOS.
           MOVE ZEROS TO WS-QTD-AFAST-TAB
           MOVE "N"   TO WS-FIM-AFAST
           COMPUTE WS-MES-DATA-N = WS-COMPETENCIA-FOLHA * 100 + 1
           COMPUTE WS-MES-DIA-INI =
               FUNCTION INTEGER-OF-DATE(WS-MES-DATA-N)
           IF WS-MES-MES = 12
               ADD 1 TO WS-MES-ANO
               MOVE 01 TO WS-MES-MES
           ELSE
               ADD 1 TO WS-MES-MES
           END-IF
           COMPUTE WS-MES-DIA-FIM =
               FUNCTION INTEGER-OF-DATE(WS-MES-DATA-N) - 1
           OPEN INPUT AFASTAMENTO-FILE
           IF WS-FS-AFAST NOT = "00"
               DISPLAY "SEM AFASTAMENTOS REGISTRADOS (" WS-FS-AFAST
                   ")"
           ELSE
               PERFORM UNTIL FIM-AFAST
                   READ AFASTAMENTO-FILE
                       AT END
                           SET FIM-AFAST TO TRUE
                       NOT AT END
                           IF AF-EM-ANDAMENTO OR AF-ENCERRADO
                               PERFORM GUARDAR-AFASTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTO-FILE
               DISPLAY "AFASTAMENTOS NA COMPETENCIA: "
                   WS-QTD-AFAST-TAB
           END-IF.

       GUARDAR-AFASTAMENTO.
           COMPUTE WS-AFT-DE = FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)
           IF AF-DATA-RETORNO = ZEROS
               MOVE WS-MES-DIA-FIM TO WS-AFT-ATE
           ELSE
               COMPUTE WS-AFT-ATE =
                   FUNCTION INTEGER-OF-DATE(AF-DATA-RETORNO) - 1
           END-IF
           IF WS-AFT-DE <= WS-MES-DIA-FIM
                   AND WS-AFT-ATE >= WS-MES-DIA-INI
               IF WS-QTD-AFAST-TAB < 200
                   ADD 1 TO WS-QTD-AFAST-TAB
                   MOVE AF-MATRICULA
                       TO WS-AFT-MATRICULA(WS-QTD-AFAST-TAB)
                   MOVE AF-TIPO    TO WS-AFT-TIPO(WS-QTD-AFAST-TAB)
                   MOVE WS-AFT-DE
                       TO WS-AFT-DIA-INICIO(WS-QTD-AFAST-TAB)
                   MOVE WS-AFT-ATE
                       TO WS-AFT-DIA-FIM(WS-QTD-AFAST-TAB)
               ELSE
                   DISPLAY "TABELA DE AFASTAMENTOS CHEIA - IGNORADO: "
                       "MATRICULA " AF-MATRICULA
               END-IF
           END-IF.

       BUSCAR-AFASTAMENTO.
           MOVE "N" TO WS-TEM-AFASTAMENTO
           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST-TAB
                       OR TEM-AFASTAMENTO
               IF WS-AFT-MATRICULA(WS-IDX-AFAST) = FM-ID-FUNC
                   SET TEM-AFASTAMENTO TO TRUE
               END-IF
           END-PERFORM.

      * PAGAMENTO PROPORCIONAL DO MES DO AFASTADO, NO MES COMERCIAL
      * DE 30 DIAS: NA DOENCA E NO ACIDENTE A EMPRESA PAGA OS 15
      * PRIMEIROS DIAS DO AFASTAMENTO E O RESTO E BENEFICIO DO INSS,
      * DESCONTADO DO SALARIO DO CADASTRO; NA MATERNIDADE O SALARIO
      * CONTINUA CHEIO (SALARIO MATERNIDADE, QUE A EMPRESA COMPENSA
      * NA GUIA DO INSS - A032). AFASTAMENTO QUE COBRE O MES INTEIRO
      * CONTA 30 DIAS, QUALQUER QUE SEJA O TAMANHO DO MES.
       PRORRATEAR-AFASTAMENTO.
           MOVE ZEROS TO WS-DIAS-SEM-SALARIO
           MOVE ZEROS TO WS-DIAS-ACIDENTE
           MOVE ZEROS TO WS-DIAS-MATERNIDADE
           MOVE ZEROS TO WS-DESCONTO-AFAST
           MOVE ZEROS TO WS-VALOR-ACIDENTE
           MOVE ZEROS TO WS-VALOR-MATERNIDADE
           IF TEM-AFASTAMENTO
               PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                       UNTIL WS-IDX-AFAST > WS-QTD-AFAST-TAB
                   IF WS-AFT-MATRICULA(WS-IDX-AFAST) = FM-ID-FUNC
                       PERFORM CONTAR-DIAS-AFASTAMENTO
                   END-IF
               END-PERFORM
               IF WS-DIAS-SEM-SALARIO > 30
                   MOVE 30 TO WS-DIAS-SEM-SALARIO
               END-IF
               IF WS-DIAS-ACIDENTE > WS-DIAS-SEM-SALARIO
                   MOVE WS-DIAS-SEM-SALARIO TO WS-DIAS-ACIDENTE
               END-IF
               IF WS-DIAS-MATERNIDADE > 30
                   MOVE 30 TO WS-DIAS-MATERNIDADE
               END-IF
               COMPUTE WS-DESCONTO-AFAST ROUNDED =
                   FM-SALA-FUNC * WS-DIAS-SEM-SALARIO / 30
               COMPUTE WS-VALOR-ACIDENTE ROUNDED =
                   FM-SALA-FUNC * WS-DIAS-ACIDENTE / 30
               COMPUTE WS-VALOR-MATERNIDADE ROUNDED =
                   FM-SALA-FUNC * WS-DIAS-MATERNIDADE / 30
               IF WS-DESCONTO-AFAST > WS-SALARIO-BASE
                   MOVE WS-SALARIO-BASE TO WS-DESCONTO-AFAST
               END-IF
               SUBTRACT WS-DESCONTO-AFAST FROM WS-SALARIO-BASE
               ADD WS-DESCONTO-AFAST    TO WS-TOT-DESC-AFAST
               ADD WS-VALOR-MATERNIDADE TO WS-TOT-MATERNIDADE
           END-IF.

      * DIAS DO AFASTAMENTO CORRENTE DENTRO DO MES: A PARTE A CARGO
      * DO INSS COMECA NO 16O DIA (DOENCA/ACIDENTE); NA MATERNIDADE
      * CONTA O PERIODO TODO.
       CONTAR-DIAS-AFASTAMENTO.
           IF WS-AFT-TIPO(WS-IDX-AFAST) = "M"
               MOVE WS-AFT-DIA-INICIO(WS-IDX-AFAST) TO WS-AFT-DE
           ELSE
               COMPUTE WS-AFT-DE = WS-AFT-DIA-INICIO(WS-IDX-AFAST) + 15
           END-IF
           MOVE WS-AFT-DIA-FIM(WS-IDX-AFAST) TO WS-AFT-ATE
           IF WS-AFT-DE < WS-MES-DIA-INI
               MOVE WS-MES-DIA-INI TO WS-AFT-DE
           END-IF
           IF WS-AFT-ATE > WS-MES-DIA-FIM
               MOVE WS-MES-DIA-FIM TO WS-AFT-ATE
           END-IF
           IF WS-AFT-ATE >= WS-AFT-DE
               IF WS-AFT-DE = WS-MES-DIA-INI
                       AND WS-AFT-ATE = WS-MES-DIA-FIM
                   MOVE 30 TO WS-AFT-DIAS
               ELSE
                   COMPUTE WS-AFT-DIAS = WS-AFT-ATE - WS-AFT-DE + 1
               END-IF
               EVALUATE WS-AFT-TIPO(WS-IDX-AFAST)
                   WHEN "M"
                       ADD WS-AFT-DIAS TO WS-DIAS-MATERNIDADE
                   WHEN "A"
                       ADD WS-AFT-DIAS TO WS-DIAS-SEM-SALARIO
                       ADD WS-AFT-DIAS TO WS-DIAS-ACIDENTE
                   WHEN OTHER
                       ADD WS-AFT-DIAS TO WS-DIAS-SEM-SALARIO
               END-EVALUATE
           END-IF.

      * LINHAS DO AFASTAMENTO NO CONTRACHEQUE, DEPOIS DAS VERBAS DO
      * MOVIMENTO: OS DIAS A CARGO DO INSS SAEM COMO DESCONTO DO
      * SALARIO BASE; O SALARIO MATERNIDADE SO INFORMA A PARTE DO
      * SALARIO QUE A EMPRESA RECUPERA NA GUIA.
       IMPRIMIR-LINHAS-AFASTAMENTO.
           IF WS-DESCONTO-AFAST > 0
               MOVE WS-DESCONTO-AFAST TO WS-AUX-VERBA
               MOVE "AFA"                TO WS-HIST-VERBA
               MOVE "AFASTAMENTO INSS"   TO WS-HIST-DESCRICAO
               STRING WS-DIAS-SEM-SALARIO " DIAS"
                   DELIMITED BY SIZE INTO WS-HIST-REFERENCIA
               END-STRING
               MOVE "D"                  TO WS-HIST-NATUREZA
               MOVE WS-DESCONTO-AFAST    TO WS-HIST-VALOR
               MOVE SPACES TO CC-LINHA
               STRING "AFASTAMENTO INSS " WS-DIAS-SEM-SALARIO
                      " DIAS (-): " WS-AUX-VERBA
                   DELIMITED BY SIZE INTO CC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           IF WS-VALOR-MATERNIDADE > 0
               MOVE WS-VALOR-MATERNIDADE TO WS-AUX-VERBA
               MOVE "MAT"                TO WS-HIST-VERBA
               MOVE "SALARIO MATERNIDADE" TO WS-HIST-DESCRICAO
               STRING WS-DIAS-MATERNIDADE " DIAS"
                   DELIMITED BY SIZE INTO WS-HIST-REFERENCIA
               END-STRING
               MOVE "I"                  TO WS-HIST-NATUREZA
               MOVE WS-VALOR-MATERNIDADE TO WS-HIST-VALOR
               MOVE SPACES TO CC-LINHA
               STRING "SALARIO MATERNIDADE " WS-DIAS-MATERNIDADE
                      " DIAS: " WS-AUX-VERBA
                   DELIMITED BY SIZE INTO CC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF.

       IMPRIMIR-CONTRACHEQUE.
           MOVE WS-SALARIO-BASE    TO WS-AUX-SALARIO
           MOVE WS-INSS            TO WS-AUX-INSS
           MOVE WS-IRRF            TO WS-AUX-IRRF
           MOVE WS-SALARIO-LIQUIDO TO WS-AUX-LIQUIDO

      * DAQUI ATE O FIM DO CONTRACHEQUE CADA LINHA VAI TAMBEM PARA O
      * HISTORICO DA SEGUNDA VIA.
           MOVE ZEROS TO WS-HIST-SEQUENCIA
           SET GRAVA-HISTORICO TO TRUE
           MOVE SPACES TO CC-LINHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE ALL "-" TO CC-LINHA
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "CAB"        TO WS-HIST-VERBA
           MOVE FM-NOME-FUNC TO WS-HIST-DESCRICAO
           MOVE SPACES TO CC-LINHA
           STRING "CONTRACHEQUE - MATRICULA " FM-ID-FUNC
                  "  " FM-NOME-FUNC
      * MOVIMENTO SAEM ITEMIZADAS E O BRUTO DO MES E O QUE O
      * IMPOSTO-CALC TRIBUTOU.
           MOVE FM-SALA-FUNC TO WS-AUX-VERBA
           MOVE "SAL"          TO WS-HIST-VERBA
           MOVE "SALARIO BASE" TO WS-HIST-DESCRICAO
           MOVE "P"            TO WS-HIST-NATUREZA
           MOVE FM-SALA-FUNC   TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "SALARIO BASE.....: " WS-AUX-VERBA
               DELIMITED BY SIZE
           PERFORM GRAVAR-LINHA-FOLHA
           IF FOLHA-NORMAL
               PERFORM IMPRIMIR-VERBAS-MOVIMENTO
               PERFORM IMPRIMIR-LINHAS-AFASTAMENTO
           ELSE
               MOVE WS-AVOS-13     TO WS-HIST-AVOS
               MOVE "13O"          TO WS-HIST-VERBA
               MOVE "13O PROPORCIONAL" TO WS-HIST-DESCRICAO
               STRING WS-HIST-AVOS "/12"
                   DELIMITED BY SIZE INTO WS-HIST-REFERENCIA
               END-STRING
               MOVE "P"            TO WS-HIST-NATUREZA
               MOVE WS-PARCELA-13  TO WS-HIST-VALOR
               MOVE SPACES TO CC-LINHA
               IF FOLHA-13-PRIMEIRA
                   STRING "13O PROPORCIONAL " WS-AVOS-13
               END-IF
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           MOVE "BRU"             TO WS-HIST-VERBA
           MOVE "SALARIO BRUTO"   TO WS-HIST-DESCRICAO
           MOVE "I"               TO WS-HIST-NATUREZA
           MOVE WS-SALARIO-BASE   TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "SALARIO BRUTO....: " WS-AUX-SALARIO
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "INS"             TO WS-HIST-VERBA
           MOVE "DESCONTO INSS"   TO WS-HIST-DESCRICAO
           MOVE "D"               TO WS-HIST-NATUREZA
           MOVE WS-INSS           TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "DESCONTO INSS....: " WS-AUX-INSS
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE "IRF"             TO WS-HIST-VERBA
           MOVE "DESCONTO IRRF"   TO WS-HIST-DESCRICAO
           MOVE "D"               TO WS-HIST-NATUREZA
           MOVE WS-IRRF           TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "DESCONTO IRRF....: " WS-AUX-IRRF
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
      * CADA ORDEM DE PENSAO DESCONTADA SAI EM LINHA PROPRIA, COM O
      * NOME DO BENEFICIARIO, LOGO DEPOIS DOS IMPOSTOS.
           PERFORM VARYING WS-IDX-PENSAO FROM 1 BY 1
                   UNTIL WS-IDX-PENSAO > WS-QTD-PENSAO-TAB
               IF WS-PJ-MATRICULA(WS-IDX-PENSAO) = FM-ID-FUNC
                       AND WS-PJ-DESCONTO(WS-IDX-PENSAO) > 0
                   MOVE WS-PJ-DESCONTO(WS-IDX-PENSAO) TO WS-AUX-VERBA
                   MOVE "PEN" TO WS-HIST-VERBA
                   MOVE WS-PJ-NOME(WS-IDX-PENSAO) TO WS-HIST-DESCRICAO
                   MOVE "D"   TO WS-HIST-NATUREZA
                   MOVE WS-PJ-DESCONTO(WS-IDX-PENSAO) TO WS-HIST-VALOR
                   MOVE SPACES TO CC-LINHA
                   STRING "PENSAO ALIMENTICIA (-): " WS-AUX-VERBA
                          "  " WS-PJ-NOME(WS-IDX-PENSAO)
                       DELIMITED BY SIZE
                       INTO CC-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-FOLHA
               END-IF
           END-PERFORM
      * O ADIANTAMENTO QUINZENAL PAGO NO DIA 20 SAI EM LINHA PROPRIA
      * ANTES DO LIQUIDO - SO NA FOLHA MENSAL.
           IF FOLHA-NORMAL AND WS-ADTO-DESCONTO > 0
               MOVE WS-ADTO-DESCONTO TO WS-AUX-VERBA
               MOVE "ADT"                TO WS-HIST-VERBA
               MOVE "ADIANTAMENTO QUINZ." TO WS-HIST-DESCRICAO
               MOVE "D"                  TO WS-HIST-NATUREZA
               MOVE WS-ADTO-DESCONTO     TO WS-HIST-VALOR
               MOVE SPACES TO CC-LINHA
               STRING "ADIANTAMENTO QUINZENAL (-): " WS-AUX-VERBA
                   DELIMITED BY SIZE
                   INTO CC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
      * A PARCELA DO CONSIGNADO DESCONTADA NO MES SAI ANTES DO
      * LIQUIDO, COM O ANDAMENTO N/M DO CONTRATO - SO NA FOLHA
      * MENSAL; O 13O NAO CARREGA CONSIGNADO.
           IF FOLHA-NORMAL AND WS-CONS-ULT-IDX > 0
               MOVE WS-PARCELA-MES TO WS-AUX-VERBA
               MOVE "CSG"                TO WS-HIST-VERBA
               MOVE "CONSIGNADO"         TO WS-HIST-DESCRICAO
               STRING WS-CONS-PARC-PAGAS(WS-CONS-ULT-IDX)
                      "/" WS-CONS-QTD-PARC(WS-CONS-ULT-IDX)
                   DELIMITED BY SIZE INTO WS-HIST-REFERENCIA
               END-STRING
               MOVE "D"                  TO WS-HIST-NATUREZA
               MOVE WS-PARCELA-MES       TO WS-HIST-VALOR
               MOVE SPACES TO CC-LINHA
               STRING "CONSIGNADO PARCELA "
                      WS-CONS-PARC-PAGAS(WS-CONS-ULT-IDX)
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           MOVE "LIQ"                TO WS-HIST-VERBA
           MOVE "SALARIO LIQUIDO"    TO WS-HIST-DESCRICAO
           MOVE "I"                  TO WS-HIST-NATUREZA
           MOVE WS-SALARIO-LIQUIDO   TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "SALARIO LIQUIDO..: " WS-AUX-LIQUIDO
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
      * O FGTS NAO SAI DO LIQUIDO - E ENCARGO DA EMPRESA - MAS O
      * FUNCIONARIO VE NO CONTRACHEQUE O QUE FOI DEPOSITADO NO MES.
           MOVE WS-DEPOSITO-FGTS TO WS-AUX-VERBA
           MOVE "FGT"                TO WS-HIST-VERBA
           MOVE "DEPOSITO FGTS"      TO WS-HIST-DESCRICAO
           MOVE "I"                  TO WS-HIST-NATUREZA
           MOVE WS-DEPOSITO-FGTS     TO WS-HIST-VALOR
           MOVE SPACES TO CC-LINHA
           STRING "DEPOSITO FGTS....: " WS-AUX-VERBA
               DELIMITED BY SIZE
               INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA

           IF FM-TIPO-ENDER = "E"
                   AND FM-MOEDA-FUNC NOT = "BRL"
                   AND FM-MOEDA-FUNC NOT = SPACES
               PERFORM CONVERTER-MOEDA-EXPATRIADO
           END-IF
           MOVE "N" TO WS-GRAVA-HISTORICO.

      * FECHAMENTO DA FOLHA: TOTAIS DA EMPRESA QUE O CONTADOR AMARRA
      * NO RAZAO, EM PAGINA PROPRIA.
               DELIMITED BY SIZE INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           MOVE WS-TOT-FGTS TO WS-AUX-TOTAL
           MOVE SPACES TO CC-LINHA
           STRING "TOTAL FGTS (8%)..: " WS-AUX-TOTAL
               DELIMITED BY SIZE INTO CC-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-FOLHA
           IF WS-TOT-ADIANTAMENTO > 0
               MOVE WS-TOT-ADIANTAMENTO TO WS-AUX-TOTAL
               MOVE SPACES TO CC-LINHA
               STRING "ADIANTAMENTOS DESCONTADOS: " WS-AUX-TOTAL
                   DELIMITED BY SIZE INTO CC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           IF WS-TOT-PENSAO > 0
               MOVE WS-TOT-PENSAO TO WS-AUX-TOTAL
               MOVE SPACES TO CC-LINHA
               STRING "PENSOES ALIMENTICIAS....: " WS-AUX-TOTAL
                   DELIMITED BY SIZE INTO CC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           IF WS-TOT-DESC-AFAST > 0
               MOVE WS-TOT-DESC-AFAST TO WS-AUX-TOTAL
               MOVE SPACES TO CC-LINHA
               STRING "DIAS A CARGO DO INSS (-): " WS-AUX-TOTAL
                   DELIMITED BY SIZE INTO CC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF
           IF WS-TOT-MATERNIDADE > 0
               MOVE WS-TOT-MATERNIDADE TO WS-AUX-TOTAL
               MOVE SPACES TO CC-LINHA
               STRING "SALARIO MATERNIDADE.....: " WS-AUX-TOTAL
                      " (COMPENSAR NA GUIA DO INSS)"
                   DELIMITED BY SIZE INTO CC-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-FOLHA
           END-IF

           DISPLAY "FOLHA: FUNCIONARIOS=" WS-QTD-FUNCIONARIOS
               " INATIVOS PULADOS=" WS-QTD-PULADOS
           DISPLAY "TOTAL BRUTO=" WS-TOT-BRUTO
               " INSS=" WS-TOT-INSS
               " IRRF=" WS-TOT-IRRF
               " LIQUIDO=" WS-TOT-LIQUIDO
               " FGTS=" WS-TOT-FGTS.

       IMPRIMIR-CABECALHO-FOLHA.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO
               MOVE WS-LINHA-GUARDADA TO CC-LINHA
           END-IF
           WRITE CC-LINHA
           ADD 1 TO WS-CAB-QTD-LINHAS
           IF GRAVA-HISTORICO
               PERFORM GRAVAR-HISTORICO-CONTRACHEQUE
           END-IF.

       COPY CABECALHO-PROC.

