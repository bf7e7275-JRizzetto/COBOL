      *          COMPETENCIA, PARA UM RERUN NAO COBRAR DUAS VEZES.
      *          TURMA SEM PRECO E ALUNO SEM CADASTRO SAEM APONTADOS
      *          PARA A SECRETARIA REGULARIZAR.
      *          AS BOLSAS E DESCONTOS APROVADOS (DESCONTOS_ALUNO.DAT,
      *          POR MATRICULA, COM TIPO, PERCENTUAL OU VALOR FIXO E
      *          VIGENCIA) VIGENTES NA COMPETENCIA SAO ABATIDOS NA
      *          GERACAO: A COBRANCA GUARDA O VALOR CHEIO, O DESCONTO
      *          E O VALOR COBRADO, E CADA DESCONTO APLICADO VAI PARA
      *          COBRANCA_DESCONTOS.DAT (RELATORIO NO A041). DESCONTO
      *          SEM APROVACAO OU MAL PREENCHIDO NAO E APLICADO E SAI
      *          APONTADO.
      *          CADA COBRANCA LEVA A FAMILIA PAGADORA (AM-COD-RESP) E,
      *          SE A FAMILIA OPTOU POR BOLETO UNICO NO CADASTRO DE
      *          RESPONSAVEIS (RESPONSAVEIS.DAT), SAI MARCADA PARA A
      *          REMESSA CONSOLIDADA (A021) - A OPCAO FICA CONGELADA
      *          NA COBRANCA, PARA REMESSA E RETORNO DO MES ENXERGAREM
      *          O MESMO AGRUPAMENTO.
      *          ALUNO QUE SAIU DA ESCOLA (022) NAO E MAIS COBRADO
      *          DEPOIS DA COMPETENCIA DA SAIDA. NO MES DA SAIDA ELE JA
      *          NAO ESTA NA CAPTURA E E COBRADO PELO HISTORICO DE
      *          SAIDAS (ALUNOS_SAIDAS.DAT) - PROPORCIONAL AOS DIAS ATE
      *          A SAIDA SOBRE O MES COMERCIAL DE 30 QUANDO O CONTRATO
      *          DA FAMILIA PREVE PRO-RATA (RF-PRO-RATA), COM OS
      *          DESCONTOS NA MESMA PROPORCAO.
      * Tectonics: cobc
      ******************************************************************

           SELECT COBRANCA-FILE ASSIGN TO DYNAMIC WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBRANCA.
      * BOLSAS E DESCONTOS APROVADOS POR MATRICULA E O DETALHE DOS
      * DESCONTOS APLICADOS EM CADA COBRANCA (ACUMULADO ENTRE MESES).
           SELECT DESCONTO-FILE ASSIGN TO DYNAMIC WS-ARQ-DESCONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESCONTO.
           SELECT COBDESC-FILE ASSIGN TO DYNAMIC WS-ARQ-COBDESC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBDESC.
      * CADASTRO DE RESPONSAVEIS FINANCEIROS: OPCAO DE CADA FAMILIA
      * ENTRE BOLETO UNICO PARA OS FILHOS OU UM BOLETO POR ALUNO.
           SELECT RESPONSAVEL-FILE ASSIGN TO DYNAMIC WS-ARQ-RESPONSAVEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPONSAVEL.
      * HISTORICO DE SAIDAS DE ALUNOS (022): QUEM SAIU NA COMPETENCIA
      * AINDA DEVE O MES DA SAIDA.
           SELECT SAIDA-FILE ASSIGN TO DYNAMIC WS-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.
       DATA DIVISION.
       FILE SECTION.
      * MESMO LAYOUT DO ARQUIVO BRUTO DE CAPTURA - AQUI SO MATRICULA
           05 PT-VALOR         PIC 9(05)V99.
       FD  COBRANCA-FILE.
       COPY COBRANCA-REC.
       FD  DESCONTO-FILE.
       COPY DESCONTO-ALUNO-REC.
       FD  COBDESC-FILE.
       COPY COBRANCA-DESC-REC.
       FD  RESPONSAVEL-FILE.
       COPY RESP-FINANCEIRO-REC.
       FD  SAIDA-FILE.
       COPY SAIDA-ALUNO-REC.
       WORKING-STORAGE SECTION.
       01 WS-ARQ-BRUTO       PIC X(40)
                              VALUES "data/ALUNOS_BRUTO.DAT".
       01 WS-ARQ-COBRANCA    PIC X(40)
                              VALUES "data/COBRANCAS.DAT".
       01 WS-FS-COBRANCA     PIC X(02) VALUES SPACES.
       01 WS-ARQ-DESCONTO    PIC X(40)
                              VALUES "data/DESCONTOS_ALUNO.DAT".
       01 WS-FS-DESCONTO     PIC X(02) VALUES SPACES.
       01 WS-ARQ-COBDESC     PIC X(40)
                              VALUES "data/COBRANCA_DESCONTOS.DAT".
       01 WS-FS-COBDESC      PIC X(02) VALUES SPACES.
       01 WS-ARQ-RESPONSAVEL PIC X(40)
                              VALUES "data/RESPONSAVEIS.DAT".
       01 WS-FS-RESPONSAVEL  PIC X(02) VALUES SPACES.
       01 WS-ARQ-SAIDA       PIC X(40)
                              VALUES "data/ALUNOS_SAIDAS.DAT".
       01 WS-FS-SAIDA        PIC X(02) VALUES SPACES.
       01 WS-FIM-BRUTO       PIC X(01) VALUES "N".
           88 FIM-BRUTO              VALUE "S".
       01 WS-FIM-PRECO       PIC X(01) VALUES "N".
           88 FIM-PRECO              VALUE "S".
       01 WS-FIM-COBRANCA    PIC X(01) VALUES "N".
           88 FIM-COBRANCA           VALUE "S".
       01 WS-FIM-DESCONTO    PIC X(01) VALUES "N".
           88 FIM-DESCONTO           VALUE "S".
       01 WS-FIM-RESPONSAVEL PIC X(01) VALUES "N".
           88 FIM-RESPONSAVEL        VALUE "S".
       01 WS-FIM-SAIDA       PIC X(01) VALUES "N".
           88 FIM-SAIDA              VALUE "S".
      * ALUNO DA COBRANCA EM MONTAGEM - DA CAPTURA OU DO HISTORICO DE
      * SAIDAS.
       01 WS-GER-MATRICULA   PIC 9(06) VALUES ZEROS.
       01 WS-GER-TURMA       PIC X(06) VALUES SPACES.
      * PRECOS POR TURMA CARREGADOS NA ABERTURA.
       01 WS-PRECO-TABELA.
           05 WS-PRC-ENTRADA OCCURS 50 TIMES.
       01 WS-IDX-COB         PIC 9(04) VALUES ZEROS.
       01 WS-JA-COBRADO      PIC X(01) VALUES "N".
           88 JA-COBRADO             VALUE "S".
      * DESCONTOS APROVADOS VIGENTES NA COMPETENCIA, CARREGADOS NA
      * ABERTURA.
       01 WS-DESCONTO-TABELA.
           05 WS-DSC-ENTRADA OCCURS 999 TIMES.
               10 WS-DSC-MATRICULA  PIC 9(06).
               10 WS-DSC-TIPO       PIC X(02).
               10 WS-DSC-FORMA      PIC X(01).
               10 WS-DSC-PERCENTUAL PIC 9(03)V99.
               10 WS-DSC-VALOR      PIC 9(05)V99.
               10 WS-DSC-APROVACAO  PIC X(20).
       01 WS-QTD-DESCONTOS   PIC 9(04) VALUES ZEROS.
       01 WS-IDX-DSC         PIC 9(04) VALUES ZEROS.
       01 WS-QTD-DESC-INVALIDOS PIC 9(04) VALUES ZEROS.
      * DESCONTO DA COBRANCA EM MONTAGEM: CADA UM SOBRE O VALOR
      * CHEIO, O TOTAL LIMITADO AO VALOR CHEIO (BOLSA INTEGRAL MAIS
      * DESCONTO DE IRMAOS NAO GERA COBRANCA NEGATIVA).
       01 WS-VALOR-DESCONTO  PIC 9(05)V99 VALUES ZEROS.
       01 WS-DESCONTO-ITEM   PIC 9(05)V99 VALUES ZEROS.
       01 WS-VALOR-LIQUIDO   PIC 9(05)V99 VALUES ZEROS.
      * FAMILIAS QUE OPTARAM PELO BOLETO UNICO, CARREGADAS NA
      * ABERTURA - FAMILIA FORA DA TABELA E COBRADA POR ALUNO.
       01 WS-AGRUPADA-TABELA.
           05 WS-AGR-COD-RESP OCCURS 999 TIMES PIC 9(06).
       01 WS-QTD-AGRUPADAS   PIC 9(04) VALUES ZEROS.
       01 WS-IDX-AGR         PIC 9(04) VALUES ZEROS.
       01 WS-ACHOU-AGRUPADA  PIC X(01) VALUES "N".
           88 ACHOU-AGRUPADA         VALUE "S".
       01 WS-QTD-FAMILIA     PIC 9(05) VALUES ZEROS.
      * FAMILIAS CUJO CONTRATO COBRA PROPORCIONAL O MES DA SAIDA.
       01 WS-PRO-RATA-TABELA.
           05 WS-PRR-COD-RESP OCCURS 999 TIMES PIC 9(06).
       01 WS-QTD-PRO-RATA    PIC 9(04) VALUES ZEROS.
       01 WS-IDX-PRR         PIC 9(04) VALUES ZEROS.
      * ALUNOS QUE SAIRAM NA COMPETENCIA, CARREGADOS DO HISTORICO DE
      * SAIDAS, E OS DIAS COBRADOS DO MES DA SAIDA DA COBRANCA EM
      * MONTAGEM (ZERO: MES CHEIO).
       01 WS-SAIDA-TABELA.
           05 WS-SAI-ENTRADA OCCURS 200 TIMES.
               10 WS-SAI-MATRICULA  PIC 9(06).
               10 WS-SAI-TURMA      PIC X(06).
       01 WS-QTD-SAIDAS      PIC 9(03) VALUES ZEROS.
       01 WS-IDX-SAI         PIC 9(03) VALUES ZEROS.
       01 WS-DIAS-PRO-RATA   PIC 9(02) VALUES ZEROS.
       01 WS-QTD-PROPORCIONAIS PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SAIDOS      PIC 9(05) VALUES ZEROS.
      * COMPETENCIA DA GERACAO: ANO+MES DA DATA DE MOVIMENTO.
       01 WS-COMPETENCIA     PIC 9(06) VALUES ZEROS.
      * TOTAIS DA GERACAO.
       01 WS-QTD-SEM-PRECO   PIC 9(05) VALUES ZEROS.
       01 WS-QTD-SEM-CADASTRO PIC 9(05) VALUES ZEROS.
       01 WS-TOT-GERADO      PIC 9(09)V99 VALUES ZEROS.
       01 WS-TOT-BRUTO       PIC 9(09)V99 VALUES ZEROS.
       01 WS-TOT-DESCONTO    PIC 9(09)V99 VALUES ZEROS.
       01 WS-QTD-COM-DESCONTO PIC 9(05) VALUES ZEROS.
       COPY CABECALHO-WS.
       COPY RETORNO-WS.
       PROCEDURE DIVISION.
           END-IF

           PERFORM CARREGAR-COBRADAS-DO-MES
           PERFORM CARREGAR-DESCONTOS
           PERFORM CARREGAR-RESPONSAVEIS
           PERFORM CARREGAR-SAIDAS-DO-MES

           OPEN EXTEND COBRANCA-FILE
           IF WS-FS-COBRANCA = "35"
               GOBACK
           END-IF

           OPEN EXTEND COBDESC-FILE
           IF WS-FS-COBDESC = "35"
               OPEN OUTPUT COBDESC-FILE
               CLOSE COBDESC-FILE
               OPEN EXTEND COBDESC-FILE
           END-IF
           IF WS-FS-COBDESC NOT = "00"
               DISPLAY "ERRO AO ABRIR DESCONTOS DAS COBRANCAS: "
                   WS-FS-COBDESC
               CLOSE BRUTO-FILE
               CLOSE ALUNO-MASTER
               CLOSE COBRANCA-FILE
               MOVE WS-RC-ABEND TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIM-BRUTO
               READ BRUTO-FILE
                   AT END
                       SET FIM-BRUTO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE BR-MATRICULA TO WS-GER-MATRICULA
                       MOVE BR-TURMA     TO WS-GER-TURMA
                       PERFORM GERAR-COBRANCA
               END-READ
           END-PERFORM

      * QUEM SAIU NA COMPETENCIA JA NAO ESTA NA CAPTURA E PAGA O MES
      * DA SAIDA PELO HISTORICO.
           PERFORM VARYING WS-IDX-SAI FROM 1 BY 1
                   UNTIL WS-IDX-SAI > WS-QTD-SAIDAS
               MOVE WS-SAI-MATRICULA(WS-IDX-SAI) TO WS-GER-MATRICULA
               MOVE WS-SAI-TURMA(WS-IDX-SAI)     TO WS-GER-TURMA
               PERFORM GERAR-COBRANCA
           END-PERFORM

           CLOSE BRUTO-FILE
           CLOSE ALUNO-MASTER
           CLOSE COBRANCA-FILE
           CLOSE COBDESC-FILE

           DISPLAY "COBRANCAS: LIDOS=" WS-QTD-LIDOS
               " GERADAS=" WS-QTD-GERADAS
               " JA COBRADAS=" WS-QTD-PULADAS
               " SEM PRECO=" WS-QTD-SEM-PRECO
               " SEM CADASTRO=" WS-QTD-SEM-CADASTRO
           DISPLAY "ALUNOS QUE SAIRAM: NAO COBRADOS=" WS-QTD-SAIDOS
               " MES DA SAIDA PROPORCIONAL=" WS-QTD-PROPORCIONAIS
           DISPLAY "VALOR CHEIO: " WS-TOT-BRUTO
               " DESCONTOS: " WS-TOT-DESCONTO
               " (" WS-QTD-COM-DESCONTO " COBRANCAS)"
           DISPLAY "COBRANCAS NO BOLETO UNICO DA FAMILIA: "
               WS-QTD-FAMILIA
           DISPLAY "VALOR TOTAL GERADO: " WS-TOT-GERADO

           IF WS-QTD-SEM-PRECO > 0 OR WS-QTD-SEM-CADASTRO > 0
                   OR WS-QTD-DESC-INVALIDOS > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE

      * GUARDA AS MATRICULAS QUE JA TEM COBRANCA DA COMPETENCIA
      * CORRENTE - ARQUIVO AUSENTE E A PRIMEIRA GERACAO DO MODULO.
      * PARCELA DE ACORDO E TAXA DE MATRICULA NA COMPETENCIA NAO
      * CONTAM: A MENSALIDADE DO MES CONTINUA DEVIDA.
       CARREGAR-COBRADAS-DO-MES.
           OPEN INPUT COBRANCA-FILE
           IF WS-FS-COBRANCA NOT = "00"
                           SET FIM-COBRANCA TO TRUE
                       NOT AT END
                           IF CB-COMPETENCIA = WS-COMPETENCIA
                                   AND CB-MENSALIDADE
                                   AND WS-QTD-COBRADAS < 999
                               ADD 1 TO WS-QTD-COBRADAS
                               MOVE CB-MATRICULA

      * UMA COBRANCA POR ALUNO NA COMPETENCIA: QUEM JA TEM E PULADO
      * (RERUN), TURMA SEM PRECO E MATRICULA SEM CADASTRO MESTRE SAO
      * APONTADAS E FICAM FORA ATE A SECRETARIA REGULARIZAR. ALUNO
      * QUE SAIU EM COMPETENCIA ANTERIOR NAO E MAIS COBRADO.
       GERAR-COBRANCA.
           MOVE "N" TO WS-JA-COBRADO
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-COBRADAS
                       OR JA-COBRADO
               IF WS-COB-MATRICULA(WS-IDX-COB) = WS-GER-MATRICULA
                   MOVE "S" TO WS-JA-COBRADO
               END-IF
           END-PERFORM
               PERFORM BUSCAR-PRECO-TURMA
               IF NOT ACHOU-PRECO
                   ADD 1 TO WS-QTD-SEM-PRECO
                   DISPLAY "TURMA " WS-GER-TURMA " SEM PRECO - "
                       "MATRICULA " WS-GER-MATRICULA " NAO COBRADA"
               ELSE
                   MOVE WS-GER-MATRICULA TO AM-MATRICULA
                   READ ALUNO-MASTER KEY IS AM-MATRICULA
                   EVALUATE TRUE
                       WHEN WS-FS-MASTER NOT = "00"
                           ADD 1 TO WS-QTD-SEM-CADASTRO
                           DISPLAY "MATRICULA " WS-GER-MATRICULA " SEM "
                               "CADASTRO MESTRE - NAO COBRADA"
                       WHEN AM-SAIU
                               AND AM-DATA-SAIDA(1:6) < WS-COMPETENCIA
                           ADD 1 TO WS-QTD-SAIDOS
                           DISPLAY "MATRICULA " WS-GER-MATRICULA
                               " SAIU EM " AM-DATA-SAIDA
                               " - NAO COBRADA"
                       WHEN OTHER
                           PERFORM GRAVAR-COBRANCA
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-PRC FROM 1 BY 1
                   UNTIL WS-IDX-PRC > WS-QTD-PRECOS
                       OR ACHOU-PRECO
               IF WS-PRC-TURMA(WS-IDX-PRC) = WS-GER-TURMA
                   MOVE "S" TO WS-ACHOU-PRECO
                   MOVE WS-PRC-VALOR(WS-IDX-PRC) TO WS-VALOR-ACHADO
               END-IF
           END-PERFORM.

      * APLICA OS DESCONTOS DA MATRICULA (CADA UM GRAVADO NO DETALHE
      * COM O VALOR QUE EFETIVAMENTE ENTROU) E GRAVA A COBRANCA COM O
      * VALOR CHEIO, O DESCONTO E O VALOR COBRADO. NO MES DA SAIDA,
      * COM PRO-RATA NO CONTRATO, O VALOR CHEIO JA E O PROPORCIONAL.
       GRAVAR-COBRANCA.
           PERFORM APLICAR-PRO-RATA
           MOVE ZEROS TO WS-VALOR-DESCONTO
           PERFORM VARYING WS-IDX-DSC FROM 1 BY 1
                   UNTIL WS-IDX-DSC > WS-QTD-DESCONTOS
               IF WS-DSC-MATRICULA(WS-IDX-DSC) = WS-GER-MATRICULA
                   PERFORM APLICAR-DESCONTO
               END-IF
           END-PERFORM
           COMPUTE WS-VALOR-LIQUIDO =
               WS-VALOR-ACHADO - WS-VALOR-DESCONTO

           MOVE WS-GER-MATRICULA TO CB-MATRICULA
           MOVE WS-GER-TURMA    TO CB-TURMA
           MOVE WS-COMPETENCIA  TO CB-COMPETENCIA
           MOVE AM-NOME-RESP    TO CB-NOME-RESP
           MOVE WS-VALOR-LIQUIDO TO CB-VALOR
           MOVE "A"             TO CB-SITUACAO
           MOVE WS-VALOR-ACHADO TO CB-VALOR-BRUTO
           MOVE WS-VALOR-DESCONTO TO CB-VALOR-DESCONTO
           PERFORM DEFINIR-AGRUPAMENTO
           MOVE ZEROS           TO CB-VALOR-PAGO
           MOVE "M"             TO CB-ORIGEM
           MOVE ZEROS           TO CB-NUM-ACORDO
           MOVE ZEROS           TO CB-NUM-PARCELA
           WRITE CB-COBRANCA-REC
           ADD 1 TO WS-QTD-GERADAS
           IF WS-QTD-COBRADAS < 999
               ADD 1 TO WS-QTD-COBRADAS
               MOVE WS-GER-MATRICULA
                   TO WS-COB-MATRICULA(WS-QTD-COBRADAS)
           END-IF
           ADD WS-VALOR-LIQUIDO TO WS-TOT-GERADO
           ADD WS-VALOR-ACHADO TO WS-TOT-BRUTO
           ADD WS-VALOR-DESCONTO TO WS-TOT-DESCONTO
           IF WS-VALOR-DESCONTO > 0
               ADD 1 TO WS-QTD-COM-DESCONTO
           END-IF.

      * ALUNO QUE SAIU NA COMPETENCIA, DE FAMILIA COM PRO-RATA NO
      * CONTRATO, PAGA OS DIAS ATE A SAIDA SOBRE O MES COMERCIAL DE 30
      * (SAIDA NO DIA 30 OU 31 E MES CHEIO).
       APLICAR-PRO-RATA.
           MOVE ZEROS TO WS-DIAS-PRO-RATA
           IF AM-SAIU AND AM-DATA-SAIDA(1:6) = WS-COMPETENCIA
                   AND AM-DATA-SAIDA(7:2) < 30
                   AND AM-COD-RESP IS NUMERIC AND AM-COD-RESP > 0
               PERFORM VARYING WS-IDX-PRR FROM 1 BY 1
                       UNTIL WS-IDX-PRR > WS-QTD-PRO-RATA
                           OR WS-DIAS-PRO-RATA > 0
                   IF WS-PRR-COD-RESP(WS-IDX-PRR) = AM-COD-RESP
                       MOVE AM-DATA-SAIDA(7:2) TO WS-DIAS-PRO-RATA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DIAS-PRO-RATA > 0
               COMPUTE WS-VALOR-ACHADO ROUNDED =
                   WS-VALOR-ACHADO * WS-DIAS-PRO-RATA / 30
               ADD 1 TO WS-QTD-PROPORCIONAIS
               DISPLAY "MATRICULA " WS-GER-MATRICULA " SAIU EM "
                   AM-DATA-SAIDA " - COBRADOS " WS-DIAS-PRO-RATA
                   "/30 DIAS"
           END-IF.

      * FAMILIA DO ALUNO NO CADASTRO MESTRE E, SE ELA OPTOU PELO
      * BOLETO UNICO, A MARCA DE COBRANCA CONSOLIDADA. CODIGO AUSENTE
      * (ALUNO AINDA SEM FAMILIA CADASTRADA) E COBRANCA INDIVIDUAL.
       DEFINIR-AGRUPAMENTO.
           MOVE "I" TO CB-AGRUPAMENTO
           IF AM-COD-RESP IS NOT NUMERIC
               MOVE ZEROS TO CB-COD-RESP
           ELSE
               MOVE AM-COD-RESP TO CB-COD-RESP
           END-IF
           IF CB-COD-RESP > 0
               MOVE "N" TO WS-ACHOU-AGRUPADA
               PERFORM VARYING WS-IDX-AGR FROM 1 BY 1
                       UNTIL WS-IDX-AGR > WS-QTD-AGRUPADAS
                           OR ACHOU-AGRUPADA
                   IF WS-AGR-COD-RESP(WS-IDX-AGR) = CB-COD-RESP
                       MOVE "S" TO WS-ACHOU-AGRUPADA
                   END-IF
               END-PERFORM
               IF ACHOU-AGRUPADA
                   MOVE "F" TO CB-AGRUPAMENTO
                   ADD 1 TO WS-QTD-FAMILIA
               END-IF
           END-IF.

      * PERCENTUAL SOBRE O VALOR CHEIO OU VALOR FIXO, LIMITADO AO QUE
      * AINDA RESTA DA MENSALIDADE. DESCONTO QUE NAO ENTRA (A
      * MENSALIDADE JA ZEROU) NAO GERA DETALHE. NO MES DA SAIDA
      * PROPORCIONAL O VALOR FIXO TAMBEM E PROPORCIONAL.
       APLICAR-DESCONTO.
           IF WS-DSC-FORMA(WS-IDX-DSC) = "P"
               COMPUTE WS-DESCONTO-ITEM ROUNDED =
                   WS-VALOR-ACHADO * WS-DSC-PERCENTUAL(WS-IDX-DSC)
                   / 100
           ELSE
               IF WS-DIAS-PRO-RATA > 0
                   COMPUTE WS-DESCONTO-ITEM ROUNDED =
                       WS-DSC-VALOR(WS-IDX-DSC) * WS-DIAS-PRO-RATA / 30
               ELSE
                   MOVE WS-DSC-VALOR(WS-IDX-DSC) TO WS-DESCONTO-ITEM
               END-IF
           END-IF
           IF WS-DESCONTO-ITEM > WS-VALOR-ACHADO - WS-VALOR-DESCONTO
               COMPUTE WS-DESCONTO-ITEM =
                   WS-VALOR-ACHADO - WS-VALOR-DESCONTO
           END-IF
           IF WS-DESCONTO-ITEM > 0
               ADD WS-DESCONTO-ITEM TO WS-VALOR-DESCONTO
               MOVE WS-COMPETENCIA   TO CD-COMPETENCIA
               MOVE WS-GER-MATRICULA TO CD-MATRICULA
               MOVE WS-GER-TURMA     TO CD-TURMA
               MOVE WS-DSC-TIPO(WS-IDX-DSC) TO CD-TIPO
               MOVE WS-DSC-APROVACAO(WS-IDX-DSC) TO CD-APROVACAO
               MOVE WS-DESCONTO-ITEM TO CD-VALOR-DESCONTO
               WRITE CD-COBRANCA-DESC-REC
           END-IF.

      * CARREGA OS DESCONTOS VIGENTES NA COMPETENCIA. LINHA SEM
      * APROVACAO, COM TIPO OU FORMA DESCONHECIDOS, PERCENTUAL ACIMA
      * DE 100 OU VIGENCIA INVERTIDA NAO E APLICADA - A SECRETARIA
      * CORRIGE E A COBRANCA DAQUELE ALUNO SAI CHEIA ATE LA.
      * ARQUIVO AUSENTE E ESCOLA SEM BOLSAS: TODAS AS COBRANCAS CHEIAS.
       CARREGAR-DESCONTOS.
           OPEN INPUT DESCONTO-FILE
           IF WS-FS-DESCONTO NOT = "00"
               DISPLAY "SEM CADASTRO DE BOLSAS E DESCONTOS ("
                   WS-FS-DESCONTO ") - COBRANCAS PELO VALOR CHEIO"
           ELSE
               PERFORM UNTIL FIM-DESCONTO
                   READ DESCONTO-FILE
                       AT END
                           SET FIM-DESCONTO TO TRUE
                       NOT AT END
                           PERFORM VALIDAR-DESCONTO
                   END-READ
               END-PERFORM
               CLOSE DESCONTO-FILE
               DISPLAY "DESCONTOS VIGENTES: " WS-QTD-DESCONTOS
                   " RECUSADOS: " WS-QTD-DESC-INVALIDOS
           END-IF.

       VALIDAR-DESCONTO.
           EVALUATE TRUE
               WHEN DA-MATRICULA IS NOT NUMERIC
                       OR DA-COMP-INI IS NOT NUMERIC
                       OR DA-COMP-FIM IS NOT NUMERIC
                       OR NOT DA-TIPO-VALIDO
                       OR (NOT DA-PERCENTUAL-MENSAL
                           AND NOT DA-VALOR-FIXO)
                   ADD 1 TO WS-QTD-DESC-INVALIDOS
                   DISPLAY "DESCONTO MAL PREENCHIDO - NAO APLICADO: "
                       DA-DESCONTO-REC
               WHEN DA-APROVACAO = SPACES
                   ADD 1 TO WS-QTD-DESC-INVALIDOS
                   DISPLAY "DESCONTO SEM APROVACAO - NAO APLICADO: "
                       DA-MATRICULA " " DA-TIPO
               WHEN (DA-PERCENTUAL-MENSAL
                       AND (DA-PERCENTUAL IS NOT NUMERIC
                           OR DA-PERCENTUAL = 0
                           OR DA-PERCENTUAL > 100))
                       OR (DA-VALOR-FIXO
                           AND (DA-VALOR IS NOT NUMERIC
                               OR DA-VALOR = 0))
                   ADD 1 TO WS-QTD-DESC-INVALIDOS
                   DISPLAY "DESCONTO COM VALOR INVALIDO - NAO "
                       "APLICADO: " DA-MATRICULA " " DA-TIPO
               WHEN DA-COMP-FIM NOT = 0
                       AND DA-COMP-FIM < DA-COMP-INI
                   ADD 1 TO WS-QTD-DESC-INVALIDOS
                   DISPLAY "DESCONTO COM VIGENCIA INVERTIDA - NAO "
                       "APLICADO: " DA-MATRICULA " " DA-TIPO
               WHEN DA-COMP-INI > WS-COMPETENCIA
                       OR (DA-COMP-FIM NOT = 0
                           AND DA-COMP-FIM < WS-COMPETENCIA)
                   CONTINUE
               WHEN WS-QTD-DESCONTOS >= 999
                   ADD 1 TO WS-QTD-DESC-INVALIDOS
                   DISPLAY "TABELA DE DESCONTOS CHEIA - NAO APLICADO: "
                       DA-MATRICULA " " DA-TIPO
               WHEN OTHER
                   ADD 1 TO WS-QTD-DESCONTOS
                   MOVE DA-MATRICULA
                       TO WS-DSC-MATRICULA(WS-QTD-DESCONTOS)
                   MOVE DA-TIPO TO WS-DSC-TIPO(WS-QTD-DESCONTOS)
                   MOVE DA-FORMA TO WS-DSC-FORMA(WS-QTD-DESCONTOS)
                   IF DA-PERCENTUAL-MENSAL
                       MOVE DA-PERCENTUAL
                           TO WS-DSC-PERCENTUAL(WS-QTD-DESCONTOS)
                       MOVE ZEROS TO WS-DSC-VALOR(WS-QTD-DESCONTOS)
                   ELSE
                       MOVE ZEROS
                           TO WS-DSC-PERCENTUAL(WS-QTD-DESCONTOS)
                       MOVE DA-VALOR
                           TO WS-DSC-VALOR(WS-QTD-DESCONTOS)
                   END-IF
                   MOVE DA-APROVACAO
                       TO WS-DSC-APROVACAO(WS-QTD-DESCONTOS)
           END-EVALUATE.

      * GUARDA AS FAMILIAS COM OPCAO PELO BOLETO UNICO E AS COM
      * PRO-RATA NO CONTRATO. ARQUIVO AUSENTE: NENHUMA FAMILIA
      * CADASTRADA, TODA COBRANCA POR ALUNO E PELO MES CHEIO.
       CARREGAR-RESPONSAVEIS.
           OPEN INPUT RESPONSAVEL-FILE
           IF WS-FS-RESPONSAVEL NOT = "00"
               DISPLAY "SEM CADASTRO DE RESPONSAVEIS ("
                   WS-FS-RESPONSAVEL ") - UM BOLETO POR ALUNO"
           ELSE
               PERFORM UNTIL FIM-RESPONSAVEL
                   READ RESPONSAVEL-FILE
                       AT END
                           SET FIM-RESPONSAVEL TO TRUE
                       NOT AT END
                           IF RF-COBRA-PRO-RATA
                                   AND RF-COD-RESP IS NUMERIC
                                   AND WS-QTD-PRO-RATA < 999
                               ADD 1 TO WS-QTD-PRO-RATA
                               MOVE RF-COD-RESP
                                   TO WS-PRR-COD-RESP(WS-QTD-PRO-RATA)
                           END-IF
                           IF RF-COBRANCA-AGRUPADA
                                   AND RF-COD-RESP IS NUMERIC
                               IF WS-QTD-AGRUPADAS < 999
                                   ADD 1 TO WS-QTD-AGRUPADAS
                                   MOVE RF-COD-RESP
                                       TO WS-AGR-COD-RESP
                                           (WS-QTD-AGRUPADAS)
                               ELSE
                                   DISPLAY "TABELA DE FAMILIAS CHEIA "
                                       "- COBRANCA POR ALUNO: "
                                       RF-COD-RESP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-FILE
               DISPLAY "FAMILIAS COM BOLETO UNICO: " WS-QTD-AGRUPADAS
           END-IF.

      * GUARDA QUEM SAIU NA COMPETENCIA DA GERACAO. ARQUIVO AUSENTE:
      * NENHUMA SAIDA REGISTRADA AINDA.
       CARREGAR-SAIDAS-DO-MES.
           OPEN INPUT SAIDA-FILE
           IF WS-FS-SAIDA = "00"
               PERFORM UNTIL FIM-SAIDA
                   READ SAIDA-FILE
                       AT END
                           SET FIM-SAIDA TO TRUE
                       NOT AT END
                           IF SA-DATA-SAIDA(1:6) = WS-COMPETENCIA
                               IF WS-QTD-SAIDAS < 200
                                   ADD 1 TO WS-QTD-SAIDAS
                                   MOVE SA-MATRICULA
                                       TO WS-SAI-MATRICULA
                                           (WS-QTD-SAIDAS)
                                   MOVE SA-TURMA
                                       TO WS-SAI-TURMA(WS-QTD-SAIDAS)
                               ELSE
                                   DISPLAY "TABELA DE SAIDAS CHEIA - "
                                       "NAO COBRADA: " SA-MATRICULA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAIDA-FILE
               DISPLAY "ALUNOS QUE SAIRAM NA COMPETENCIA: "
                   WS-QTD-SAIDAS
           END-IF.

       COPY CABECALHO-PROC.

