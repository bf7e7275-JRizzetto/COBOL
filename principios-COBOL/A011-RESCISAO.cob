           SELECT CONSIGNADO-FILE ASSIGN TO DYNAMIC WS-ARQ-CONSIGNADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSIGNADO.
      * EXTRATO DE FGTS DEPOSITADO PELA FOLHA (A008): A SOMA DOS
      * DEPOSITOS DA MATRICULA E O SALDO SOBRE O QUAL INCIDE A MULTA
      * RESCISORIA. A RESCISAO APPENDA O DEPOSITO DO MES RESCISORIO E
      * A MULTA, QUE A GUIA DO MES (A031) RECOLHE - ANTES O RH FAZIA
      * ESSA CONTA NA MAO NO PORTAL DA CAIXA.
           SELECT FGTS-FILE ASSIGN TO DYNAMIC WS-ARQ-FGTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS.
      * HISTORICO DE RESCISOES: VERBAS, DESCONTOS E FGTS DE CADA
      * DESLIGAMENTO EFETIVADO, APPENDADOS - O DEMONSTRATIVO E
      * REGRAVADO A CADA EXECUCAO E O INSS/IRRF RETIDO NA RESCISAO
      * PRECISA CHEGAR NAS GUIAS DO MES (A032).
           SELECT HISTORICO-FILE ASSIGN TO DYNAMIC WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
      * ORDENS JUDICIAIS DE PENSAO ALIMENTICIA (MESMO ARQUIVO DA
      * FOLHA): A ORDEM VIGENTE NA DATA DO DESLIGAMENTO TAMBEM INCIDE
      * SOBRE AS VERBAS RESCISORIAS.
           SELECT PENSAO-FILE ASSIGN TO DYNAMIC WS-ARQ-PENSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSAO.
      * INTERFACE PROPRIA DOS CREDITOS DE PENSAO DESCONTADA NA
      * RESCISAO, EM EXTEND, COMO A DE FERIAS DO A024: A REMESSA
      * (A013) MESCLA O CREDITO DO BENEFICIARIO NO ARQUIVO DO BANCO
      * DELE. O FOLHA_LIQUIDOS NAO SERVE - A FOLHA O RECRIA TODA NOITE.
           SELECT CREDITO-PENSAO-FILE ASSIGN TO DYNAMIC
               WS-ARQ-CREDITO-PENSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITO-PENSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY DEPENDENTE-REC.
       FD  CONSIGNADO-FILE.
       COPY CONSIGNADO-REC.
       FD  FGTS-FILE.
       COPY FGTS-REC.
       FD  HISTORICO-FILE.
       COPY RESC-HIST-REC.
       FD  PENSAO-FILE.
       COPY PENSAO-REC.
      * MESMO LAYOUT DOS LIQUIDOS DA FOLHA E DOS CREDITOS DE FERIAS;
      * A MATRICULA E O CODIGO DO BENEFICIARIO (FAIXA 900000).
       FD  CREDITO-PENSAO-FILE.
       01  CP-CREDITO-REC.
           05 CP-MATRICULA     PIC 9(06).
           05 CP-NOME          PIC X(20).
           05 CP-BANCO         PIC 9(03).
           05 CP-AGENCIA       PIC 9(04).
           05 CP-CONTA         PIC 9(08).
           05 CP-LIQUIDO       PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 CP-COMPETENCIA   PIC 9(06).
       WORKING-STORAGE SECTION.
       01 WS-ARQ-FUNC       PIC X(40)
           VALUE "data/FUNCIONARIOS.DAT".
       01 WS-TEM-CONSIGNADO                      PIC X(01) VALUE "N".
           88 TEM-CONSIGNADO                     VALUE "S".
       01 WS-SALDO-CONSIGNADO PIC 9(06)V99 VALUE ZEROS.
      * ORDENS DE PENSAO ALIMENTICIA CARREGADAS NA ABERTURA; A VIGENCIA
      * E CONFERIDA CONTRA A DATA DE CADA DESLIGAMENTO. A BASE "L" NA
      * RESCISAO E O SALDO LIQUIDO MAIS AS VERBAS INDENIZATORIAS
      * (FERIAS, TERCO E AVISO, SEM INSS/IRRF NESTE CALCULO); A "B" E
      * A SOMA BRUTA DAS VERBAS; O VALOR FIXO MENSAL INCIDE UMA VEZ.
       01 WS-ARQ-PENSAO     PIC X(40)
           VALUE "data/PENSAO_JUDICIAL.DAT".
       01 WS-FS-PENSAO                           PIC X(02) VALUE SPACES.
       01 WS-FIM-PENSAO                          PIC X(01) VALUE "N".
           88 FIM-PENSAO                         VALUE "S".
       01 WS-ARQ-CREDITO-PENSAO PIC X(40)
           VALUE "data/CREDITOS_PENSAO.DAT".
       01 WS-FS-CREDITO-PENSAO                   PIC X(02) VALUE SPACES.
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
               10 WS-PJ-DATA-INICIO  PIC 9(08).
               10 WS-PJ-DATA-FIM     PIC 9(08).
               10 WS-PJ-DESCONTO     PIC 9(06)V99.
       01 WS-QTD-PENSAO-TAB                      PIC 9(03) VALUE ZEROS.
       01 WS-IDX-PENSAO                          PIC 9(03) VALUE ZEROS.
       01 WS-QTD-PENSAO-INVALIDA                 PIC 9(03) VALUE ZEROS.
       01 WS-PENSAO-BASE-LIQ PIC 9(06)V99 VALUE ZEROS.
       01 WS-PENSAO-BASE-BRUTO PIC 9(06)V99 VALUE ZEROS.
       01 WS-PENSAO-CALCULADA PIC 9(06)V99 VALUE ZEROS.
       01 WS-PENSAO-RESCISAO PIC 9(06)V99 VALUE ZEROS.
       01 WS-PENSAO-DISPONIVEL PIC 9(06)V99 VALUE ZEROS.
      * FGTS DA RESCISAO: DEPOSITO DE 8% SOBRE O SALDO DE SALARIO E O
      * AVISO PREVIO INDENIZADO, SALDO DEPOSITADO DO CONTRATO (EXTRATO
      * + DEPOSITO RESCISORIO) E A MULTA PELA CAUSA QUE VAI PARA O
      * FM-CAUSA-DESLIG: 40% NA DISPENSA SEM JUSTA CAUSA, NADA NAS
      * DEMAIS. A MULTA E O DEPOSITO VAO PARA A CONTA VINCULADA PELA
      * GUIA, NAO PARA O LIQUIDO - SAEM NO DEMONSTRATIVO SEPARADOS DO
      * TOTAL PAGO AO FUNCIONARIO.
       01 WS-ARQ-FGTS       PIC X(40)
           VALUE "data/FGTS_EXTRATO.DAT".
       01 WS-FS-FGTS                             PIC X(02) VALUE SPACES.
       01 WS-FIM-FGTS                            PIC X(01) VALUE "N".
           88 FIM-FGTS                           VALUE "S".
       01 WS-ALIQ-FGTS       PIC 9V99     VALUE 0,08.
       01 WS-PERC-MULTA-FGTS PIC 9V99     VALUE ZEROS.
       01 WS-BASE-FGTS-RESC  PIC 9(06)V99 VALUE ZEROS.
       01 WS-DEPOSITO-RESC   PIC 9(06)V99 VALUE ZEROS.
       01 WS-SALDO-FGTS      PIC 9(07)V99 VALUE ZEROS.
       01 WS-MULTA-FGTS      PIC 9(06)V99 VALUE ZEROS.
       01 WS-AUX-SALDO-FGTS  PIC Z.ZZZ.ZZ9,99.
       01 WS-ARQ-HISTORICO  PIC X(40)
           VALUE "data/RESCISOES_HIST.DAT".
       01 WS-FS-HISTORICO                        PIC X(02) VALUE SPACES.
      * DEPENDENTES DA MATRICULA DESLIGADA, CONTADOS NO CADASTRO A
      * CADA TRANSACAO - SAO POUCAS RESCISOES POR EXECUCAO, A VARRIDA
      * DO ARQUIVO POR TRANSACAO NAO PESA.
           PERFORM IMPRIMIR-CABECALHO-DEMO

           PERFORM CARREGAR-CONSIGNADOS
           PERFORM CARREGAR-PENSOES

           PERFORM UNTIL FIM-RESCISAO
               READ RESCISAO-FILE
           CLOSE DEMONSTRATIVO-FILE
           CLOSE AUDITORIA-FILE

           IF WS-QTD-REJEITADAS > 0 OR WS-QTD-PENSAO-INVALIDA > 0
               MOVE WS-RC-ALERTA TO RETURN-CODE
           ELSE
               MOVE WS-RC-NORMAL TO RETURN-CODE
                   "DESCONTOS ZERADOS NA RESCISAO"
           END-IF

      * A PENSAO ALIMENTICIA SAI DEPOIS DO INSS/IRRF E ANTES DO
      * CONSIGNADO - A ORDEM JUDICIAL TEM PRECEDENCIA.
           PERFORM DESCONTAR-PENSAO

      * O SALDO REMANESCENTE DO CONSIGNADO E DESCONTADO DAS VERBAS E
      * O CONTRATO E QUITADO - SALDO MAIOR QUE AS VERBAS DESCONTA ATE
      * O LIMITE E A DIFERENCA SAI APONTADA PARA COBRANCA DO RH.

           COMPUTE WS-TOTAL-RESCISAO =
               WS-SALDO-LIQUIDO + WS-FERIAS-PROP + WS-TERCO-FERIAS
               + WS-AVISO-PREVIO - WS-PENSAO-RESCISAO
               - WS-SALDO-CONSIGNADO

           PERFORM CALCULAR-FGTS-RESCISAO.

      * FGTS DA RESCISAO: O MES RESCISORIO DEPOSITA 8% DO SALDO DE
      * SALARIO E DO AVISO PREVIO INDENIZADO; O SALDO PARA FINS
      * RESCISORIOS E TUDO O QUE O EXTRATO DEPOSITOU PARA A MATRICULA
      * MAIS ESSE DEPOSITO, E A MULTA SAI DA CAUSA DO DESLIGAMENTO
      * (A MESMA QUE E GRAVADA EM FM-CAUSA-DESLIG).
       CALCULAR-FGTS-RESCISAO.
           COMPUTE WS-BASE-FGTS-RESC =
               WS-SALDO-SALARIO + WS-AVISO-PREVIO
           COMPUTE WS-DEPOSITO-RESC ROUNDED =
               WS-BASE-FGTS-RESC * WS-ALIQ-FGTS
           PERFORM SOMAR-SALDO-FGTS
           ADD WS-DEPOSITO-RESC TO WS-SALDO-FGTS
           EVALUATE TRUE
               WHEN RD-SEM-JUSTA-CAUSA
                   MOVE 0,40 TO WS-PERC-MULTA-FGTS
               WHEN OTHER
                   MOVE ZEROS TO WS-PERC-MULTA-FGTS
           END-EVALUATE
           COMPUTE WS-MULTA-FGTS ROUNDED =
               WS-SALDO-FGTS * WS-PERC-MULTA-FGTS.

      * SOMA OS DEPOSITOS DO EXTRATO DA MATRICULA DESLIGADA - ARQUIVO
      * AUSENTE E SALDO ZERO, AVISADO (FOLHA QUE NUNCA DEPOSITOU).
       SOMAR-SALDO-FGTS.
           MOVE ZEROS TO WS-SALDO-FGTS
           MOVE "N"   TO WS-FIM-FGTS
           OPEN INPUT FGTS-FILE
           IF WS-FS-FGTS NOT = "00"
               DISPLAY "SEM EXTRATO DE FGTS (" WS-FS-FGTS
                   ") - SALDO ZERO PARA A MATRICULA " FM-ID-FUNC
           ELSE
               PERFORM UNTIL FIM-FGTS
                   READ FGTS-FILE
                       AT END
                           SET FIM-FGTS TO TRUE
                       NOT AT END
                           IF FG-MATRICULA = FM-ID-FUNC
                                   AND FG-DEPOSITO-MENSAL
                               ADD FG-VALOR TO WS-SALDO-FGTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-FILE
           END-IF.

      * APPENDA NO EXTRATO O DEPOSITO DO MES RESCISORIO E A MULTA -
      * SO DEPOIS DO DESLIGAMENTO EFETIVADO NO CADASTRO, PARA UMA
      * TRANSACAO RECUSADA NAO DEIXAR DEPOSITO NO EXTRATO.
       GRAVAR-FGTS-RESCISAO.
           OPEN EXTEND FGTS-FILE
           IF WS-FS-FGTS = "35"
               OPEN OUTPUT FGTS-FILE
               CLOSE FGTS-FILE
               OPEN EXTEND FGTS-FILE
           END-IF
           IF WS-FS-FGTS NOT = "00"
               DISPLAY "ERRO AO ABRIR EXTRATO DE FGTS: " WS-FS-FGTS
                   " - FGTS DA RESCISAO DE " FM-ID-FUNC
                   " NAO LANCADO"
           ELSE
               MOVE FM-ID-FUNC            TO FG-MATRICULA
               MOVE WS-DATA-DESLIG(1:6)   TO FG-COMPETENCIA
               MOVE "RESC"                TO FG-TIPO-FOLHA
               MOVE WS-CAB-DATA-EXECUCAO  TO FG-DATA-LANC
               IF WS-DEPOSITO-RESC > 0
                   MOVE "D"               TO FG-TIPO-LANC
                   MOVE WS-BASE-FGTS-RESC TO FG-BASE
                   MOVE WS-DEPOSITO-RESC  TO FG-VALOR
                   WRITE FG-FGTS-REC
               END-IF
               IF WS-MULTA-FGTS > 0
                   MOVE "M"               TO FG-TIPO-LANC
                   MOVE WS-SALDO-FGTS     TO FG-BASE
                   MOVE WS-MULTA-FGTS     TO FG-VALOR
                   WRITE FG-FGTS-REC
               END-IF
               CLOSE FGTS-FILE
           END-IF.

      * APPENDA O DESLIGAMENTO EFETIVADO NO HISTORICO DE RESCISOES,
      * COM A COMPETENCIA DO MES DO DESLIGAMENTO - A MESMA DO
      * DEPOSITO RESCISORIO NO EXTRATO DE FGTS.
       GRAVAR-HISTORICO-RESCISAO.
           OPEN EXTEND HISTORICO-FILE
           IF WS-FS-HISTORICO = "35"
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN EXTEND HISTORICO-FILE
           END-IF
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE RESCISOES: "
                   WS-FS-HISTORICO " - RESCISAO DE " FM-ID-FUNC
                   " FORA DAS GUIAS DO MES"
           ELSE
               MOVE FM-ID-FUNC            TO RH-MATRICULA
               MOVE RD-DATA-DESLIG        TO RH-DATA-DESLIG
               MOVE WS-DATA-DESLIG(1:6)   TO RH-COMPETENCIA
               MOVE RD-CAUSA              TO RH-CAUSA
               MOVE WS-SALDO-SALARIO      TO RH-SALDO-SALARIO
               MOVE WS-AVISO-PREVIO       TO RH-AVISO-PREVIO
               MOVE WS-FERIAS-PROP        TO RH-FERIAS-PROP
               MOVE WS-TERCO-FERIAS       TO RH-TERCO-FERIAS
               MOVE WS-INSS               TO RH-INSS
               MOVE WS-IRRF               TO RH-IRRF
               MOVE WS-SALDO-CONSIGNADO   TO RH-CONSIGNADO
               MOVE WS-TOTAL-RESCISAO     TO RH-TOTAL-LIQUIDO
               MOVE WS-DEPOSITO-RESC      TO RH-DEPOSITO-FGTS
               MOVE WS-MULTA-FGTS         TO RH-MULTA-FGTS
               MOVE WS-CAB-DATA-EXECUCAO  TO RH-DATA-LANC
               WRITE RH-RESCISAO-REC
               CLOSE HISTORICO-FILE
           END-IF.

      * AVISO PREVIO INDENIZADO: 30 DIAS MAIS 3 POR ANO COMPLETO DE
      * CASA, LIMITADO A 90 DIAS, VALORADO SOBRE A BASE COMERCIAL DE
           END-PERFORM
           IF WS-SALDO-CONSIGNADO >
                   WS-SALDO-LIQUIDO + WS-FERIAS-PROP + WS-TERCO-FERIAS
                   + WS-AVISO-PREVIO - WS-PENSAO-RESCISAO
               DISPLAY "SALDO DO CONSIGNADO (" WS-SALDO-CONSIGNADO
                   ") EXCEDE AS VERBAS DA RESCISAO - MATRICULA "
                   FM-ID-FUNC ": DIFERENCA A COBRAR PELO RH"
               COMPUTE WS-SALDO-CONSIGNADO =
                   WS-SALDO-LIQUIDO + WS-FERIAS-PROP + WS-TERCO-FERIAS
                   + WS-AVISO-PREVIO - WS-PENSAO-RESCISAO
           END-IF.

      * CARREGA AS ORDENS DE PENSAO ALIMENTICIA. ARQUIVO AUSENTE NAO E
      * ERRO - NENHUMA ORDEM EM VIGOR. ORDEM INCONSISTENTE NAO DESCONTA
      * NADA E SAI APONTADA PARA O RH CORRIGIR.
       CARREGAR-PENSOES.
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
           END-IF.

       GUARDAR-PENSAO.
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
                   MOVE PJ-DATA-INICIO
                       TO WS-PJ-DATA-INICIO(WS-QTD-PENSAO-TAB)
                   MOVE PJ-DATA-FIM
                       TO WS-PJ-DATA-FIM(WS-QTD-PENSAO-TAB)
                   MOVE ZEROS
                       TO WS-PJ-DESCONTO(WS-QTD-PENSAO-TAB)
               ELSE
                   ADD 1 TO WS-QTD-PENSAO-INVALIDA
                   DISPLAY "TABELA DE PENSOES CHEIA - ORDEM "
                       "IGNORADA: MATRICULA " PJ-MATRICULA
               END-IF
           END-IF.

      * DESCONTA DAS VERBAS AS PENSOES VIGENTES NA DATA DO
      * DESLIGAMENTO. O QUE NAO COUBER NO QUE RESTA DAS VERBAS SAI
      * APONTADO PARA O RH.
       DESCONTAR-PENSAO.
           MOVE ZEROS TO WS-PENSAO-RESCISAO
           COMPUTE WS-PENSAO-BASE-LIQ =
               WS-SALDO-LIQUIDO + WS-FERIAS-PROP + WS-TERCO-FERIAS
               + WS-AVISO-PREVIO
           COMPUTE WS-PENSAO-BASE-BRUTO =
               WS-SALDO-SALARIO + WS-FERIAS-PROP + WS-TERCO-FERIAS
               + WS-AVISO-PREVIO
           MOVE WS-PENSAO-BASE-LIQ TO WS-PENSAO-DISPONIVEL
           PERFORM VARYING WS-IDX-PENSAO FROM 1 BY 1
                   UNTIL WS-IDX-PENSAO > WS-QTD-PENSAO-TAB
               MOVE ZEROS TO WS-PENSAO-CALCULADA
               IF WS-PJ-MATRICULA(WS-IDX-PENSAO) = FM-ID-FUNC
                       AND WS-PJ-DATA-INICIO(WS-IDX-PENSAO) <=
                           RD-DATA-DESLIG
                       AND (WS-PJ-DATA-FIM(WS-IDX-PENSAO) = 0
                            OR WS-PJ-DATA-FIM(WS-IDX-PENSAO) >=
                               RD-DATA-DESLIG)
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
                           MOVE WS-PJ-VALOR(WS-IDX-PENSAO)
                               TO WS-PENSAO-CALCULADA
                   END-EVALUATE
                   IF WS-PENSAO-CALCULADA > WS-PENSAO-DISPONIVEL
                       DISPLAY "PENSAO MAIOR QUE AS VERBAS - "
                           "DESCONTADO SO O SALDO: MATRICULA "
                           FM-ID-FUNC " BENEFICIARIO "
                           WS-PJ-BENEFICIARIO(WS-IDX-PENSAO)
                       MOVE WS-PENSAO-DISPONIVEL
                           TO WS-PENSAO-CALCULADA
                   END-IF
                   SUBTRACT WS-PENSAO-CALCULADA
                       FROM WS-PENSAO-DISPONIVEL
                   ADD WS-PENSAO-CALCULADA TO WS-PENSAO-RESCISAO
               END-IF
               MOVE WS-PENSAO-CALCULADA
                   TO WS-PJ-DESCONTO(WS-IDX-PENSAO)
           END-PERFORM.

      * APPENDA NA INTERFACE DE CREDITOS DE PENSAO O CREDITO DE CADA
      * BENEFICIARIO DO DESLIGADO, NA CONTA DO BENEFICIARIO E NA
      * COMPETENCIA DO DESLIGAMENTO.
       GRAVAR-CREDITO-PENSAO.
           IF WS-PENSAO-RESCISAO > 0
               OPEN EXTEND CREDITO-PENSAO-FILE
               IF WS-FS-CREDITO-PENSAO = "35"
                   OPEN OUTPUT CREDITO-PENSAO-FILE
                   CLOSE CREDITO-PENSAO-FILE
                   OPEN EXTEND CREDITO-PENSAO-FILE
               END-IF
               IF WS-FS-CREDITO-PENSAO NOT = "00"
                   DISPLAY "ERRO AO ABRIR CREDITOS DE PENSAO: "
                       WS-FS-CREDITO-PENSAO " - PENSAO DA RESCISAO DE "
                       FM-ID-FUNC " FORA DA REMESSA"
               ELSE
                   PERFORM VARYING WS-IDX-PENSAO FROM 1 BY 1
                           UNTIL WS-IDX-PENSAO > WS-QTD-PENSAO-TAB
                       IF WS-PJ-MATRICULA(WS-IDX-PENSAO) = FM-ID-FUNC
                               AND WS-PJ-DESCONTO(WS-IDX-PENSAO) > 0
                           MOVE WS-PJ-BENEFICIARIO(WS-IDX-PENSAO)
                               TO CP-MATRICULA
                           MOVE WS-PJ-NOME(WS-IDX-PENSAO) TO CP-NOME
                           MOVE WS-PJ-BANCO(WS-IDX-PENSAO)
                               TO CP-BANCO
                           MOVE WS-PJ-AGENCIA(WS-IDX-PENSAO)
                               TO CP-AGENCIA
                           MOVE WS-PJ-CONTA(WS-IDX-PENSAO)
                               TO CP-CONTA
                           MOVE WS-PJ-DESCONTO(WS-IDX-PENSAO)
                               TO CP-LIQUIDO
                           MOVE WS-DATA-DESLIG(1:6) TO CP-COMPETENCIA
                           WRITE CP-CREDITO-REC
                       END-IF
                   END-PERFORM
                   CLOSE CREDITO-PENSAO-FILE
               END-IF
           END-IF.

       EFETIVAR-DESLIGAMENTO.
               MOVE FM-FUNCIONARIO-REC TO WS-AUD-IMAGEM-DEPOIS
               MOVE "DESLIGTO" TO WS-AUD-OPERACAO
               PERFORM GRAVAR-AUDITORIA
               PERFORM GRAVAR-FGTS-RESCISAO
               PERFORM GRAVAR-HISTORICO-RESCISAO
               PERFORM GRAVAR-CREDITO-PENSAO
               PERFORM IMPRIMIR-DEMONSTRATIVO
           END-IF.

                   TO DM-LINHA
               PERFORM GRAVAR-LINHA-DEMO
           END-IF
           PERFORM VARYING WS-IDX-PENSAO FROM 1 BY 1
                   UNTIL WS-IDX-PENSAO > WS-QTD-PENSAO-TAB
               IF WS-PJ-MATRICULA(WS-IDX-PENSAO) = FM-ID-FUNC
                       AND WS-PJ-DESCONTO(WS-IDX-PENSAO) > 0
                   MOVE WS-PJ-DESCONTO(WS-IDX-PENSAO) TO WS-AUX-VALOR
                   MOVE SPACES TO DM-LINHA
                   STRING "PENSAO ALIMENTICIA (-).......: "
                          WS-AUX-VALOR "  "
                          WS-PJ-NOME(WS-IDX-PENSAO)
                       DELIMITED BY SIZE INTO DM-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA-DEMO
               END-IF
           END-PERFORM
           IF WS-SALDO-CONSIGNADO > 0
               MOVE WS-SALDO-CONSIGNADO TO WS-AUX-VALOR
               MOVE SPACES TO DM-LINHA
               DELIMITED BY SIZE INTO DM-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DEMO
      * O FGTS VAI PARA A CONTA VINCULADA PELA GUIA, FORA DO TOTAL
      * PAGO AO FUNCIONARIO.
           MOVE WS-DEPOSITO-RESC TO WS-AUX-VALOR
           MOVE SPACES TO DM-LINHA
           STRING "FGTS DO MES RESCISORIO (8%)..: " WS-AUX-VALOR
               DELIMITED BY SIZE INTO DM-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DEMO
           MOVE WS-SALDO-FGTS TO WS-AUX-SALDO-FGTS
           MOVE SPACES TO DM-LINHA
           STRING "SALDO FGTS P/ FINS RESCISORIOS: " WS-AUX-SALDO-FGTS
               DELIMITED BY SIZE INTO DM-LINHA
           END-STRING
           PERFORM GRAVAR-LINHA-DEMO
           IF WS-MULTA-FGTS > 0
               MOVE WS-MULTA-FGTS TO WS-AUX-VALOR
               MOVE SPACES TO DM-LINHA
               STRING "MULTA RESCISORIA FGTS (40%)..: " WS-AUX-VALOR
                   DELIMITED BY SIZE INTO DM-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DEMO
           ELSE
               MOVE SPACES TO DM-LINHA
               STRING "MULTA RESCISORIA FGTS NAO DEVIDA (" RD-CAUSA ")"
                   DELIMITED BY SIZE INTO DM-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA-DEMO
           END-IF
           DISPLAY "RESCISAO DE " FM-ID-FUNC
               " TOTAL=" WS-TOTAL-RESCISAO
               " MULTA FGTS=" WS-MULTA-FGTS.

      * CARREGA OS CONTRATOS DE CONSIGNADO (MESMO ARQUIVO BAIXADO
      * PELA FOLHA). ARQUIVO AUSENTE NAO E ERRO - NINGUEM DEVE.
